//ANDREWJW JOB CLASS=A,MSGCLASS=X,NOTIFY=&SYSUID,REGION=0M
//IGY      JCLLIB ORDER=IGY.SIGYPROC
//DOCLG    EXEC PROC=IGYWCLG,
//       PARM.COBOL='LIB',
//       PARM.LKED='REUS(RENT)'
//*  Reject correction workbench. Runs after CLTEDIT (and after
//*  that day's HTTPSCNW run) once the data owners have keyed
//*  their fixes: reads the day's REJECTS together with a deck
//*  of correction cards (CORRCRD - client key, record type,
//*  occurrence, field name, new value), applies each card to
//*  the matching reject's record image and puts the record
//*  back through exactly the CLTEDIT edits (E001 thru E012,
//*  the state/zip table and the email edit - the EDITCHK
//*  copybook both steps share). Records that now pass go to
//*  a supplemental extract (SUPPEXT) under their own CTLREC
//*  header/trailer with the KEYHASH totals and the account
//*  balance total (header marked S, supplemental), ready to be
//*  handed to HTTPSCNW as CLTEXTR on a follow-up run; a
//*  corrected child of a client that already went out clean
//*  travels with that client, re-sent as a PUT together with
//*  its clean children, so the request body stays whole.
//*  REJECTS only ever holds one day's rejects - CLTEDIT
//*  rewrites it every morning - so the rejects still waiting
//*  on a fix are held on REJHELD, read here behind the day's.
//*  Records that still fail are rewritten to REJECTS.NEW with
//*  their new reason code and corrected image, which the job
//*  stream swaps in for REJHELD afterwards, emptying REJECTS
//*  in the same swap (the same old-to-new pattern as
//*  RETARCH) - the next day's cards build on today's fixes,
//*  and a rerun the same day reads each reject once. Run
//*  daily, with an empty deck if nothing was keyed, so the
//*  day's rejects reach REJHELD before CLTEDIT rewrites
//*  REJECTS. A reject CLTPURG has tombstoned
//*  for an erased client (reason ERAS) is carried to
//*  REJECTS.NEW as it stands - never re-edited or re-sent.
//*  A client SUSPRSB filed because the server refused its
//*  data (reason SRVR, the server's message as the text)
//*  passed every edit here once already, so re-editing it as
//*  it stands would only re-send what the server turned
//*  down: it is carried to REJECTS.NEW unchanged until a
//*  correction card names its key. Once one does, the family
//*  is re-edited and re-sent like any other - its key no
//*  longer counts as already out on CLEANEXT.
//*  The day's CLEANEXT supplies the
//*  batch date and the keys that already went out, so the
//*  duplicate-key edit sees the whole batch. CORRRPT prints
//*  every card's before/after value and each reject's old
//*  and new outcome, with sign-off lines for the data owner.
//*  RC 0 all reworked, 4 records still failing or cards not
//*  applied, 8 no batch header on CLEANEXT (nothing written -
//*  the swap step must not run), 16 open failure or capacity.
//*
//*  Correction card layout (80 bytes):
//*    01-10  client key as it stands on the reject image
//*    11     record type C client (blank), N contact, A account
//*    12-13  occurrence of that type under the key, 00 or
//*           blank for every one
//*    14-23  field name - client: KEY TXNTYPE NAME AGE EMAIL
//*           STREET CITY STATE ZIP; contact: NAME EMAIL PHONE
//*           ROLE; account: NUMBER TYPE BALANCE OPENED; any
//*           record: KEY (moves the whole family - the client
//*           and its children together) and RECTYPE
//*    24-63  new value - AGE as three digits, BALANCE as a
//*           signed decimal such as -1234.56
//COBOL.STEPLIB DD DISP=SHR,DSN=IGY.SIGYCOMP
//COBOL.SYSLIB  DD DISP=SHR,DSN=ANDREWJ.SOURCE.MAC
//COBOL.SYSIN   DD *
       IDENTIFICATION                  DIVISION.
       PROGRAM-ID.                     REJCORR.
      *----------------------------------------------------------------*
      *                                                                *
      *    E N V I R O N M E N T    D I V I S I O N                    *
      *                                                                *
      *----------------------------------------------------------------*
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       SOURCE-COMPUTER.                IBM-2828.
       OBJECT-COMPUTER.                IBM-2828.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
           SELECT CORRECTION-FILE  ASSIGN TO CORRCRD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CORRCRD-STATUS.

           SELECT REJECT-FILE  ASSIGN TO REJECTS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REJECTS-STATUS.

           SELECT REJECT-NEW-FILE  ASSIGN TO REJNEW
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REJNEW-STATUS.

           SELECT CLEAN-EXTRACT-FILE  ASSIGN TO CLEANEXT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CLEANEXT-STATUS.

           SELECT SUPPLEMENT-FILE  ASSIGN TO SUPPEXT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUPPEXT-STATUS.

           SELECT CORRECTION-REPORT-FILE  ASSIGN TO CORRRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CORRRPT-STATUS.
      *----------------------------------------------------------------*
      *                                                                *
      *    D A T A   D I V I S I O N                                   *
      *                                                                *
      *----------------------------------------------------------------*
       DATA                            DIVISION.
       FILE                            SECTION.
       FD  CORRECTION-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CORRECTION-CARD.
           05 COR-KEY               Pic X(10).
           05 COR-REC-TYPE          Pic X(1).
           05 COR-OCCURRENCE        Pic X(2).
           05 COR-FIELD             Pic X(10).
           05 COR-VALUE             Pic X(40).
           05 Filler                Pic X(17).

       FD  REJECT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REJECT-RECORD.
           COPY REJREC.

       FD  REJECT-NEW-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REJECT-NEW-RECORD           Pic X(199).

       FD  CLEAN-EXTRACT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CLEAN-RECORD                Pic X(165).

       FD  SUPPLEMENT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  SUPPLEMENT-RECORD           Pic X(165).

       FD  CORRECTION-REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CORRECTION-REPORT-LINE      Pic X(133).
      *
      *----------------------------------------------------------------*
      *                                                                *
      *    W O R K I N G - S T O R A G E   S E C T I O N               *
      *                                                                *
      *----------------------------------------------------------------*
       WORKING-STORAGE                SECTION.
       01  WS-CORRCRD-STATUS        Pic XX Value Spaces.
       01  WS-REJECTS-STATUS        Pic XX Value Spaces.
       01  WS-REJNEW-STATUS         Pic XX Value Spaces.
       01  WS-CLEANEXT-STATUS       Pic XX Value Spaces.
       01  WS-SUPPEXT-STATUS        Pic XX Value Spaces.
       01  WS-CORRRPT-STATUS        Pic XX Value Spaces.
       01  WS-EOF-INPUT             Pic X  Value 'N'.
           88 WS-INPUT-EOF                 Value 'Y'.
       01  WS-FILES-OK              Pic X  Value 'Y'.
           88 FILES-ARE-OK                 Value 'Y'.

      ******************************************************
      * The record under rework. The EDITCHK edits work on
      * CLIENT-RECORD and its child views exactly as they
      * do in CLTEDIT's FD; here the buffer is loaded from
      * the reject image (or a clean extract record) first.
      ******************************************************
       01  CLIENT-RECORD.
           COPY CLNTREC.
       01  CONTROL-RECORD Redefines CLIENT-RECORD.
           COPY CTLREC.
       01  CONTACT-RECORD Redefines CLIENT-RECORD.
           COPY CNTCREC.
       01  ACCOUNT-RECORD Redefines CLIENT-RECORD.
           COPY ACCTREC.

      ******************************************************
      * Edit outcome, hierarchy state, duplicate-key table,
      * reason codes and the email and state/zip work areas
      * for the EDITCHK edits shared with CLTEDIT.
      ******************************************************
           COPY EDITWS.

      ******************************************************
      * Correction cards, held in deck order. Each card is
      * matched against every reject as it is reworked;
      * WS-COR-USED records whether it ever applied ('Y'),
      * never matched ('N') or was refused ('X' - unknown
      * field, or a value the field cannot hold).
      ******************************************************
       01  WS-COR-COUNT             Pic 9(9) Binary Value 0.
       01  WS-COR-TABLE.
           05 WS-COR-ENTRY  OCCURS 1 TO 5000 TIMES
                             DEPENDING ON WS-COR-COUNT
                             INDEXED BY COR-INX.
              10 WS-COR-KEY         Pic X(10).
              10 WS-COR-REC-TYPE    Pic X(1).
              10 WS-COR-OCCURRENCE  Pic 9(2).
              10 WS-COR-FIELD       Pic X(10).
              10 WS-COR-VALUE       Pic X(40).
              10 WS-COR-USED        Pic X(1).
       01  WS-COR-IDX               Pic 9(9) Binary Value 0.
       01  WS-COR-MATCHES           Pic X  Value 'N'.
       01  WS-COR-OK                Pic X  Value 'Y'.
           88 CORRECTION-IS-OK             Value 'Y'.
       01  WS-BEFORE-VALUE          Pic X(40) Value Spaces.
       01  WS-AFTER-VALUE           Pic X(40) Value Spaces.
       01  WS-BALANCE-EDIT          Pic -ZZZ,ZZZ,ZZ9.99.
       01  WS-VALUE-IDX             Pic 9(9) Binary Value 0.
       01  WS-VALUE-LEN             Pic 9(9) Binary Value 0.
       01  WS-VALUE-DIGITS          Pic 9(9) Binary Value 0.
       01  WS-VALUE-DOTS            Pic 9(9) Binary Value 0.
       01  WS-VALUE-DECIMALS        Pic 9(9) Binary Value 0.

      ******************************************************
      * Occurrence tracking for the card match: the reject
      * image's own key and type as read (before any card
      * changes them), and how many records of each type
      * have been seen under that key so far.
      ******************************************************
       01  WS-ORIG-KEY              Pic X(10) Value Spaces.
       01  WS-ORIG-TYPE             Pic X(1)  Value Spaces.
       01  WS-ORIG-REASON           Pic X(4)  Value Spaces.
       01  WS-ORIG-REASON-TEXT      Pic X(30) Value Spaces.
       01  WS-OCC-KEY               Pic X(10) Value Low-Values.
       01  WS-OCC-CLIENT            Pic 9(2)  Value 0.
       01  WS-OCC-CONTACT           Pic 9(2)  Value 0.
       01  WS-OCC-ACCOUNT           Pic 9(2)  Value 0.
       01  WS-OCC-OTHER             Pic 9(2)  Value 0.
       01  WS-OCC-NBR               Pic 9(2)  Value 0.
       01  WS-CARDS-ON-RECORD       Pic 9(9)  Value 0.
       01  WS-KEY-HAS-CARDS         Pic X     Value 'N'.
           88 KEY-HAS-CARDS                Value 'Y'.

      ******************************************************
      * Client parents that already went out on CLEANEXT:
      * their keys and transactions, kept in key order for
      * SEARCH ALL. A corrected child of one of them is
      * carried on the supplemental extract behind a re-sent
      * copy of that parent (WS-CLN-CARRY = 'Y').
      ******************************************************
       01  WS-CLN-COUNT             Pic 9(9) Binary Value 0.
       01  WS-CLN-TABLE.
           05 WS-CLN-ENTRY  OCCURS 1 TO 100000 TIMES
                             DEPENDING ON WS-CLN-COUNT
                             ASCENDING KEY IS WS-CLN-KEY
                             INDEXED BY CLN-INX.
              10 WS-CLN-KEY         Pic X(10).
              10 WS-CLN-TXN-TYPE    Pic X(1).
              10 WS-CLN-CARRY       Pic X(1).
       01  WS-CLN-FOUND-IDX         Pic 9(9) Binary Value 0.
       01  WS-CHILD-OF-CLEAN-IDX    Pic 9(9) Binary Value 0.

      ******************************************************
      * Records that passed on rework, in REJECTS order so
      * each reworked parent is still followed by its own
      * children. WS-PASS-CARRY 'Y' marks a child that goes
      * out behind its re-sent clean parent instead.
      ******************************************************
       01  WS-PASS-COUNT            Pic 9(9) Binary Value 0.
       01  WS-PASS-TABLE.
           05 WS-PASS-ENTRY  OCCURS 1 TO 100000 TIMES
                              DEPENDING ON WS-PASS-COUNT.
              10 WS-PASS-CARRY      Pic X(1).
              10 WS-PASS-IMAGE      Pic X(165).
       01  WS-PASS-IDX              Pic 9(9) Binary Value 0.
       01  WS-CARRY-CHILDREN        Pic X  Value 'N'.

      ******************************************************
      * Control records: CLEANEXT's header gives the batch
      * date the supplemental extract goes out under; its
      * own trailer carries the count, key hash total and
      * account balance total of what was written, child
      * records included.
      ******************************************************
       01  WS-HDR-SEEN              Pic X  Value 'N'.
           88 HEADER-WAS-SEEN              Value 'Y'.
       01  WS-BATCH-DATE            Pic X(8)  Value Spaces.
       01  WS-SUPP-WRITTEN          Pic 9(9)  Value 0.
       01  WS-SUPP-HASH-TOTAL       Pic 9(18) Value 0.
       01  WS-SUPP-BALANCE-TOTAL    Pic S9(15)V99 Value 0.
       01  WS-SUPP-ACCOUNT.
           COPY ACCTREC REPLACING LEADING ==ACT-== BY ==SAC-==.
           COPY HASHWS.
       01  WS-OUT-CONTROL.
           COPY CTLREC REPLACING LEADING ==CTL-== BY ==SCT-==.
       01  WS-OUT-REJECT.
           COPY REJREC REPLACING LEADING ==REJ-== BY ==RNW-==.

      ******************************************************
      * Reconciliation counts
      ******************************************************
       01  WS-CARDS-READ            Pic 9(9) Value 0.
       01  WS-CARDS-APPLIED         Pic 9(9) Value 0.
       01  WS-CARDS-UNUSED          Pic 9(9) Value 0.
       01  WS-CARDS-REFUSED         Pic 9(9) Value 0.
       01  WS-CORRECTIONS-MADE      Pic 9(9) Value 0.
       01  WS-REJECTS-READ          Pic 9(9) Value 0.
       01  WS-RECORDS-PASSED        Pic 9(9) Value 0.
       01  WS-RECORDS-STILL-FAILING Pic 9(9) Value 0.
       01  WS-ERASED-CARRIED        Pic 9(9) Value 0.
       01  WS-SERVER-HELD           Pic 9(9) Value 0.
       01  WS-CHILDREN-CARRIED      Pic 9(9) Value 0.
       01  WS-PARENTS-RESENT        Pic 9(9) Value 0.
       01  WS-PASSED-NOT-SENT       Pic 9(9) Value 0.

      ******************************************************
      * Correction report formatting work areas
      ******************************************************
       01  WS-COUNT-EDIT            Pic ZZZ,ZZZ,ZZ9.
       01  WS-OCC-EDIT              Pic Z9.
       01  WS-RPT-CHANGE.
           05 Filler                Pic X(6)  Value Spaces.
           05 WS-RPT-FIELD          Pic X(10).
           05 Filler                Pic X(8)  Value ' before '.
           05 WS-RPT-BEFORE         Pic X(40).
           05 Filler                Pic X(7)  Value ' after '.
           05 WS-RPT-AFTER          Pic X(40).
           05 Filler                Pic X(22) Value Spaces.
      *----------------------------------------------------------------*
      *                                                                *
      *    P R O C E D U R E                                           *
      *                                                                *
      *----------------------------------------------------------------*
       PROCEDURE                       DIVISION.
       Begin.

           Display "Reject correction workbench start"

           Perform Load-Correction-Cards
           If FILES-ARE-OK
             Perform Load-Clean-Extract
           End-If

           If FILES-ARE-OK and Not HEADER-WAS-SEEN
             Display "ERROR: clean extract has no batch header - "
                     "no batch date to rework the rejects under"
             Perform Suppress-Supplemental-Extract
             Move 8 to Return-Code
           End-If

           If FILES-ARE-OK and HEADER-WAS-SEEN
             Perform Open-Files
           End-If

           If FILES-ARE-OK and HEADER-WAS-SEEN
             Perform Write-Report-Heading
             Perform Rework-Rejects
             Perform Generate-Supplemental-Extract
             Perform Report-Unused-Cards
             Perform Write-Report-Summary
             Perform Close-Files
           End-If

           Perform Write-Reconciliation-Report

      *    Records still failing and cards that never applied are
      *    for the data owners to chase, not failures of the step.
           If Return-Code = 0
              and (WS-RECORDS-STILL-FAILING > 0
                   or WS-CARDS-UNUSED > 0
                   or WS-CARDS-REFUSED > 0)
             Move 4 to Return-Code
           End-If

           If TABLE-LIMIT-HIT
             Perform Suppress-Supplemental-Extract
             Move 16 to Return-Code
           End-If

           Display "Reject correction workbench end"

           STOP    RUN.

      ****************************************************************
      * Function: Load-Correction-Cards                               *
      *                                                              *
      *           Reads the correction deck into the card table. A   *
      *           blank record type means the client record, a      *
      *           blank occurrence every record of that type under   *
      *           the key. An empty deck is allowed - the rejects    *
      *           are still re-edited, which picks up a fix made to  *
      *           the edits' own reference tables.                   *
      ****************************************************************
       Load-Correction-Cards.

           Open Input CORRECTION-FILE
           If WS-CORRCRD-STATUS Not = '00'
             Display "FAILED: Open Input CORRECTION-FILE, status "
                     WS-CORRCRD-STATUS
             Move 'N' to WS-FILES-OK
             Move 16 to Return-Code
           Else
             Move 'N' to WS-EOF-INPUT
             Read CORRECTION-FILE
               At End Set WS-INPUT-EOF to true
             End-Read

             Perform Until WS-INPUT-EOF
               Add 1 to WS-CARDS-READ
               If WS-COR-COUNT >= 5000
                 Display "ERROR: correction card table capacity of "
                         "5000 exceeded at key " COR-KEY
                 Set TABLE-LIMIT-HIT to true
                 Set WS-INPUT-EOF to true
               Else
                 Add 1 to WS-COR-COUNT
                 Move COR-KEY   to WS-COR-KEY(WS-COR-COUNT)
                 Move Function Upper-Case(COR-REC-TYPE)
                   to WS-COR-REC-TYPE(WS-COR-COUNT)
                 If WS-COR-REC-TYPE(WS-COR-COUNT) = Space
                   Move 'C' to WS-COR-REC-TYPE(WS-COR-COUNT)
                 End-If
                 If COR-OCCURRENCE is Numeric
                   Move COR-OCCURRENCE
                     to WS-COR-OCCURRENCE(WS-COR-COUNT)
                 Else
                   Move 0 to WS-COR-OCCURRENCE(WS-COR-COUNT)
                 End-If
                 Move Function Upper-Case(COR-FIELD)
                   to WS-COR-FIELD(WS-COR-COUNT)
                 Move COR-VALUE to WS-COR-VALUE(WS-COR-COUNT)
                 Move 'N'       to WS-COR-USED(WS-COR-COUNT)
                 Read CORRECTION-FILE
                   At End Set WS-INPUT-EOF to true
                 End-Read
               End-If
             End-Perform

             Close CORRECTION-FILE
             Display "Loaded " WS-COR-COUNT " correction card(s)"
           End-If
           .

      ****************************************************************
      * Function: Load-Clean-Extract                                  *
      *                                                              *
      *           Passes the day's clean extract once: the header    *
      *           gives the batch date, and every client parent that *
      *           went out clean is loaded into the duplicate-key    *
      *           table (so a corrected key cannot collide with one  *
      *           already sent) and into the clean-parent table.     *
      ****************************************************************
       Load-Clean-Extract.

           Open Input CLEAN-EXTRACT-FILE
           If WS-CLEANEXT-STATUS Not = '00'
             Display "FAILED: Open Input CLEAN-EXTRACT-FILE, status "
                     WS-CLEANEXT-STATUS
             Move 'N' to WS-FILES-OK
             Move 16 to Return-Code
           Else
             Move 'N' to WS-EOF-INPUT
             Read CLEAN-EXTRACT-FILE Into CLIENT-RECORD
               At End Set WS-INPUT-EOF to true
             End-Read

             Perform Until WS-INPUT-EOF
               Evaluate True
                 When CLI-REC-HEADER
                   Move 'Y' to WS-HDR-SEEN
                   Move CTL-BATCH-DATE to WS-BATCH-DATE
                 When CLI-REC-CLIENT
                   Perform Insert-Seen-Key
                   Perform Insert-Clean-Parent
                 When Other
                   Continue
               End-Evaluate
               Read CLEAN-EXTRACT-FILE Into CLIENT-RECORD
                 At End Set WS-INPUT-EOF to true
               End-Read
             End-Perform

             Close CLEAN-EXTRACT-FILE
             Display "Loaded " WS-CLN-COUNT
                     " clean client key(s) for batch " WS-BATCH-DATE
           End-If
           .

      ****************************************************************
      * Function: Insert-Clean-Parent                                 *
      *                                                              *
      *           Places CLI-KEY and its transaction into the clean- *
      *           parent table at its key position. A table at       *
      *           capacity fails the step.                            *
      ****************************************************************
       Insert-Clean-Parent.

           Move 1 to WS-BIN-LO
           Compute WS-BIN-HI = WS-CLN-COUNT + 1
           Perform Until WS-BIN-LO >= WS-BIN-HI
             Compute WS-BIN-MID = (WS-BIN-LO + WS-BIN-HI) / 2
             If WS-CLN-KEY(WS-BIN-MID) < CLI-KEY
               Compute WS-BIN-LO = WS-BIN-MID + 1
             Else
               Move WS-BIN-MID to WS-BIN-HI
             End-If
           End-Perform

           If WS-BIN-LO <= WS-CLN-COUNT
              and WS-CLN-KEY(WS-BIN-LO) = CLI-KEY
             Continue
           Else
             If WS-CLN-COUNT >= 100000
               Display "ERROR: clean-parent table capacity of 100000 "
                       "exceeded at key " CLI-KEY
               Set TABLE-LIMIT-HIT to true
             Else
               Add 1 to WS-CLN-COUNT
               Perform Varying WS-BIN-SHIFT
                 From WS-CLN-COUNT By -1
                 Until WS-BIN-SHIFT <= WS-BIN-LO
                 Move WS-CLN-ENTRY(WS-BIN-SHIFT - 1)
                   to WS-CLN-ENTRY(WS-BIN-SHIFT)
               End-Perform
               Move CLI-KEY      to WS-CLN-KEY(WS-BIN-LO)
               Move CLI-TXN-TYPE to WS-CLN-TXN-TYPE(WS-BIN-LO)
               Move 'N'          to WS-CLN-CARRY(WS-BIN-LO)
             End-If
           End-If
           .

      ****************************************************************
      * Function: Find-Clean-Parent                                   *
      *                                                              *
      *           Sets WS-CLN-FOUND-IDX to CLI-KEY's clean-parent    *
      *           table entry, or zero when it did not go out clean. *
      ****************************************************************
       Find-Clean-Parent.

           Move 0 to WS-CLN-FOUND-IDX
           If WS-CLN-COUNT > 0
             Search All WS-CLN-ENTRY
               At End Continue
               When WS-CLN-KEY(CLN-INX) = CLI-KEY
                 Set WS-CLN-FOUND-IDX to CLN-INX
             End-Search
           End-If
           .

      ****************************************************************
      * Function: Open-Files                                          *
      *                                                              *
      *           Opens the rejects, the new rejects, the            *
      *           supplemental extract and the report - an open      *
      *           failure on any of them fails the step before a     *
      *           single reject is reworked.                          *
      ****************************************************************
       Open-Files.

           Open Input REJECT-FILE
           If WS-REJECTS-STATUS Not = '00'
             Display "FAILED: Open Input REJECT-FILE, status "
                     WS-REJECTS-STATUS
             Move 'N' to WS-FILES-OK
           End-If

           Open Output REJECT-NEW-FILE
           If WS-REJNEW-STATUS Not = '00'
             Display "FAILED: Open Output REJECT-NEW-FILE, status "
                     WS-REJNEW-STATUS
             Move 'N' to WS-FILES-OK
           End-If

           Open Output SUPPLEMENT-FILE
           If WS-SUPPEXT-STATUS Not = '00'
             Display "FAILED: Open Output SUPPLEMENT-FILE, status "
                     WS-SUPPEXT-STATUS
             Move 'N' to WS-FILES-OK
           End-If

           Open Output CORRECTION-REPORT-FILE
           If WS-CORRRPT-STATUS Not = '00'
             Display "FAILED: Open Output CORRECTION-REPORT-FILE, "
                     "status " WS-CORRRPT-STATUS
             Move 'N' to WS-FILES-OK
           End-If

           If Not FILES-ARE-OK
             Move 16 to Return-Code
           End-If
           .

      ****************************************************************
      * Function: Close-Files                                         *
      ****************************************************************
       Close-Files.

           Close REJECT-FILE
           Close REJECT-NEW-FILE
           Close SUPPLEMENT-FILE
           Close CORRECTION-REPORT-FILE
           .

      ****************************************************************
      * Function: Rework-Rejects                                      *
      *                                                              *
      *           Reworks every REJECTS record in file order, so a   *
      *           reworked client parent is seen before the children *
      *           filed behind it, just as CLTEDIT saw them. An      *
      *           erased client's tombstone is carried across as it  *
      *           stands - there is nothing left in it to correct.    *
      *           Nor is a server refusal no card has named yet.      *
      ****************************************************************
       Rework-Rejects.

           Move 'N' to WS-EOF-INPUT
           Read REJECT-FILE
             At End Set WS-INPUT-EOF to true
           End-Read

           Perform Until WS-INPUT-EOF
             Add 1 to WS-REJECTS-READ
             Move 'N' to WS-KEY-HAS-CARDS
             If REJ-SERVER-REFUSED
               Perform Check-Key-Has-Cards
             End-If
             Evaluate True
               When REJ-ERASED
                 Add 1 to WS-ERASED-CARRIED
                 Write REJECT-NEW-RECORD from REJECT-RECORD
               When REJ-SERVER-REFUSED and Not KEY-HAS-CARDS
                 Perform Hold-Server-Reject
               When Other
                 Perform Rework-Reject-Record
             End-Evaluate
             Read REJECT-FILE
               At End Set WS-INPUT-EOF to true
             End-Read
           End-Perform
           .

      ****************************************************************
      * Function: Rework-Reject-Record                                *
      *                                                              *
      *           Applies the matching cards to one reject image and *
      *           re-edits it. A child whose parent went out clean   *
      *           is edited against that parent; a passing record is *
      *           held for the supplemental extract, a failing one   *
      *           goes back to REJECTS under its new reason.          *
      ****************************************************************
       Rework-Reject-Record.

           Move REJ-RECORD-IMAGE to CLIENT-RECORD
           Move CLI-KEY          to WS-ORIG-KEY
           Move CLI-REC-TYPE     to WS-ORIG-TYPE
           Move REJ-REASON-CODE  to WS-ORIG-REASON
           Move REJ-REASON-TEXT  to WS-ORIG-REASON-TEXT
           Perform Count-Occurrence

      *    A server-refused client went out on CLEANEXT, so its own
      *    key would fail the duplicate-key edit and its children
      *    would be taken for children of a clean client. It is
      *    being re-sent in its own right - release the key first.
           If REJ-SERVER-REFUSED and CLI-REC-CLIENT
             Perform Release-Server-Key
           End-If

           Move Spaces to CORRECTION-REPORT-LINE
           Move WS-OCC-NBR to WS-OCC-EDIT
           String "Key " WS-ORIG-KEY
                  "  type " WS-ORIG-TYPE
                  "  occurrence " WS-OCC-EDIT
                  "  was " WS-ORIG-REASON " " WS-ORIG-REASON-TEXT
             Delimited by Size Into CORRECTION-REPORT-LINE
           Write CORRECTION-REPORT-LINE

           Move 0 to WS-CARDS-ON-RECORD
           Perform Varying WS-COR-IDX From 1 by 1
             Until WS-COR-IDX > WS-COR-COUNT
             Perform Match-Correction-Card
             If WS-COR-MATCHES = 'Y'
               Perform Apply-Correction-Card
             End-If
           End-Perform
           If WS-CARDS-ON-RECORD = 0
             Move "      no correction - re-edited as it stands"
               to CORRECTION-REPORT-LINE
             Write CORRECTION-REPORT-LINE
           End-If

           Move 0 to WS-CHILD-OF-CLEAN-IDX
           Evaluate True
             When CLI-REC-CLIENT
               Perform Edit-Client-Record
               Move CLI-KEY to WS-LAST-PARENT-KEY
               If RECORD-IS-VALID
                 Set PARENT-WAS-VALID to true
               Else
                 Set PARENT-WAS-REJECTED to true
               End-If

             When CLI-REC-CONTACT
             When CLI-REC-ACCOUNT
      *    A child whose own parent is not the last reworked one
      *    may belong to a client that already went out clean -
      *    then it is edited, and sent, under that parent.
               If NO-PARENT-YET or CLI-KEY Not = WS-LAST-PARENT-KEY
                 Perform Find-Clean-Parent
                 If WS-CLN-FOUND-IDX > 0
                   Move CLI-KEY to WS-LAST-PARENT-KEY
                   Set PARENT-WAS-VALID to true
                   Move WS-CLN-FOUND-IDX to WS-CHILD-OF-CLEAN-IDX
                 End-If
               Else
                 Perform Find-Clean-Parent
                 If WS-CLN-FOUND-IDX > 0 and PARENT-WAS-VALID
                   Move WS-CLN-FOUND-IDX to WS-CHILD-OF-CLEAN-IDX
                 End-If
               End-If
               Perform Edit-Child-Record

             When Other
               Perform Flag-Reason-11
           End-Evaluate

           Move Spaces to CORRECTION-REPORT-LINE
           If RECORD-IS-VALID
             Add 1 to WS-RECORDS-PASSED
             Perform Hold-Passed-Record
           Else
             Add 1 to WS-RECORDS-STILL-FAILING
             Move Spaces          to WS-OUT-REJECT
             Move WS-REASON-CODE  to RNW-REASON-CODE
             Move WS-REASON-TEXT  to RNW-REASON-TEXT
             Move CLIENT-RECORD   to RNW-RECORD-IMAGE
             Write REJECT-NEW-RECORD from WS-OUT-REJECT
             String "      result: STILL FAILING " WS-REASON-CODE
                    " " WS-REASON-TEXT
               Delimited by Size Into CORRECTION-REPORT-LINE
           End-If
           Write CORRECTION-REPORT-LINE
           .

      ****************************************************************
      * Function: Check-Key-Has-Cards                                 *
      *                                                              *
      *           Sets KEY-HAS-CARDS when any correction card names  *
      *           the client key on the reject image just read.       *
      ****************************************************************
       Check-Key-Has-Cards.

           Perform Varying WS-COR-IDX From 1 by 1
             Until WS-COR-IDX > WS-COR-COUNT or KEY-HAS-CARDS
             If WS-COR-KEY(WS-COR-IDX) = REJ-RECORD-IMAGE(2:10)
               Move 'Y' to WS-KEY-HAS-CARDS
             End-If
           End-Perform
           .

      ****************************************************************
      * Function: Hold-Server-Reject                                  *
      *                                                              *
      *           Carries a server-refused record no card has named  *
      *           to REJECTS.NEW as it stands - it already passed    *
      *           the edits, and only a correction can change what   *
      *           the server will say about it. It counts as still   *
      *           failing, so the data owners see it on the report.  *
      ****************************************************************
       Hold-Server-Reject.

           Add 1 to WS-SERVER-HELD
           Add 1 to WS-RECORDS-STILL-FAILING
           Write REJECT-NEW-RECORD from REJECT-RECORD

           Move REJ-RECORD-IMAGE to CLIENT-RECORD
           Move Spaces to CORRECTION-REPORT-LINE
           String "Key " CLI-KEY
                  "  type " CLI-REC-TYPE
                  "  was " REJ-REASON-CODE " " REJ-REASON-TEXT
             Delimited by Size Into CORRECTION-REPORT-LINE
           Write CORRECTION-REPORT-LINE
           Move Spaces to CORRECTION-REPORT-LINE
           String "      result: HELD - refused by the server, no "
                  "correction card for the key"
             Delimited by Size Into CORRECTION-REPORT-LINE
           Write CORRECTION-REPORT-LINE
           .

      ****************************************************************
      * Function: Release-Server-Key                                  *
      *                                                              *
      *           Takes CLI-KEY out of the duplicate-key table and   *
      *           the clean-parent table, closing the gap in each so *
      *           the SEARCH ALL lookups stay in key order.           *
      ****************************************************************
       Release-Server-Key.

           Move 0 to WS-BIN-LO
           If WS-SEEN-COUNT > 0
             Search All WS-SEEN-KEY
               At End Continue
               When WS-SEEN-KEY(SEEN-INX) = CLI-KEY
                 Set WS-BIN-LO to SEEN-INX
             End-Search
           End-If
           If WS-BIN-LO > 0
             Perform Varying WS-BIN-SHIFT From WS-BIN-LO By 1
               Until WS-BIN-SHIFT >= WS-SEEN-COUNT
               Move WS-SEEN-KEY(WS-BIN-SHIFT + 1)
                 to WS-SEEN-KEY(WS-BIN-SHIFT)
             End-Perform
             Subtract 1 from WS-SEEN-COUNT
           End-If

           Perform Find-Clean-Parent
           If WS-CLN-FOUND-IDX > 0
             Perform Varying WS-BIN-SHIFT From WS-CLN-FOUND-IDX By 1
               Until WS-BIN-SHIFT >= WS-CLN-COUNT
               Move WS-CLN-ENTRY(WS-BIN-SHIFT + 1)
                 to WS-CLN-ENTRY(WS-BIN-SHIFT)
             End-Perform
             Subtract 1 from WS-CLN-COUNT
           End-If
           .

      ****************************************************************
      * Function: Count-Occurrence                                    *
      *                                                              *
      *           Numbers this reject among the records of its type  *
      *           filed under the same original key, for the card's  *
      *           occurrence column.                                  *
      ****************************************************************
       Count-Occurrence.

           If WS-ORIG-KEY Not = WS-OCC-KEY
             Move WS-ORIG-KEY to WS-OCC-KEY
             Move 0 to WS-OCC-CLIENT
             Move 0 to WS-OCC-CONTACT
             Move 0 to WS-OCC-ACCOUNT
             Move 0 to WS-OCC-OTHER
           End-If

           Evaluate True
             When CLI-REC-CLIENT
               Add 1 to WS-OCC-CLIENT
               Move WS-OCC-CLIENT  to WS-OCC-NBR
             When CLI-REC-CONTACT
               Add 1 to WS-OCC-CONTACT
               Move WS-OCC-CONTACT to WS-OCC-NBR
             When CLI-REC-ACCOUNT
               Add 1 to WS-OCC-ACCOUNT
               Move WS-OCC-ACCOUNT to WS-OCC-NBR
             When Other
               Add 1 to WS-OCC-OTHER
               Move WS-OCC-OTHER   to WS-OCC-NBR
           End-Evaluate
           .

      ****************************************************************
      * Function: Match-Correction-Card                               *
      *                                                              *
      *           Card WS-COR-IDX matches the reject when its key is *
      *           the image's original key and its type and          *
      *           occurrence fit. KEY and RECTYPE cards fit any      *
      *           record type - a corrected key moves the client and *
      *           its children together. A refused card never        *
      *           applies.                                            *
      ****************************************************************
       Match-Correction-Card.

           Move 'N' to WS-COR-MATCHES
           If WS-COR-KEY(WS-COR-IDX) = WS-ORIG-KEY
              and WS-COR-USED(WS-COR-IDX) Not = 'X'
             Evaluate True
               When WS-COR-FIELD(WS-COR-IDX) = 'KEY'
                 Move 'Y' to WS-COR-MATCHES
               When WS-COR-FIELD(WS-COR-IDX) = 'RECTYPE'
                 If WS-COR-OCCURRENCE(WS-COR-IDX) = 0
                    or WS-COR-OCCURRENCE(WS-COR-IDX) = WS-OCC-NBR
                   Move 'Y' to WS-COR-MATCHES
                 End-If
               When WS-COR-REC-TYPE(WS-COR-IDX) = WS-ORIG-TYPE
                 If WS-COR-OCCURRENCE(WS-COR-IDX) = 0
                    or WS-COR-OCCURRENCE(WS-COR-IDX) = WS-OCC-NBR
                   Move 'Y' to WS-COR-MATCHES
                 End-If
             End-Evaluate
           End-If
           .

      ****************************************************************
      * Function: Apply-Correction-Card                               *
      *                                                              *
      *           Moves card WS-COR-IDX's value into its field on    *
      *           the image and prints the before/after line. A card *
      *           naming a field the record type does not have, or a *
      *           value the field cannot hold, is refused and the    *
      *           image left as it was.                               *
      ****************************************************************
       Apply-Correction-Card.

           Add 1 to WS-CARDS-ON-RECORD
           Move 'Y' to WS-COR-OK
           Move Spaces to WS-BEFORE-VALUE
           Move WS-COR-VALUE(WS-COR-IDX) to WS-AFTER-VALUE

           Evaluate True
             When WS-COR-FIELD(WS-COR-IDX) = 'KEY'
               Move CLI-KEY to WS-BEFORE-VALUE
               Move WS-COR-VALUE(WS-COR-IDX) to CLI-KEY
             When WS-COR-FIELD(WS-COR-IDX) = 'RECTYPE'
               Move CLI-REC-TYPE to WS-BEFORE-VALUE
               If WS-COR-VALUE(WS-COR-IDX) = 'C' or 'N' or 'A'
                 Move WS-COR-VALUE(WS-COR-IDX) to CLI-REC-TYPE
               Else
                 Move 'N' to WS-COR-OK
               End-If
             When CLI-REC-CLIENT
               Perform Apply-Client-Correction
             When CLI-REC-CONTACT
               Perform Apply-Contact-Correction
             When CLI-REC-ACCOUNT
               Perform Apply-Account-Correction
             When Other
               Move 'N' to WS-COR-OK
           End-Evaluate

           Move WS-COR-FIELD(WS-COR-IDX) to WS-RPT-FIELD
           Move WS-BEFORE-VALUE to WS-RPT-BEFORE
           If CORRECTION-IS-OK
             Add 1 to WS-CORRECTIONS-MADE
             If WS-COR-USED(WS-COR-IDX) = 'N'
               Move 'Y' to WS-COR-USED(WS-COR-IDX)
             End-If
             Move WS-AFTER-VALUE to WS-RPT-AFTER
             Write CORRECTION-REPORT-LINE from WS-RPT-CHANGE
           Else
             Move 'X' to WS-COR-USED(WS-COR-IDX)
             Move "** CARD REFUSED - field/value not valid here"
               to WS-RPT-AFTER
             Write CORRECTION-REPORT-LINE from WS-RPT-CHANGE
           End-If
           .

      ****************************************************************
      * Function: Apply-Client-Correction                             *
      ****************************************************************
       Apply-Client-Correction.

           Evaluate WS-COR-FIELD(WS-COR-IDX)
             When 'TXNTYPE'
               Move CLI-TXN-TYPE to WS-BEFORE-VALUE
               Move WS-COR-VALUE(WS-COR-IDX) to CLI-TXN-TYPE
             When 'NAME'
               Move CLI-NAME to WS-BEFORE-VALUE
               Move WS-COR-VALUE(WS-COR-IDX) to CLI-NAME
             When 'AGE'
               Move CLIENT-RECORD(43:3) to WS-BEFORE-VALUE
               If WS-COR-VALUE(WS-COR-IDX)(1:3) is Numeric
                  and WS-COR-VALUE(WS-COR-IDX)(4:37) = Spaces
                 Move WS-COR-VALUE(WS-COR-IDX)(1:3) to CLI-AGE
               Else
                 Move 'N' to WS-COR-OK
               End-If
             When 'EMAIL'
               Move CLI-EMAIL to WS-BEFORE-VALUE
               Move WS-COR-VALUE(WS-COR-IDX) to CLI-EMAIL
             When 'STREET'
               Move CLI-STREET to WS-BEFORE-VALUE
               Move WS-COR-VALUE(WS-COR-IDX) to CLI-STREET
             When 'CITY'
               Move CLI-CITY to WS-BEFORE-VALUE
               Move WS-COR-VALUE(WS-COR-IDX) to CLI-CITY
             When 'STATE'
               Move CLI-STATE to WS-BEFORE-VALUE
               Move WS-COR-VALUE(WS-COR-IDX) to CLI-STATE
             When 'ZIP'
               Move CLI-ZIP to WS-BEFORE-VALUE
               Move WS-COR-VALUE(WS-COR-IDX) to CLI-ZIP
             When Other
               Move 'N' to WS-COR-OK
           End-Evaluate
           .

      ****************************************************************
      * Function: Apply-Contact-Correction                            *
      ****************************************************************
       Apply-Contact-Correction.

           Evaluate WS-COR-FIELD(WS-COR-IDX)
             When 'NAME'
               Move CNT-NAME to WS-BEFORE-VALUE
               Move WS-COR-VALUE(WS-COR-IDX) to CNT-NAME
             When 'EMAIL'
               Move CNT-EMAIL to WS-BEFORE-VALUE
               Move WS-COR-VALUE(WS-COR-IDX) to CNT-EMAIL
             When 'PHONE'
               Move CNT-PHONE to WS-BEFORE-VALUE
               Move WS-COR-VALUE(WS-COR-IDX) to CNT-PHONE
             When 'ROLE'
               Move CNT-ROLE to WS-BEFORE-VALUE
               Move WS-COR-VALUE(WS-COR-IDX) to CNT-ROLE
             When Other
               Move 'N' to WS-COR-OK
           End-Evaluate
           .

      ****************************************************************
      * Function: Apply-Account-Correction                            *
      *                                                              *
      *           As above for an account child. A balance is keyed  *
      *           as a signed decimal and checked before Numval      *
      *           turns it into ACT-BALANCE.                          *
      ****************************************************************
       Apply-Account-Correction.

           Evaluate WS-COR-FIELD(WS-COR-IDX)
             When 'NUMBER'
               Move ACT-NUMBER to WS-BEFORE-VALUE
               Move WS-COR-VALUE(WS-COR-IDX) to ACT-NUMBER
             When 'TYPE'
               Move ACT-TYPE to WS-BEFORE-VALUE
               Move WS-COR-VALUE(WS-COR-IDX) to ACT-TYPE
             When 'BALANCE'
               If ACT-BALANCE is Numeric
                 Move ACT-BALANCE to WS-BALANCE-EDIT
                 Move WS-BALANCE-EDIT to WS-BEFORE-VALUE
               Else
                 Move ACCOUNT-RECORD(38:11) to WS-BEFORE-VALUE
               End-If
               Perform Check-Balance-Value
               If CORRECTION-IS-OK
                 Compute ACT-BALANCE =
                     Function Numval(WS-COR-VALUE(WS-COR-IDX))
               End-If
             When 'OPENED'
               Move ACT-OPENED-DATE to WS-BEFORE-VALUE
               Move WS-COR-VALUE(WS-COR-IDX) to ACT-OPENED-DATE
             When Other
               Move 'N' to WS-COR-OK
           End-Evaluate
           .

      ****************************************************************
      * Function: Check-Balance-Value                                 *
      *                                                              *
      *           A balance card value must be an optional leading   *
      *           '-', up to nine whole digits, and an optional '.'  *
      *           with at most two decimals - what ACT-BALANCE can   *
      *           hold without truncation.                            *
      ****************************************************************
       Check-Balance-Value.

           Move Function Trim(WS-COR-VALUE(WS-COR-IDX))
             to WS-AFTER-VALUE
           Compute WS-VALUE-LEN =
               Function Length(Function Trim(WS-AFTER-VALUE))
           Move 0 to WS-VALUE-DIGITS
           Move 0 to WS-VALUE-DOTS
           Move 0 to WS-VALUE-DECIMALS

           If WS-AFTER-VALUE = Spaces
             Move 'N' to WS-COR-OK
           End-If

           Perform Varying WS-VALUE-IDX From 1 by 1
             Until WS-VALUE-IDX > WS-VALUE-LEN
                   or Not CORRECTION-IS-OK
             Evaluate True
               When WS-AFTER-VALUE(WS-VALUE-IDX:1) is Numeric
                 If WS-VALUE-DOTS = 0
                   Add 1 to WS-VALUE-DIGITS
                 Else
                   Add 1 to WS-VALUE-DECIMALS
                 End-If
               When WS-AFTER-VALUE(WS-VALUE-IDX:1) = '.'
                 Add 1 to WS-VALUE-DOTS
               When WS-AFTER-VALUE(WS-VALUE-IDX:1) = '-'
                    and WS-VALUE-IDX = 1
                 Continue
               When Other
                 Move 'N' to WS-COR-OK
             End-Evaluate
           End-Perform

           If WS-VALUE-DOTS > 1 or WS-VALUE-DECIMALS > 2
              or WS-VALUE-DIGITS > 9
              or WS-VALUE-DIGITS + WS-VALUE-DECIMALS = 0
             Move 'N' to WS-COR-OK
           End-If
           .

      ****************************************************************
      * Function: Hold-Passed-Record                                  *
      *                                                              *
      *           Keeps a passing record for the supplemental        *
      *           extract. A child of a client that went out clean   *
      *           is marked to travel behind that client - unless    *
      *           the batch is deleting the client, when there is    *
      *           nothing left on the server to attach it to.         *
      ****************************************************************
       Hold-Passed-Record.

           If WS-CHILD-OF-CLEAN-IDX > 0
              and WS-CLN-TXN-TYPE(WS-CHILD-OF-CLEAN-IDX) = 'D'
             Add 1 to WS-PASSED-NOT-SENT
             String "      result: PASSED - client is being deleted "
                    "this batch, not sent"
               Delimited by Size Into CORRECTION-REPORT-LINE
           Else
             If WS-PASS-COUNT >= 100000
               Display "ERROR: passed-record table capacity of 100000 "
                       "exceeded at key " CLI-KEY
               Set TABLE-LIMIT-HIT to true
             Else
               Add 1 to WS-PASS-COUNT
               Move CLIENT-RECORD to WS-PASS-IMAGE(WS-PASS-COUNT)
               If WS-CHILD-OF-CLEAN-IDX > 0
                 Move 'Y' to WS-PASS-CARRY(WS-PASS-COUNT)
                 Move 'Y' to WS-CLN-CARRY(WS-CHILD-OF-CLEAN-IDX)
                 Add 1 to WS-CHILDREN-CARRIED
                 String "      result: PASSED - sent behind its "
                        "clean client"
                   Delimited by Size Into CORRECTION-REPORT-LINE
               Else
                 Move 'N' to WS-PASS-CARRY(WS-PASS-COUNT)
                 Move "      result: PASSED - to supplemental extract"
                   to CORRECTION-REPORT-LINE
               End-If
             End-If
           End-If
           .

      ****************************************************************
      * Function: Generate-Supplemental-Extract                       *
      *                                                              *
      *           Writes the header under the batch date, the        *
      *           reworked records in REJECTS order, then each clean *
      *           client that has corrected children re-sent as a    *
      *           PUT with its clean children and the corrected ones *
      *           behind it, and the trailer with the totals.         *
      ****************************************************************
       Generate-Supplemental-Extract.

           Move Spaces to WS-OUT-CONTROL
           Move 'H' to SCT-REC-TYPE
           Move WS-BATCH-DATE to SCT-BATCH-DATE
           Move 0 to SCT-RECORD-COUNT
           Move 0 to SCT-KEY-HASH-TOTAL
           Set SCT-KIND-SUPPLEMENT to true
           Write SUPPLEMENT-RECORD from WS-OUT-CONTROL

           Perform Varying WS-PASS-IDX From 1 by 1
             Until WS-PASS-IDX > WS-PASS-COUNT
             If WS-PASS-CARRY(WS-PASS-IDX) = 'N'
               Move WS-PASS-IMAGE(WS-PASS-IDX) to CLIENT-RECORD
               Perform Write-Supplemental-Record
             End-If
           End-Perform

           If WS-CHILDREN-CARRIED > 0
             Perform Carry-Clean-Parents
           End-If

           Move Spaces to WS-OUT-CONTROL
           Move 'T' to SCT-REC-TYPE
           Move WS-BATCH-DATE      to SCT-BATCH-DATE
           Move WS-SUPP-WRITTEN    to SCT-RECORD-COUNT
           Move WS-SUPP-HASH-TOTAL to SCT-KEY-HASH-TOTAL
           Move WS-SUPP-BALANCE-TOTAL to SCT-BALANCE-TOTAL
           Write SUPPLEMENT-RECORD from WS-OUT-CONTROL
           .

      ****************************************************************
      * Function: Carry-Clean-Parents                                 *
      *                                                              *
      *           Passes the clean extract a second time, writing    *
      *           each marked client as a PUT - the server already   *
      *           holds it - with its clean children, then the       *
      *           corrected children held for it.                    *
      ****************************************************************
       Carry-Clean-Parents.

           Move 'N' to WS-CARRY-CHILDREN
           Open Input CLEAN-EXTRACT-FILE
           If WS-CLEANEXT-STATUS Not = '00'
             Display "FAILED: Open Input CLEAN-EXTRACT-FILE, status "
                     WS-CLEANEXT-STATUS
             Move 16 to Return-Code
           Else
             Move 'N' to WS-EOF-INPUT
             Read CLEAN-EXTRACT-FILE Into CLIENT-RECORD
               At End Set WS-INPUT-EOF to true
             End-Read

             Perform Until WS-INPUT-EOF
               Evaluate True
                 When CLI-REC-CLIENT
                   Perform Write-Carried-Children
                   Perform Find-Clean-Parent
                   If WS-CLN-FOUND-IDX > 0
                      and WS-CLN-CARRY(WS-CLN-FOUND-IDX) = 'Y'
                     Move 'Y' to WS-CARRY-CHILDREN
                     Move WS-CLN-FOUND-IDX to WS-CHILD-OF-CLEAN-IDX
                     Move 'U' to CLI-TXN-TYPE
                     Add 1 to WS-PARENTS-RESENT
                     Perform Write-Supplemental-Record
                   End-If
                 When CLI-REC-CONTACT
                 When CLI-REC-ACCOUNT
                   If WS-CARRY-CHILDREN = 'Y'
                     Perform Write-Supplemental-Record
                   End-If
                 When Other
                   Perform Write-Carried-Children
               End-Evaluate
               Read CLEAN-EXTRACT-FILE Into CLIENT-RECORD
                 At End Set WS-INPUT-EOF to true
               End-Read
             End-Perform

             Perform Write-Carried-Children
             Close CLEAN-EXTRACT-FILE
           End-If
           .

      ****************************************************************
      * Function: Write-Carried-Children                              *
      *                                                              *
      *           Closes off a re-sent clean client: writes the      *
      *           corrected children held for its key behind its     *
      *           clean ones. The held children are few, so a scan   *
      *           of the passed table is enough.                      *
      ****************************************************************
       Write-Carried-Children.

           If WS-CARRY-CHILDREN = 'Y'
             Move 'N' to WS-CARRY-CHILDREN
             Perform Varying WS-PASS-IDX From 1 by 1
               Until WS-PASS-IDX > WS-PASS-COUNT
               If WS-PASS-CARRY(WS-PASS-IDX) = 'Y'
                  and WS-PASS-IMAGE(WS-PASS-IDX)(2:10) =
                      WS-CLN-KEY(WS-CHILD-OF-CLEAN-IDX)
                 Move WS-PASS-IMAGE(WS-PASS-IDX) to SUPPLEMENT-RECORD
                 Write SUPPLEMENT-RECORD
                 Add 1 to WS-SUPP-WRITTEN
                 Move WS-PASS-IMAGE(WS-PASS-IDX)(2:10)
                   to WS-HASH-KEY-INPUT
                 Perform Compute-Key-Hash-Value
                 Add WS-HASH-KEY-VALUE to WS-SUPP-HASH-TOTAL
                 Move WS-PASS-IMAGE(WS-PASS-IDX) to WS-SUPP-ACCOUNT
                 Perform Total-Supplemental-Balance
               End-If
             End-Perform
           End-If
           .

      ****************************************************************
      * Function: Write-Supplemental-Record                           *
      *                                                              *
      *           Writes the record in CLIENT-RECORD and tallies it  *
      *           into the trailer totals - child records hash under *
      *           their parent key, which sits in the same bytes as  *
      *           CLI-KEY.                                            *
      ****************************************************************
       Write-Supplemental-Record.

           Write SUPPLEMENT-RECORD from CLIENT-RECORD
           Add 1 to WS-SUPP-WRITTEN
           Move CLI-KEY to WS-HASH-KEY-INPUT
           Perform Compute-Key-Hash-Value
           Add WS-HASH-KEY-VALUE to WS-SUPP-HASH-TOTAL
           Move CLIENT-RECORD to WS-SUPP-ACCOUNT
           Perform Total-Supplemental-Balance
           .

      ****************************************************************
      * Function: Total-Supplemental-Balance                          *
      *                                                              *
      *           Adds the balance of an account record just written *
      *           (staged in WS-SUPP-ACCOUNT) to the trailer's money *
      *           total.                                              *
      ****************************************************************
       Total-Supplemental-Balance.

           If SAC-REC-ACCOUNT
           And SAC-BALANCE is Numeric
             Add SAC-BALANCE to WS-SUPP-BALANCE-TOTAL
           End-If
           .

      ****************************************************************
      * Function: Suppress-Supplemental-Extract                       *
      *                                                              *
      *           Truncates the supplemental extract so a partial or *
      *           stale one can never be handed to HTTPSCNW. Same    *
      *           pattern as CLTDELTA's Suppress-Delta-Extract.       *
      ****************************************************************
       Suppress-Supplemental-Extract.

           Display "Supplemental extract suppressed"
           Open Output SUPPLEMENT-FILE
           If WS-SUPPEXT-STATUS = '00'
             Close SUPPLEMENT-FILE
           Else
             Display "FAILED: Open Output SUPPLEMENT-FILE, status "
                     WS-SUPPEXT-STATUS
           End-If
           .

      ****************************************************************
      * Function: Report-Unused-Cards                                 *
      *                                                              *
      *           Lists every card that never matched a reject, and  *
      *           every card refused, for the data owner to re-key.  *
      ****************************************************************
       Report-Unused-Cards.

           Move Spaces to CORRECTION-REPORT-LINE
           Write CORRECTION-REPORT-LINE

           Perform Varying WS-COR-IDX From 1 by 1
             Until WS-COR-IDX > WS-COR-COUNT
             Move Spaces to CORRECTION-REPORT-LINE
             Evaluate WS-COR-USED(WS-COR-IDX)
               When 'Y'
                 Add 1 to WS-CARDS-APPLIED
               When 'X'
                 Add 1 to WS-CARDS-REFUSED
                 String "Card refused:   key "
                        WS-COR-KEY(WS-COR-IDX)
                        " type " WS-COR-REC-TYPE(WS-COR-IDX)
                        " field " WS-COR-FIELD(WS-COR-IDX)
                        " value " WS-COR-VALUE(WS-COR-IDX)
                   Delimited by Size Into CORRECTION-REPORT-LINE
                 Write CORRECTION-REPORT-LINE
               When Other
                 Add 1 to WS-CARDS-UNUSED
                 String "Card not used:  key "
                        WS-COR-KEY(WS-COR-IDX)
                        " type " WS-COR-REC-TYPE(WS-COR-IDX)
                        " field " WS-COR-FIELD(WS-COR-IDX)
                        " - no matching reject"
                   Delimited by Size Into CORRECTION-REPORT-LINE
                 Write CORRECTION-REPORT-LINE
             End-Evaluate
           End-Perform
           .

      ****************************************************************
      * Function: Write-Report-Heading                                *
      ****************************************************************
       Write-Report-Heading.

           Move All '=' to CORRECTION-REPORT-LINE
           Write CORRECTION-REPORT-LINE
           Move "Reject correction workbench - before/after report"
             to CORRECTION-REPORT-LINE
           Write CORRECTION-REPORT-LINE
           Move All '=' to CORRECTION-REPORT-LINE
           Write CORRECTION-REPORT-LINE

           Move Spaces to CORRECTION-REPORT-LINE
           String "Batch date:       " WS-BATCH-DATE
             Delimited by Size Into CORRECTION-REPORT-LINE
           Write CORRECTION-REPORT-LINE
           Move Spaces to CORRECTION-REPORT-LINE
           Write CORRECTION-REPORT-LINE
           .

      ****************************************************************
      * Function: Write-Report-Summary                                *
      *                                                              *
      *           Closes the report with the counts and the sign-off *
      *           lines for the data owner.                           *
      ****************************************************************
       Write-Report-Summary.

           Move Spaces to CORRECTION-REPORT-LINE
           Write CORRECTION-REPORT-LINE
           Move All '=' to CORRECTION-REPORT-LINE
           Write CORRECTION-REPORT-LINE

           Move WS-CARDS-READ to WS-COUNT-EDIT
           Move Spaces to CORRECTION-REPORT-LINE
           String "Correction cards read:     " WS-COUNT-EDIT
             Delimited by Size Into CORRECTION-REPORT-LINE
           Write CORRECTION-REPORT-LINE

           Move WS-CARDS-APPLIED to WS-COUNT-EDIT
           Move Spaces to CORRECTION-REPORT-LINE
           String "Cards applied:             " WS-COUNT-EDIT
             Delimited by Size Into CORRECTION-REPORT-LINE
           Write CORRECTION-REPORT-LINE

           Move WS-CARDS-REFUSED to WS-COUNT-EDIT
           Move Spaces to CORRECTION-REPORT-LINE
           String "Cards refused:             " WS-COUNT-EDIT
             Delimited by Size Into CORRECTION-REPORT-LINE
           Write CORRECTION-REPORT-LINE

           Move WS-CARDS-UNUSED to WS-COUNT-EDIT
           Move Spaces to CORRECTION-REPORT-LINE
           String "Cards not used:            " WS-COUNT-EDIT
             Delimited by Size Into CORRECTION-REPORT-LINE
           Write CORRECTION-REPORT-LINE

           Move WS-REJECTS-READ to WS-COUNT-EDIT
           Move Spaces to CORRECTION-REPORT-LINE
           String "Rejects reworked:          " WS-COUNT-EDIT
             Delimited by Size Into CORRECTION-REPORT-LINE
           Write CORRECTION-REPORT-LINE

           Move WS-RECORDS-PASSED to WS-COUNT-EDIT
           Move Spaces to CORRECTION-REPORT-LINE
           String "Now passing:               " WS-COUNT-EDIT
             Delimited by Size Into CORRECTION-REPORT-LINE
           Write CORRECTION-REPORT-LINE

           Move WS-RECORDS-STILL-FAILING to WS-COUNT-EDIT
           Move Spaces to CORRECTION-REPORT-LINE
           String "Still failing (to REJECTS):" WS-COUNT-EDIT
             Delimited by Size Into CORRECTION-REPORT-LINE
           Write CORRECTION-REPORT-LINE

           Move WS-ERASED-CARRIED to WS-COUNT-EDIT
           Move Spaces to CORRECTION-REPORT-LINE
           String "Erased, carried as is:     " WS-COUNT-EDIT
             Delimited by Size Into CORRECTION-REPORT-LINE
           Write CORRECTION-REPORT-LINE

           Move WS-SERVER-HELD to WS-COUNT-EDIT
           Move Spaces to CORRECTION-REPORT-LINE
           String "Server refused, no card:   " WS-COUNT-EDIT
             Delimited by Size Into CORRECTION-REPORT-LINE
           Write CORRECTION-REPORT-LINE

           Move WS-SUPP-WRITTEN to WS-COUNT-EDIT
           Move Spaces to CORRECTION-REPORT-LINE
           String "Supplemental records:      " WS-COUNT-EDIT
             Delimited by Size Into CORRECTION-REPORT-LINE
           Write CORRECTION-REPORT-LINE

           Move Spaces to CORRECTION-REPORT-LINE
           Write CORRECTION-REPORT-LINE
           Move "Corrections reviewed and approved by data owner:"
             to CORRECTION-REPORT-LINE
           Write CORRECTION-REPORT-LINE
           Move Spaces to CORRECTION-REPORT-LINE
           Write CORRECTION-REPORT-LINE
           String "Name: ______________________________   "
                  "Date: ____________"
             Delimited by Size Into CORRECTION-REPORT-LINE
           Write CORRECTION-REPORT-LINE
           Move Spaces to CORRECTION-REPORT-LINE
           Write CORRECTION-REPORT-LINE
           Move "Signature: _________________________"
             to CORRECTION-REPORT-LINE
           Write CORRECTION-REPORT-LINE
           Move All '=' to CORRECTION-REPORT-LINE
           Write CORRECTION-REPORT-LINE
           .

      *    The client field edits are shared with CLTEDIT via the
      *    EDITCHK procedure copybook.
           COPY EDITCHK.

      *    The client-key hash derivation (Compute-Key-Hash-Value)
      *    is shared with CLTDELTA, CLTEDIT and HTTPSCNW via the
      *    KEYHASH procedure copybook.
           COPY KEYHASH.

      ****************************************************************
      * Function: Write-Reconciliation-Report                         *
      ****************************************************************
       Write-Reconciliation-Report.

           Display "========================================="
           Display "Reject correction reconciliation"
           Display "Batch date:              " WS-BATCH-DATE
           Display "Correction cards read:   " WS-CARDS-READ
           Display "Cards applied:           " WS-CARDS-APPLIED
           Display "Cards refused:           " WS-CARDS-REFUSED
           Display "Cards not used:          " WS-CARDS-UNUSED
           Display "Field corrections made:  " WS-CORRECTIONS-MADE
           Display "Rejects reworked:        " WS-REJECTS-READ
           Display "Now passing:             " WS-RECORDS-PASSED
           Display "Still failing:           " WS-RECORDS-STILL-FAILING
           Display "Erased, carried as is:   " WS-ERASED-CARRIED
           Display "Server refused, no card: " WS-SERVER-HELD
           Display "Children carried:        " WS-CHILDREN-CARRIED
           Display "Clean clients re-sent:   " WS-PARENTS-RESENT
           Display "Passed, parent deleting: " WS-PASSED-NOT-SENT
           Display "Supplemental written:    " WS-SUPP-WRITTEN
           Display "========================================="
           .

       End Program REJCORR.
/*
//LKED.SYSLIB  DD DISP=SHR,DSN=CEE.SCEELKED
//             DD DISP=SHR,DSN=CEE.SCEELKEX
//             DD DISP=SHR,DSN=SYS1.CSSLIB
//GO.SYSPRINT  DD SYSOUT=*
//GO.CORRCRD   DD DISP=SHR,DSN=ANDREWJ.HTTPSCNW.CORRCRD
//GO.CLEANEXT  DD DISP=SHR,DSN=ANDREWJ.HTTPSCNW.CLEANEXT
//*  The day's REJECTS and the held rejects in, the reworked
//*  rejects out to REJECTS.NEW; a following step swaps
//*  REJECTS.NEW in for REJHELD and empties REJECTS when this
//*  step ends below RC 8.
//GO.REJECTS   DD DISP=OLD,DSN=ANDREWJ.HTTPSCNW.REJECTS
//             DD DISP=OLD,DSN=ANDREWJ.HTTPSCNW.REJHELD
//GO.REJNEW    DD DISP=OLD,DSN=ANDREWJ.HTTPSCNW.REJECTS.NEW
//GO.SUPPEXT   DD DISP=OLD,DSN=ANDREWJ.HTTPSCNW.SUPPEXT
//GO.CORRRPT   DD SYSOUT=*
