//ANDREWJC JOB CLASS=A,MSGCLASS=X,NOTIFY=&SYSUID,REGION=0M
//IGY      JCLLIB ORDER=IGY.SIGYPROC
//DOCLG    EXEC PROC=IGYWCLG,
//       PARM.COBOL='LIB',
//       PARM.LKED='REUS(RENT)'
//*  Verification remediation step. Runs after CLTVRFY: reads
//*  its machine-readable findings (DISCOUT, see DISCREC)
//*  together with the same day's clean extract and builds a
//*  corrective extract in the CLNTREC layout - each client
//*  whose server copy differs from ours goes out as a PUT,
//*  each client the server never returned goes out as a
//*  POST, with its contact/account child records carried
//*  along so the request body is whole. A client answered
//*  only by a reply from an earlier cycle is sent as a PUT:
//*  the server has held it, and a POST would duplicate it.
//*  Keys already sitting in SUSPNS or DEADLTR are left out -
//*  the resubmission driver owns those - and a client the
//*  extract carries as a DELETE is never re-created. The
//*  extract goes out under its own CTLREC header/trailer
//*  with the KEYHASH totals and the account balance total
//*  (header marked R, remediation), ready to be handed to HTTPSCNW
//*  as CLTEXTR on a follow-up run. A batch date CLTVRFY has
//*  not finished cleanly on the run-history ledger (RUNLEDG)
//*  is refused, RC 8, with RMEDEXT left empty - findings
//*  from another cycle are never turned into fixes.
//COBOL.STEPLIB DD DISP=SHR,DSN=IGY.SIGYCOMP
//COBOL.SYSLIB  DD DISP=SHR,DSN=ANDREWJ.SOURCE.MAC
//COBOL.SYSIN   DD *
       IDENTIFICATION                  DIVISION.
       PROGRAM-ID.                     CLTRMED.
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
           SELECT DISCREPANCY-FILE  ASSIGN TO DISCIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DISCIN-STATUS.

           SELECT CLIENT-EXTRACT-FILE  ASSIGN TO CLTEXTR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CLTEXTR-STATUS.

           SELECT SUSPENSE-FILE  ASSIGN TO SUSPNS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSPNS-STATUS.

           SELECT DEAD-LETTER-FILE  ASSIGN TO DEADLTR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DEADLTR-STATUS.

           SELECT REMEDIATION-FILE  ASSIGN TO RMEDEXT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RMEDEXT-STATUS.

           SELECT RUN-LEDGER-FILE  ASSIGN TO RUNLEDG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNLEDG-STATUS.

           SELECT RUN-HISTORY-FILE  ASSIGN TO RUNHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNHIST-STATUS.
      *----------------------------------------------------------------*
      *                                                                *
      *    D A T A   D I V I S I O N                                   *
      *                                                                *
      *----------------------------------------------------------------*
       DATA                            DIVISION.
       FILE                            SECTION.
       FD  DISCREPANCY-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  DISCREPANCY-RECORD.
           COPY DISCREC.

       FD  CLIENT-EXTRACT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CLIENT-RECORD.
           COPY CLNTREC.
       01  CONTROL-RECORD.
           COPY CTLREC.

       FD  SUSPENSE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  SUSPENSE-RECORD.
           COPY SUSPREC.

       FD  DEAD-LETTER-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  DEAD-LETTER-RECORD.
           COPY DLTRREC.

       FD  REMEDIATION-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REMEDIATION-RECORD          Pic X(165).

      ******************************************************
      * Run-history ledger: this run's entry is appended to
      * RUNLEDG, and RUNHIST reads the whole ledger back.
      ******************************************************
       FD  RUN-LEDGER-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RUN-LEDGER-RECORD.
           COPY RUNLREC REPLACING LEADING ==RUN-== BY ==RLG-==.

       FD  RUN-HISTORY-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RUN-HISTORY-RECORD.
           COPY RUNLREC.
      *
      *----------------------------------------------------------------*
      *                                                                *
      *    W O R K I N G - S T O R A G E   S E C T I O N               *
      *                                                                *
      *----------------------------------------------------------------*
       WORKING-STORAGE                SECTION.
       01  WS-DISCIN-STATUS         Pic XX Value Spaces.
       01  WS-CLTEXTR-STATUS        Pic XX Value Spaces.
       01  WS-SUSPNS-STATUS         Pic XX Value Spaces.
       01  WS-DEADLTR-STATUS        Pic XX Value Spaces.
       01  WS-RMEDEXT-STATUS        Pic XX Value Spaces.
       01  WS-EOF-INPUT             Pic X  Value 'N'.
           88 WS-INPUT-EOF                 Value 'Y'.
       01  WS-FILES-OK              Pic X  Value 'Y'.
           88 FILES-ARE-OK                 Value 'Y'.
       01  WS-CARRY-CHILDREN        Pic X  Value 'N'.

      ******************************************************
      * Keys the resubmission driver already owns - every
      * key on SUSPNS or DEADLTR, deduplicated and kept in
      * key order so the per-finding check runs as a binary
      * SEARCH ALL. An unreadable dataset (anything but a
      * clean open or a '35' not-yet-allocated) fails the
      * step - a key in flight must never be posted twice.
      ******************************************************
       01  WS-HELD-COUNT            Pic 9(9) Binary Value 0.
       01  WS-HELD-TABLE.
           05 WS-HELD-ENTRY  OCCURS 1 TO 100000 TIMES
                              DEPENDING ON WS-HELD-COUNT
                              ASCENDING KEY IS WS-HELD-KEY
                              INDEXED BY HELD-INX.
              10 WS-HELD-KEY        Pic X(10).
              10 WS-HELD-SOURCE     Pic X(8).
       01  WS-HELD-FOUND-IDX        Pic 9(9) Binary Value 0.
       01  WS-HELD-WORK-KEY         Pic X(10) Value Spaces.
       01  WS-HELD-WORK-SOURCE      Pic X(8)  Value Spaces.

      ******************************************************
      * One entry per client key with a finding, carrying
      * the transaction the corrective extract sends it as
      * ('U' PUT or 'P' POST) and whether it is held back.
      * A field mismatch outranks a missing reply for the
      * same key - the server knows the client, so it is a
      * PUT. Kept sorted for the carve's SEARCH ALL.
      ******************************************************
       01  WS-RMD-COUNT             Pic 9(9) Binary Value 0.
       01  WS-RMD-TABLE.
           05 WS-RMD-ENTRY  OCCURS 1 TO 100000 TIMES
                             DEPENDING ON WS-RMD-COUNT
                             ASCENDING KEY IS WS-RMD-KEY
                             INDEXED BY RMD-INX.
              10 WS-RMD-KEY         Pic X(10).
              10 WS-RMD-ACTION      Pic X.
              10 WS-RMD-HELD        Pic X.
              10 WS-RMD-MATCHED     Pic X.
       01  WS-RMD-IDX               Pic 9(9) Binary Value 0.
       01  WS-RMD-FOUND-IDX         Pic 9(9) Binary Value 0.
       01  WS-NEW-ACTION            Pic X  Value Spaces.
       01  WS-BIN-LO                Pic 9(9) Binary Value 0.
       01  WS-BIN-HI                Pic 9(9) Binary Value 0.
       01  WS-BIN-MID               Pic 9(9) Binary Value 0.
       01  WS-BIN-SHIFT             Pic 9(9) Binary Value 0.
       01  WS-TABLE-LIMIT           Pic X  Value 'N'.
           88 TABLE-LIMIT-HIT              Value 'Y'.

      ******************************************************
      * Control records: the extract's header gives the
      * batch date the corrective extract goes out under;
      * its own trailer carries the count, key hash total
      * and account balance total of what was written,
      * child records included, the same way CLTDELTA
      * closes the delta.
      ******************************************************
       01  WS-HDR-SEEN              Pic X  Value 'N'.
           88 HEADER-WAS-SEEN              Value 'Y'.
       01  WS-BATCH-DATE            Pic X(8)  Value Spaces.
       01  WS-RMED-WRITTEN          Pic 9(9)  Value 0.
       01  WS-RMED-HASH-TOTAL       Pic 9(18) Value 0.
       01  WS-RMED-BALANCE-TOTAL    Pic S9(15)V99 Value 0.
       01  WS-RMED-ACCOUNT.
           COPY ACCTREC REPLACING LEADING ==ACT-== BY ==MAC-==.
           COPY HASHWS.
       01  WS-OUT-CONTROL.
           COPY CTLREC REPLACING LEADING ==CTL-== BY ==RCT-==.

      ******************************************************
      * Reconciliation counts
      ******************************************************
       01  WS-FINDINGS-READ         Pic 9(9) Value 0.
       01  WS-SUSPNS-KEYS-READ      Pic 9(9) Value 0.
       01  WS-DEADLTR-KEYS-READ     Pic 9(9) Value 0.
       01  WS-KEYS-HELD-BACK        Pic 9(9) Value 0.
       01  WS-PUTS-GENERATED        Pic 9(9) Value 0.
       01  WS-POSTS-GENERATED       Pic 9(9) Value 0.
       01  WS-DELETES-LEFT-ALONE    Pic 9(9) Value 0.
       01  WS-KEYS-NOT-IN-EXTRACT   Pic 9(9) Value 0.

      ******************************************************
      * Run-history ledger entry and predecessor check -
      * see the RUNLOG procedure copybook.
      ******************************************************
           COPY RUNLWS.
      *----------------------------------------------------------------*
      *                                                                *
      *    P R O C E D U R E                                           *
      *                                                                *
      *----------------------------------------------------------------*
       PROCEDURE                       DIVISION.
       Begin.

           Display "Verification remediation extract start"

           Move 'CLTRMED' to WS-RUN-STEP
           Perform Start-Run-Ledger
           Perform Resolve-Run-Batch-Date

      *    DISCIN is only this cycle's findings once CLTVRFY has
      *    finished the batch date - otherwise it is whatever an
      *    earlier compare left, and fixes already made would be
      *    sent again. Refuse, and leave the corrective extract
      *    empty so no follow-up run can post it.
           Perform Check-Predecessor-Run

           If PREDECESSOR-NOT-FINISHED
             Move 'Y' to WS-RUN-REFUSED
             Display "Corrective extract left empty"
             Perform Suppress-Remediation-Extract
             Move 8 to Return-Code
           Else
             Perform Load-Held-Keys
             If FILES-ARE-OK
               Perform Load-Discrepancies
             End-If

      *    Performed even with nothing to remediate, so the
      *    corrective extract is truncated either way - a leftover
      *    from the prior cycle would re-send fixes already made.
             Perform Open-Files

             If FILES-ARE-OK
               Perform Generate-Remediation-Extract
               Perform Close-Files
             End-If

             If FILES-ARE-OK and Not HEADER-WAS-SEEN
               Display "ERROR: extract has no batch header - "
                       "corrective extract not released"
               Perform Suppress-Remediation-Extract
               Move 8 to Return-Code
             End-If

             Perform Count-Unmatched-Keys
             Perform Write-Reconciliation-Report

      *    Held-back and unmatched keys are findings for the
      *    morning's review, not failures.
             If Return-Code = 0
                and (WS-KEYS-HELD-BACK > 0
                     or WS-KEYS-NOT-IN-EXTRACT > 0)
               Move 4 to Return-Code
             End-If

             If TABLE-LIMIT-HIT
               Perform Suppress-Remediation-Extract
               Move 16 to Return-Code
             End-If
           End-If

           Display "Verification remediation extract end"

           Move WS-RMD-COUNT to WS-RUN-COUNT-IN
           Compute WS-RUN-COUNT-OUT =
             WS-PUTS-GENERATED + WS-POSTS-GENERATED
           Compute WS-RUN-COUNT-EXCEPTION =
             WS-KEYS-HELD-BACK + WS-KEYS-NOT-IN-EXTRACT
           Perform Write-Run-Ledger-Record

           STOP    RUN.

      ****************************************************************
      * Function: Load-Held-Keys                                      *
      *                                                              *
      *           Loads every SUSPNS and DEADLTR key into the held   *
      *           table. A dataset not yet allocated just means no   *
      *           key is held there.                                  *
      ****************************************************************
       Load-Held-Keys.

           Open Input SUSPENSE-FILE
           Evaluate WS-SUSPNS-STATUS
             When '00'
               Move 'N' to WS-EOF-INPUT
               Read SUSPENSE-FILE
                 At End Set WS-INPUT-EOF to true
               End-Read
               Perform Until WS-INPUT-EOF
                 Add 1 to WS-SUSPNS-KEYS-READ
                 Move SUSPNS-KEY to WS-HELD-WORK-KEY
                 Move 'SUSPNS'   to WS-HELD-WORK-SOURCE
                 Perform Insert-Held-Key
                 Read SUSPENSE-FILE
                   At End Set WS-INPUT-EOF to true
                 End-Read
               End-Perform
               Close SUSPENSE-FILE
             When '35'
               Display "No suspense file found - no keys held there"
             When Other
               Display "FAILED: Open Input SUSPENSE-FILE, status "
                       WS-SUSPNS-STATUS
               Move 'N' to WS-FILES-OK
           End-Evaluate

           Open Input DEAD-LETTER-FILE
           Evaluate WS-DEADLTR-STATUS
             When '00'
               Move 'N' to WS-EOF-INPUT
               Read DEAD-LETTER-FILE
                 At End Set WS-INPUT-EOF to true
               End-Read
               Perform Until WS-INPUT-EOF
                 Add 1 to WS-DEADLTR-KEYS-READ
                 Move DLQ-KEY   to WS-HELD-WORK-KEY
                 Move 'DEADLTR' to WS-HELD-WORK-SOURCE
                 Perform Insert-Held-Key
                 Read DEAD-LETTER-FILE
                   At End Set WS-INPUT-EOF to true
                 End-Read
               End-Perform
               Close DEAD-LETTER-FILE
             When '35'
               Display "No dead-letter file found - no keys held there"
             When Other
               Display "FAILED: Open Input DEAD-LETTER-FILE, status "
                       WS-DEADLTR-STATUS
               Move 'N' to WS-FILES-OK
           End-Evaluate

           If Not FILES-ARE-OK
             Move 16 to Return-Code
           End-If

           Display "Loaded " WS-HELD-COUNT
                   " held key(s) from suspense and dead-letter"
           .

      ****************************************************************
      * Function: Insert-Held-Key                                     *
      *                                                              *
      *           Places WS-HELD-WORK-KEY into the held table at its *
      *           key position; a key already present is left as it  *
      *           is. A table at capacity fails the step.             *
      ****************************************************************
       Insert-Held-Key.

           Move 1 to WS-BIN-LO
           Compute WS-BIN-HI = WS-HELD-COUNT + 1
           Perform Until WS-BIN-LO >= WS-BIN-HI
             Compute WS-BIN-MID = (WS-BIN-LO + WS-BIN-HI) / 2
             If WS-HELD-KEY(WS-BIN-MID) < WS-HELD-WORK-KEY
               Compute WS-BIN-LO = WS-BIN-MID + 1
             Else
               Move WS-BIN-MID to WS-BIN-HI
             End-If
           End-Perform

           If WS-BIN-LO <= WS-HELD-COUNT
              and WS-HELD-KEY(WS-BIN-LO) = WS-HELD-WORK-KEY
             Continue
           Else
             If WS-HELD-COUNT >= 100000
               Display "ERROR: held-key table capacity of 100000 "
                       "exceeded at key " WS-HELD-WORK-KEY
               Set TABLE-LIMIT-HIT to true
             Else
               Add 1 to WS-HELD-COUNT
               Perform Varying WS-BIN-SHIFT
                 From WS-HELD-COUNT By -1
                 Until WS-BIN-SHIFT <= WS-BIN-LO
                 Move WS-HELD-ENTRY(WS-BIN-SHIFT - 1)
                   to WS-HELD-ENTRY(WS-BIN-SHIFT)
               End-Perform
               Move WS-HELD-WORK-KEY    to WS-HELD-KEY(WS-BIN-LO)
               Move WS-HELD-WORK-SOURCE to WS-HELD-SOURCE(WS-BIN-LO)
             End-If
           End-If
           .

      ****************************************************************
      * Function: Load-Discrepancies                                  *
      *                                                              *
      *           Reads CLTVRFY's findings into the remediation      *
      *           table: a field mismatch or a stale-only reply      *
      *           makes the key a PUT, no reply at all a POST.       *
      ****************************************************************
       Load-Discrepancies.

           Open Input DISCREPANCY-FILE
           If WS-DISCIN-STATUS Not = '00'
             Display "FAILED: Open Input DISCREPANCY-FILE, status "
                     WS-DISCIN-STATUS
             Move 'N' to WS-FILES-OK
             Move 16 to Return-Code
           Else
             Move 'N' to WS-EOF-INPUT
             Read DISCREPANCY-FILE
               At End Set WS-INPUT-EOF to true
             End-Read

             Perform Until WS-INPUT-EOF
               Add 1 to WS-FINDINGS-READ
               Evaluate True
                 When DSC-FIELD-MISMATCH
                 When DSC-STALE-REPLY
                   Move 'U' to WS-NEW-ACTION
                   Perform Post-Remediation-Key
                 When DSC-NO-REPLY
                   Move 'P' to WS-NEW-ACTION
                   Perform Post-Remediation-Key
                 When Other
                   Display "WARNING: unrecognized finding kind '"
                           DSC-KIND "' for key " DSC-KEY " - ignored"
               End-Evaluate
               Read DISCREPANCY-FILE
                 At End Set WS-INPUT-EOF to true
               End-Read
             End-Perform

             Close DISCREPANCY-FILE

             Display "Loaded " WS-RMD-COUNT " client(s) to remediate"
                     " from " WS-FINDINGS-READ " finding(s)"
           End-If
           .

      ****************************************************************
      * Function: Post-Remediation-Key                                *
      *                                                              *
      *           Adds DSC-KEY to the remediation table under        *
      *           WS-NEW-ACTION, or upgrades an existing entry to a  *
      *           PUT. A new key is checked against the held table   *
      *           once, as it is added.                               *
      ****************************************************************
       Post-Remediation-Key.

           Move 1 to WS-BIN-LO
           Compute WS-BIN-HI = WS-RMD-COUNT + 1
           Perform Until WS-BIN-LO >= WS-BIN-HI
             Compute WS-BIN-MID = (WS-BIN-LO + WS-BIN-HI) / 2
             If WS-RMD-KEY(WS-BIN-MID) < DSC-KEY
               Compute WS-BIN-LO = WS-BIN-MID + 1
             Else
               Move WS-BIN-MID to WS-BIN-HI
             End-If
           End-Perform

           If WS-BIN-LO <= WS-RMD-COUNT
              and WS-RMD-KEY(WS-BIN-LO) = DSC-KEY
             If WS-NEW-ACTION = 'U'
               Move 'U' to WS-RMD-ACTION(WS-BIN-LO)
             End-If
           Else
             If WS-RMD-COUNT >= 100000
               Display "ERROR: remediation table capacity of 100000 "
                       "exceeded at key " DSC-KEY
               Set TABLE-LIMIT-HIT to true
             Else
               Add 1 to WS-RMD-COUNT
               Perform Varying WS-BIN-SHIFT
                 From WS-RMD-COUNT By -1
                 Until WS-BIN-SHIFT <= WS-BIN-LO
                 Move WS-RMD-ENTRY(WS-BIN-SHIFT - 1)
                   to WS-RMD-ENTRY(WS-BIN-SHIFT)
               End-Perform
               Move DSC-KEY       to WS-RMD-KEY(WS-BIN-LO)
               Move WS-NEW-ACTION to WS-RMD-ACTION(WS-BIN-LO)
               Move 'N'           to WS-RMD-HELD(WS-BIN-LO)
               Move 'N'           to WS-RMD-MATCHED(WS-BIN-LO)

               Move 0 to WS-HELD-FOUND-IDX
               If WS-HELD-COUNT > 0
                 Search All WS-HELD-ENTRY
                   At End Continue
                   When WS-HELD-KEY(HELD-INX) = DSC-KEY
                     Set WS-HELD-FOUND-IDX to HELD-INX
                 End-Search
               End-If
               If WS-HELD-FOUND-IDX > 0
                 Move 'Y' to WS-RMD-HELD(WS-BIN-LO)
                 Add 1 to WS-KEYS-HELD-BACK
                 Display "Key " DSC-KEY " already on "
                         WS-HELD-SOURCE(WS-HELD-FOUND-IDX)
                         " - left to the resubmission driver"
               End-If
             End-If
           End-If
           .

      ****************************************************************
      * Function: Open-Files                                          *
      ****************************************************************
       Open-Files.

           Open Output REMEDIATION-FILE
           If WS-RMEDEXT-STATUS Not = '00'
             Display "FAILED: Open Output REMEDIATION-FILE, status "
                     WS-RMEDEXT-STATUS
             Move 'N' to WS-FILES-OK
           Else
      *    An earlier failure already stopped the run - the open
      *    above was only to truncate last cycle's extract.
             If Not FILES-ARE-OK
               Close REMEDIATION-FILE
             End-If
           End-If

           If FILES-ARE-OK
             Open Input CLIENT-EXTRACT-FILE
             If WS-CLTEXTR-STATUS Not = '00'
               Display "FAILED: Open Input CLIENT-EXTRACT-FILE, "
                       "status " WS-CLTEXTR-STATUS
               Move 'N' to WS-FILES-OK
               Close REMEDIATION-FILE
             End-If
           End-If

           If Not FILES-ARE-OK
             Move 16 to Return-Code
           End-If
           .

      ****************************************************************
      * Function: Close-Files                                         *
      ****************************************************************
       Close-Files.

           Close CLIENT-EXTRACT-FILE
           Close REMEDIATION-FILE
           .

      ****************************************************************
      * Function: Generate-Remediation-Extract                        *
      *                                                              *
      *           Passes the clean extract once. The batch header    *
      *           opens the corrective extract under the same date;  *
      *           each client parent with a finding is written under *
      *           its remediation transaction with its children      *
      *           following, and the trailer closes it with the      *
      *           totals of what was written.                         *
      ****************************************************************
       Generate-Remediation-Extract.

           Move 'N' to WS-EOF-INPUT
           Read CLIENT-EXTRACT-FILE
             At End Set WS-INPUT-EOF to true
           End-Read

           Perform Until WS-INPUT-EOF
             Evaluate True
               When CLI-REC-HEADER
                 Move 'N' to WS-CARRY-CHILDREN
                 Move 'Y' to WS-HDR-SEEN
                 Move CTL-BATCH-DATE to WS-BATCH-DATE
                 Perform Write-Remediation-Header

      *    The input trailer's totals are the clean extract's own -
      *    the corrective extract gets a trailer of its own below.
               When CLI-REC-TRAILER
                 Move 'N' to WS-CARRY-CHILDREN

               When CLI-REC-CONTACT
               When CLI-REC-ACCOUNT
                 If WS-CARRY-CHILDREN = 'Y'
                   Perform Write-Remediation-Record
                 End-If

               When Other
                 Move 'N' to WS-CARRY-CHILDREN
                 Perform Select-Remediation-Parent
             End-Evaluate

             Read CLIENT-EXTRACT-FILE
               At End Set WS-INPUT-EOF to true
             End-Read
           End-Perform

           If HEADER-WAS-SEEN
             Perform Write-Remediation-Trailer
           End-If
           .

      ****************************************************************
      * Function: Select-Remediation-Parent                           *
      *                                                              *
      *           Writes the client parent just read when it has a   *
      *           finding and is not held back. A client the batch   *
      *           is deleting is left alone - re-creating it on the  *
      *           server would undo the delete.                       *
      ****************************************************************
       Select-Remediation-Parent.

           Move 0 to WS-RMD-FOUND-IDX
           If WS-RMD-COUNT > 0
             Search All WS-RMD-ENTRY
               At End Continue
               When WS-RMD-KEY(RMD-INX) = CLI-KEY
                 Set WS-RMD-FOUND-IDX to RMD-INX
             End-Search
           End-If

           If WS-RMD-FOUND-IDX > 0
             Move 'Y' to WS-RMD-MATCHED(WS-RMD-FOUND-IDX)
             Evaluate True
               When WS-RMD-HELD(WS-RMD-FOUND-IDX) = 'Y'
                 Continue
               When CLI-TXN-DELETE
                 Add 1 to WS-DELETES-LEFT-ALONE
                 Display "Key " CLI-KEY " is being deleted this "
                         "batch - not remediated"
               When Other
                 Move WS-RMD-ACTION(WS-RMD-FOUND-IDX) to CLI-TXN-TYPE
                 If CLI-TXN-PUT
                   Add 1 to WS-PUTS-GENERATED
                 Else
                   Add 1 to WS-POSTS-GENERATED
                 End-If
                 Perform Write-Remediation-Record
                 Move 'Y' to WS-CARRY-CHILDREN
             End-Evaluate
           End-If
           .

      ****************************************************************
      * Function: Write-Remediation-Record                            *
      *                                                              *
      *           Writes the extract record in the buffer and tallies *
      *           it into the trailer totals - child records hash    *
      *           under their parent key, which sits in the same     *
      *           bytes as CLI-KEY, and account records add their    *
      *           balance to the money total.                         *
      ****************************************************************
       Write-Remediation-Record.

           Write REMEDIATION-RECORD from CLIENT-RECORD
           Add 1 to WS-RMED-WRITTEN
           Move CLI-KEY to WS-HASH-KEY-INPUT
           Perform Compute-Key-Hash-Value
           Add WS-HASH-KEY-VALUE to WS-RMED-HASH-TOTAL
           Move CLIENT-RECORD to WS-RMED-ACCOUNT
           If MAC-REC-ACCOUNT
           And MAC-BALANCE is Numeric
             Add MAC-BALANCE to WS-RMED-BALANCE-TOTAL
           End-If
           .

      ****************************************************************
      * Function: Write-Remediation-Header                            *
      ****************************************************************
       Write-Remediation-Header.

           Move Spaces to WS-OUT-CONTROL
           Move 'H' to RCT-REC-TYPE
           Move WS-BATCH-DATE to RCT-BATCH-DATE
           Move 0 to RCT-RECORD-COUNT
           Move 0 to RCT-KEY-HASH-TOTAL
           Set RCT-KIND-REMEDIATION to true
           Write REMEDIATION-RECORD from WS-OUT-CONTROL
           .

      ****************************************************************
      * Function: Write-Remediation-Trailer                           *
      *                                                              *
      *           Closes the corrective extract with the count, key  *
      *           hash total and account balance total of the        *
      *           records actually written.                           *
      ****************************************************************
       Write-Remediation-Trailer.

           Move Spaces to WS-OUT-CONTROL
           Move 'T' to RCT-REC-TYPE
           Move WS-BATCH-DATE      to RCT-BATCH-DATE
           Move WS-RMED-WRITTEN    to RCT-RECORD-COUNT
           Move WS-RMED-HASH-TOTAL to RCT-KEY-HASH-TOTAL
           Move WS-RMED-BALANCE-TOTAL to RCT-BALANCE-TOTAL
           Write REMEDIATION-RECORD from WS-OUT-CONTROL
           .

      ****************************************************************
      * Function: Suppress-Remediation-Extract                        *
      *                                                              *
      *           Truncates the corrective extract so a partial one  *
      *           can never be handed to HTTPSCNW. Same pattern as   *
      *           CLTDELTA's Suppress-Delta-Extract.                  *
      ****************************************************************
       Suppress-Remediation-Extract.

           Display "Corrective extract suppressed"
           Open Output REMEDIATION-FILE
           If WS-RMEDEXT-STATUS = '00'
             Close REMEDIATION-FILE
           Else
             Display "FAILED: Open Output REMEDIATION-FILE, status "
                     WS-RMEDEXT-STATUS
           End-If
           .

      ****************************************************************
      * Function: Count-Unmatched-Keys                                *
      *                                                              *
      *           A finding whose key is not on the clean extract    *
      *           has nothing to build a request from - reported so  *
      *           it is chased by hand.                               *
      ****************************************************************
       Count-Unmatched-Keys.

           Perform Varying WS-RMD-IDX From 1 by 1
             Until WS-RMD-IDX > WS-RMD-COUNT
             If WS-RMD-MATCHED(WS-RMD-IDX) Not = 'Y'
                and WS-RMD-HELD(WS-RMD-IDX) Not = 'Y'
               Add 1 to WS-KEYS-NOT-IN-EXTRACT
               Display "Key " WS-RMD-KEY(WS-RMD-IDX)
                       " has a finding but is not on the extract"
             End-If
           End-Perform
           .

      *    The client-key hash derivation (Compute-Key-Hash-Value)
      *    is shared with CLTDELTA, CLTEDIT and HTTPSCNW via the
      *    KEYHASH procedure copybook.
           COPY KEYHASH.

      *    The run-history ledger paragraphs are shared by every
      *    step of the batch stream via the RUNLOG procedure
      *    copybook.
           COPY RUNLOG.

      ****************************************************************
      * Function: Write-Reconciliation-Report                         *
      ****************************************************************
       Write-Reconciliation-Report.

           Display "========================================="
           Display "Verification remediation reconciliation"
           Display "Findings read:           " WS-FINDINGS-READ
           Display "Clients with findings:   " WS-RMD-COUNT
           Display "Suspense keys read:      " WS-SUSPNS-KEYS-READ
           Display "Dead-letter keys read:   " WS-DEADLTR-KEYS-READ
           Display "Held back (in flight):   " WS-KEYS-HELD-BACK
           Display "PUTs generated:          " WS-PUTS-GENERATED
           Display "POSTs generated:         " WS-POSTS-GENERATED
           Display "Deletes left alone:      " WS-DELETES-LEFT-ALONE
           Display "Not on extract:          " WS-KEYS-NOT-IN-EXTRACT
           Display "Records written:         " WS-RMED-WRITTEN
           Display "========================================="
           .

       End Program CLTRMED.
/*
//LKED.SYSLIB  DD DISP=SHR,DSN=CEE.SCEELKED
//             DD DISP=SHR,DSN=CEE.SCEELKEX
//             DD DISP=SHR,DSN=SYS1.CSSLIB
//GO.SYSPRINT  DD SYSOUT=*
//GO.DISCIN    DD DISP=SHR,DSN=ANDREWJ.HTTPSCNW.DISCOUT
//GO.CLTEXTR   DD DISP=SHR,DSN=ANDREWJ.HTTPSCNW.CLEANEXT
//GO.SUSPNS    DD DISP=SHR,DSN=ANDREWJ.HTTPSCNW.SUSPNS
//GO.DEADLTR   DD DISP=SHR,DSN=ANDREWJ.HTTPSCNW.DEADLTR
//GO.RMEDEXT   DD DISP=OLD,DSN=ANDREWJ.HTTPSCNW.RMEDEXT
//GO.RUNLEDG   DD DISP=MOD,DSN=ANDREWJ.HTTPSCNW.RUNLEDG,
//                 DCB=(RECFM=FB,LRECL=150),SPACE=(TRK,(1,1)),
//                 UNIT=SYSDA
//GO.RUNHIST   DD DISP=SHR,DSN=ANDREWJ.HTTPSCNW.RUNLEDG
//             DD DISP=SHR,DSN=ANDREWJ.HTTPSCNW.RUNLEDG.P01
//             DD DISP=SHR,DSN=ANDREWJ.HTTPSCNW.RUNLEDG.P02
//             DD DISP=SHR,DSN=ANDREWJ.HTTPSCNW.RUNLEDG.P03
//             DD DISP=SHR,DSN=ANDREWJ.HTTPSCNW.RUNLEDG.P04
//             DD DISP=SHR,DSN=ANDREWJ.HTTPSCNW.RUNLEDG.P05
//             DD DISP=SHR,DSN=ANDREWJ.HTTPSCNW.RUNLEDG.P06
//             DD DISP=SHR,DSN=ANDREWJ.HTTPSCNW.RUNLEDG.P07
//             DD DISP=SHR,DSN=ANDREWJ.HTTPSCNW.RUNLEDG.P08
