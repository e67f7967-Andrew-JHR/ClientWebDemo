//ANDREWJK JOB CLASS=A,MSGCLASS=X,NOTIFY=&SYSUID,REGION=0M
//IGY      JCLLIB ORDER=IGY.SIGYPROC
//DOCLG    EXEC PROC=IGYWCLG,
//       PARM.COBOL='LIB',
//       PARM.LKED='REUS(RENT)'
//*  Change-history delivery marker. Runs after HTTPSCNW (and
//*  any SUSPRSB resubmission) each night. Reads the pending
//*  field-level change-history records CLTDELTA appended to
//*  CHGHIST (see CHGREC), then the AUDIT trail, and marks a
//*  change delivered once a call for the same client key,
//*  with the same method (PUT, POST or DEL), on or after its
//*  batch date, came back with a 2xx HTTP code - stamping
//*  the change with that call's timestamp, HTTP code and
//*  endpoint. The earliest confirming call wins. A change
//*  whose call failed or was suspended stays pending until
//*  a later resubmission confirms it. The history is
//*  rewritten old-to-new (CHGHIST in, CHGNEW out) and the
//*  job stream swaps CHGNEW in for CHGHIST afterwards, on
//*  RC 0 only - the same pattern as RETARCH's swap. Run it
//*  before RETARCH ages the night's AUDIT records off.
//*  RC 0 clean, 8 records written did not balance records
//*  read, 16 open failure or capacity.
//COBOL.STEPLIB DD DISP=SHR,DSN=IGY.SIGYCOMP
//COBOL.SYSLIB  DD DISP=SHR,DSN=ANDREWJ.SOURCE.MAC
//COBOL.SYSIN   DD *
       IDENTIFICATION                  DIVISION.
       PROGRAM-ID.                     CHGMARK.
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
           SELECT CHANGE-HISTORY-FILE  ASSIGN TO CHGHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHGHIST-STATUS.

           SELECT AUDIT-FILE  ASSIGN TO AUDIT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT CHANGE-NEW-FILE  ASSIGN TO CHGNEW
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHGNEW-STATUS.
      *----------------------------------------------------------------*
      *                                                                *
      *    D A T A   D I V I S I O N                                   *
      *                                                                *
      *----------------------------------------------------------------*
       DATA                            DIVISION.
       FILE                            SECTION.
       FD  CHANGE-HISTORY-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CHANGE-HISTORY-RECORD.
           COPY CHGREC.

       FD  AUDIT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-RECORD.
           COPY AUDITREC.

       FD  CHANGE-NEW-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CHANGE-NEW-RECORD           Pic X(180).
      *
      *----------------------------------------------------------------*
      *                                                                *
      *    W O R K I N G - S T O R A G E   S E C T I O N               *
      *                                                                *
      *----------------------------------------------------------------*
       WORKING-STORAGE                SECTION.
       01  WS-CHGHIST-STATUS        Pic XX Value Spaces.
       01  WS-AUDIT-STATUS          Pic XX Value Spaces.
       01  WS-CHGNEW-STATUS         Pic XX Value Spaces.
       01  WS-EOF-INPUT             Pic X  Value 'N'.
           88 WS-INPUT-EOF                 Value 'Y'.
       01  WS-FILES-OK              Pic X  Value 'Y'.
           88 FILES-ARE-OK                 Value 'Y'.

      ******************************************************
      * One entry per pending delivery: client key, batch
      * date and transaction type - every pending field of
      * that client's transaction on that date travels in
      * the same call, so one confirmation delivers them
      * all. Kept in key order by a binary position insert
      * so AUDIT lookups and the rewrite run as binary
      * searches. Hitting the 100000 ceiling leaves the
      * overflow pending and fails the run, so the swap
      * does not happen.
      ******************************************************
       01  WS-PND-COUNT             Pic 9(9) Binary Value 0.
       01  WS-PND-TABLE.
           05 WS-PND-ENTRY  OCCURS 1 TO 100000 TIMES
                             DEPENDING ON WS-PND-COUNT
                             ASCENDING KEY IS WS-PND-SORT
                             INDEXED BY PND-INX.
              10 WS-PND-SORT.
                 15 WS-PND-KEY      Pic X(10).
                 15 WS-PND-DATE     Pic X(8).
                 15 WS-PND-TXN      Pic X.
              10 WS-PND-DELIVERED   Pic X.
                 88 PND-IS-DELIVERED      Value 'Y'.
              10 WS-PND-TIMESTAMP   Pic X(21).
              10 WS-PND-CODE        Pic 9(3).
              10 WS-PND-ENDPOINT    Pic X(4).
       01  WS-PND-IDX               Pic 9(9) Binary Value 0.
       01  WS-PND-FOUND-IDX         Pic 9(9) Binary Value 0.
       01  WS-SEARCH-SORT.
           05 WS-SEARCH-KEY         Pic X(10).
           05 WS-SEARCH-DATE        Pic X(8).
           05 WS-SEARCH-TXN         Pic X.
       01  WS-AUDIT-TXN             Pic X  Value Spaces.
       01  WS-BIN-LO                Pic 9(9) Binary Value 0.
       01  WS-BIN-HI                Pic 9(9) Binary Value 0.
       01  WS-BIN-MID               Pic 9(9) Binary Value 0.
       01  WS-BIN-SHIFT             Pic 9(9) Binary Value 0.
       01  WS-TABLE-LIMIT           Pic X  Value 'N'.
           88 TABLE-LIMIT-HIT              Value 'Y'.

      ******************************************************
      * Reconciliation counts
      ******************************************************
       01  WS-HISTORY-READ          Pic 9(9) Value 0.
       01  WS-PENDING-READ          Pic 9(9) Value 0.
       01  WS-AUDIT-READ            Pic 9(9) Value 0.
       01  WS-CONFIRMING-CALLS      Pic 9(9) Value 0.
       01  WS-REWRITE-READ          Pic 9(9) Value 0.
       01  WS-MARKED-DELIVERED      Pic 9(9) Value 0.
       01  WS-STILL-PENDING         Pic 9(9) Value 0.
       01  WS-HISTORY-WRITTEN       Pic 9(9) Value 0.
      *----------------------------------------------------------------*
      *                                                                *
      *    P R O C E D U R E                                           *
      *                                                                *
      *----------------------------------------------------------------*
       PROCEDURE                       DIVISION.
       Begin.

           Display "Change-history delivery marking start"

           Perform Collect-Pending-Changes

           If FILES-ARE-OK
             Perform Match-Audit-Confirmations
             Perform Rewrite-Change-History
           End-If

           Perform Write-Reconciliation-Report

           Display "Change-history delivery marking end"

           If FILES-ARE-OK
              and WS-HISTORY-WRITTEN Not = WS-REWRITE-READ
             Display "ERROR: change history records written do not "
                     "balance records read"
             Move 8 to Return-Code
           End-If
           If Not FILES-ARE-OK or TABLE-LIMIT-HIT
             Move 16 to Return-Code
           End-If

           STOP    RUN.

      ****************************************************************
      * Function: Collect-Pending-Changes                             *
      *                                                              *
      *           First pass over the change history: one table      *
      *           entry per client key, batch date and transaction   *
      *           type that still has a pending change.               *
      ****************************************************************
       Collect-Pending-Changes.

           Open Input CHANGE-HISTORY-FILE
           If WS-CHGHIST-STATUS Not = '00'
             Display "FAILED: Open Input CHANGE-HISTORY-FILE, status "
                     WS-CHGHIST-STATUS
             Move 'N' to WS-FILES-OK
           Else
             Move 'N' to WS-EOF-INPUT
             Read CHANGE-HISTORY-FILE
               At End Set WS-INPUT-EOF to true
             End-Read

             Perform Until WS-INPUT-EOF
               Add 1 to WS-HISTORY-READ
               If CHG-PENDING
                 Add 1 to WS-PENDING-READ
                 Move CHG-KEY        to WS-SEARCH-KEY
                 Move CHG-BATCH-DATE to WS-SEARCH-DATE
                 Move CHG-TXN-TYPE   to WS-SEARCH-TXN
                 Perform Insert-Pending-Entry
               End-If
               Read CHANGE-HISTORY-FILE
                 At End Set WS-INPUT-EOF to true
               End-Read
             End-Perform

             Close CHANGE-HISTORY-FILE
             Display "Pending deliveries: " WS-PND-COUNT
                     " over " WS-PENDING-READ " pending change(s)"
           End-If
           .

      ****************************************************************
      * Function: Find-Pending-Lower-Bound                            *
      *                                                              *
      *           Sets WS-BIN-LO to the first entry whose sort key   *
      *           is not below WS-SEARCH-SORT (one past the end when *
      *           every entry is below it).                           *
      ****************************************************************
       Find-Pending-Lower-Bound.

           Move 1 to WS-BIN-LO
           Compute WS-BIN-HI = WS-PND-COUNT + 1
           Perform Until WS-BIN-LO >= WS-BIN-HI
             Compute WS-BIN-MID = (WS-BIN-LO + WS-BIN-HI) / 2
             If WS-PND-SORT(WS-BIN-MID) < WS-SEARCH-SORT
               Compute WS-BIN-LO = WS-BIN-MID + 1
             Else
               Move WS-BIN-MID to WS-BIN-HI
             End-If
           End-Perform
           .

      ****************************************************************
      * Function: Insert-Pending-Entry                                *
      *                                                              *
      *           Adds WS-SEARCH-SORT to the table in key order,     *
      *           once - later pending fields of the same delivery   *
      *           find it already there.                              *
      ****************************************************************
       Insert-Pending-Entry.

           Perform Find-Pending-Lower-Bound

           If WS-BIN-LO > WS-PND-COUNT
              or WS-PND-SORT(WS-BIN-LO) Not = WS-SEARCH-SORT
             If WS-PND-COUNT >= 100000
               If Not TABLE-LIMIT-HIT
                 Display "ERROR: pending delivery table capacity of "
                         "100000 exceeded - the rest stay pending"
                 Set TABLE-LIMIT-HIT to true
               End-If
             Else
               Add 1 to WS-PND-COUNT
               Perform Varying WS-BIN-SHIFT
                 From WS-PND-COUNT By -1
                 Until WS-BIN-SHIFT <= WS-BIN-LO
                 Move WS-PND-ENTRY(WS-BIN-SHIFT - 1)
                   to WS-PND-ENTRY(WS-BIN-SHIFT)
               End-Perform
               Move WS-SEARCH-SORT to WS-PND-SORT(WS-BIN-LO)
               Move 'N'            to WS-PND-DELIVERED(WS-BIN-LO)
               Move Spaces         to WS-PND-TIMESTAMP(WS-BIN-LO)
               Move 0              to WS-PND-CODE(WS-BIN-LO)
               Move Spaces         to WS-PND-ENDPOINT(WS-BIN-LO)
             End-If
           End-If
           .

      ****************************************************************
      * Function: Match-Audit-Confirmations                           *
      *                                                              *
      *           One pass over AUDIT in arrival order. Each 2xx     *
      *           PUT, POST or DEL delivers every still-undelivered  *
      *           entry for its client key with the same method and  *
      *           a batch date on or before the call's date - so the *
      *           earliest confirming call is the one stamped.        *
      ****************************************************************
       Match-Audit-Confirmations.

           Open Input AUDIT-FILE
           If WS-AUDIT-STATUS Not = '00'
             Display "No AUDIT dataset - status " WS-AUDIT-STATUS
                     " - nothing marked delivered"
           Else
             Move 'N' to WS-EOF-INPUT
             Read AUDIT-FILE
               At End Set WS-INPUT-EOF to true
             End-Read

             Perform Until WS-INPUT-EOF
               Add 1 to WS-AUDIT-READ
               Evaluate AUDIT-METHOD
                 When 'PUT'
                   Move 'U' to WS-AUDIT-TXN
                 When 'POST'
                   Move 'P' to WS-AUDIT-TXN
                 When 'DEL'
                   Move 'D' to WS-AUDIT-TXN
                 When Other
                   Move Spaces to WS-AUDIT-TXN
               End-Evaluate
               If WS-AUDIT-TXN Not = Spaces
                  and AUDIT-RESPONSE-CODE >= 200
                  and AUDIT-RESPONSE-CODE < 300
                  and WS-PND-COUNT > 0
                 Perform Apply-Audit-Confirmation
               End-If
               Read AUDIT-FILE
                 At End Set WS-INPUT-EOF to true
               End-Read
             End-Perform

             Close AUDIT-FILE
           End-If
           .

      ****************************************************************
      * Function: Apply-Audit-Confirmation                            *
      ****************************************************************
       Apply-Audit-Confirmation.

           Move AUDIT-KEY   to WS-SEARCH-KEY
           Move Low-Values  to WS-SEARCH-DATE
           Move Low-Values  to WS-SEARCH-TXN
           Perform Find-Pending-Lower-Bound

           Perform Varying WS-PND-IDX From WS-BIN-LO by 1
             Until WS-PND-IDX > WS-PND-COUNT
                   or WS-PND-KEY(WS-PND-IDX) Not = AUDIT-KEY
             If WS-PND-TXN(WS-PND-IDX) = WS-AUDIT-TXN
                and Not PND-IS-DELIVERED(WS-PND-IDX)
                and WS-PND-DATE(WS-PND-IDX)
                      <= AUDIT-TIMESTAMP(1:8)
               Move 'Y' to WS-PND-DELIVERED(WS-PND-IDX)
               Move AUDIT-TIMESTAMP
                 to WS-PND-TIMESTAMP(WS-PND-IDX)
               Move AUDIT-RESPONSE-CODE
                 to WS-PND-CODE(WS-PND-IDX)
               Move AUDIT-ENDPOINT
                 to WS-PND-ENDPOINT(WS-PND-IDX)
               Add 1 to WS-CONFIRMING-CALLS
             End-If
           End-Perform
           .

      ****************************************************************
      * Function: Rewrite-Change-History                              *
      *                                                              *
      *           Second pass: copies every record old-to-new,       *
      *           stamping the pending ones whose delivery was       *
      *           confirmed. Nothing is ever dropped.                 *
      ****************************************************************
       Rewrite-Change-History.

           Open Output CHANGE-NEW-FILE
           If WS-CHGNEW-STATUS Not = '00'
             Display "FAILED: Open Output CHANGE-NEW-FILE, status "
                     WS-CHGNEW-STATUS
             Move 'N' to WS-FILES-OK
           Else
             Open Input CHANGE-HISTORY-FILE
             If WS-CHGHIST-STATUS Not = '00'
               Display "FAILED: Open Input CHANGE-HISTORY-FILE, "
                       "status " WS-CHGHIST-STATUS
               Move 'N' to WS-FILES-OK
             Else
               Move 'N' to WS-EOF-INPUT
               Read CHANGE-HISTORY-FILE
                 At End Set WS-INPUT-EOF to true
               End-Read

               Perform Until WS-INPUT-EOF
                 Add 1 to WS-REWRITE-READ
                 If CHG-PENDING
                   Perform Mark-Change-Record
                 End-If
                 Write CHANGE-NEW-RECORD from CHANGE-HISTORY-RECORD
                 Add 1 to WS-HISTORY-WRITTEN
                 Read CHANGE-HISTORY-FILE
                   At End Set WS-INPUT-EOF to true
                 End-Read
               End-Perform

               Close CHANGE-HISTORY-FILE
             End-If
             Close CHANGE-NEW-FILE
           End-If
           .

      ****************************************************************
      * Function: Mark-Change-Record                                  *
      ****************************************************************
       Mark-Change-Record.

           Move CHG-KEY        to WS-SEARCH-KEY
           Move CHG-BATCH-DATE to WS-SEARCH-DATE
           Move CHG-TXN-TYPE   to WS-SEARCH-TXN

           Move 0 to WS-PND-FOUND-IDX
           If WS-PND-COUNT > 0
             Search All WS-PND-ENTRY
               At End Continue
               When WS-PND-SORT(PND-INX) = WS-SEARCH-SORT
                 Set WS-PND-FOUND-IDX to PND-INX
             End-Search
           End-If

           If WS-PND-FOUND-IDX > 0
              and PND-IS-DELIVERED(WS-PND-FOUND-IDX)
             Set CHG-DELIVERED to true
             Move WS-PND-TIMESTAMP(WS-PND-FOUND-IDX)
               to CHG-DELIVERED-TIMESTAMP
             Move WS-PND-CODE(WS-PND-FOUND-IDX)
               to CHG-DELIVERED-CODE
             Move WS-PND-ENDPOINT(WS-PND-FOUND-IDX)
               to CHG-DELIVERED-ENDPOINT
             Add 1 to WS-MARKED-DELIVERED
           Else
             Add 1 to WS-STILL-PENDING
           End-If
           .

      ****************************************************************
      * Function: Write-Reconciliation-Report                         *
      ****************************************************************
       Write-Reconciliation-Report.

           Display "========================================="
           Display "Change-history delivery reconciliation"
           Display "History records read:    " WS-HISTORY-READ
           Display "Pending before this run: " WS-PENDING-READ
           Display "AUDIT records read:      " WS-AUDIT-READ
           Display "Deliveries confirmed:    " WS-CONFIRMING-CALLS
           Display "Changes marked delivered:" WS-MARKED-DELIVERED
           Display "Changes still pending:   " WS-STILL-PENDING
           Display "History records written: " WS-HISTORY-WRITTEN
           Display "========================================="
           .

       End Program CHGMARK.
/*
//LKED.SYSLIB  DD DISP=SHR,DSN=CEE.SCEELKED
//             DD DISP=SHR,DSN=CEE.SCEELKEX
//             DD DISP=SHR,DSN=SYS1.CSSLIB
//GO.SYSPRINT  DD SYSOUT=*
//GO.CHGHIST   DD DISP=SHR,DSN=ANDREWJ.HTTPSCNW.CHGHIST
//GO.AUDIT     DD DISP=SHR,DSN=ANDREWJ.HTTPSCNW.AUDIT
//GO.CHGNEW    DD DISP=OLD,DSN=ANDREWJ.HTTPSCNW.CHGHIST.NEW
