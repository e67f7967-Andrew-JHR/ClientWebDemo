//ANDREWJG JOB CLASS=A,MSGCLASS=X,NOTIFY=&SYSUID,REGION=0M
//IGY      JCLLIB ORDER=IGY.SIGYPROC
//DOCLG    EXEC PROC=IGYWCLG,
//       PARM.COBOL='LIB',
//       PARM.LKED='REUS(RENT)'
//*  Run-history ledger report. Reads the run ledger every step
//*  of the client batch stream appends to (RUNLEDG and the
//*  HTTPSCNW partition ledgers, concatenated on RUNHIST - see
//*  the RUNLOG copybook) and prints, in start-time order, one
//*  line per run: step, batch date, partition, start, elapsed
//*  time against that step's SLA target, key counts and
//*  completion code. A batch-window section follows - one
//*  line per batch date from the first step's start to the
//*  last step's end, against the window target, with the
//*  change from the prior date so a creeping window shows up
//*  before it overruns. Runs out of order are flagged: a step
//*  that started on a batch date its predecessor had not yet
//*  finished cleanly (e.g. RESPXRF for a date HTTPSCNW never
//*  finished), and SUSPRSB run twice against the same SUSPNS
//*  with no HTTPSCNW run in between (same input signature).
//*  A PARM date (PARM.GO='20261001') limits the listing to
//*  batch dates from that date on; the whole ledger is still
//*  read so the order checks see every predecessor.
//*  RC 0 nothing to flag, 4 SLA overrun or run out of order,
//*  16 open failure or capacity.
//*
//*  SLA card layout (SLACTL, 80 bytes):
//*    01-08  step name as on the ledger (CLTEDIT, HTTPSCNW,
//*           HTTPSVFY for a VERIFY-mode run ...), or *WINDOW*
//*           for the whole batch window
//*    09-12  target elapsed minutes
//*  A step with no card has no SLA and is never flagged.
//COBOL.STEPLIB DD DISP=SHR,DSN=IGY.SIGYCOMP
//COBOL.SYSLIB  DD DISP=SHR,DSN=ANDREWJ.SOURCE.MAC
//COBOL.SYSIN   DD *
       IDENTIFICATION                  DIVISION.
       PROGRAM-ID.                     RUNRPT.
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
           SELECT RUN-HISTORY-FILE  ASSIGN TO RUNHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNHIST-STATUS.

           SELECT SLA-CONTROL-FILE  ASSIGN TO SLACTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SLACTL-STATUS.

           SELECT RUN-REPORT-FILE  ASSIGN TO RUNRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNRPT-STATUS.
      *----------------------------------------------------------------*
      *                                                                *
      *    D A T A   D I V I S I O N                                   *
      *                                                                *
      *----------------------------------------------------------------*
       DATA                            DIVISION.
       FILE                            SECTION.
       FD  RUN-HISTORY-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RUN-HISTORY-RECORD.
           COPY RUNLREC.

      ******************************************************
      * SLA target cards: one per step name, plus an
      * optional *WINDOW* card for the whole batch window.
      ******************************************************
       FD  SLA-CONTROL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  SLA-CONTROL-RECORD.
           05 SLA-STEP              Pic X(8).
           05 SLA-MINUTES           Pic 9(4).
           05 Filler                Pic X(68).

       FD  RUN-REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RUN-REPORT-LINE             Pic X(133).
      *
      *----------------------------------------------------------------*
      *                                                                *
      *    W O R K I N G - S T O R A G E   S E C T I O N               *
      *                                                                *
      *----------------------------------------------------------------*
       WORKING-STORAGE                SECTION.
       01  WS-SLACTL-STATUS         Pic XX Value Spaces.
       01  WS-RUNRPT-STATUS         Pic XX Value Spaces.
       01  WS-EOF-SLACTL            Pic X  Value 'N'.
           88 WS-SLACTL-EOF                Value 'Y'.
       01  WS-FILES-OK              Pic X  Value 'Y'.
           88 FILES-ARE-OK                 Value 'Y'.

      ******************************************************
      * Step-predecessor map and ledger status fields, the
      * same ones the steps themselves check against - see
      * the RUNLOG procedure copybook.
      ******************************************************
           COPY RUNLWS.

      ******************************************************
      * Reporting window from the JCL PARM - batch dates
      * before it are read for the order checks but not
      * listed.
      ******************************************************
       01  WS-FROM-DATE             Pic X(8)  Value Spaces.
       01  WS-PARM-FROM             Pic X(8)  Value Spaces.

      ******************************************************
      * SLA targets in minutes, per step, and the batch
      * window target (zero - none set).
      ******************************************************
       01  WS-SLA-COUNT             Pic 9(9) Binary Value 0.
       01  WS-SLA-TABLE.
           05 WS-SLA-ENTRY  OCCURS 50 TIMES.
              10 WS-SLA-STEP-NAME   Pic X(8).
              10 WS-SLA-TARGET      Pic 9(4).
       01  WS-SLA-IDX               Pic 9(9) Binary Value 0.
       01  WS-WINDOW-TARGET         Pic 9(4) Value 0.
       01  WS-STEP-TARGET           Pic 9(4) Value 0.

      ******************************************************
      * The whole ledger in core, in start-time order. The
      * concatenated datasets are each in time order but
      * interleave with one another, so every record is
      * placed by binary insertion on its start timestamp
      * (bytes 23-43 of the image), after any record with
      * the same start so arrival order breaks ties.
      ******************************************************
       01  WS-RLT-COUNT             Pic 9(9) Binary Value 0.
       01  WS-RLT-TABLE.
           05 WS-RLT-ENTRY  OCCURS 1 TO 100000 TIMES
                             DEPENDING ON WS-RLT-COUNT
                             INDEXED BY RLT-INX.
              10 WS-RLT-IMAGE       Pic X(150).
       01  WS-RLT-IDX               Pic 9(9) Binary Value 0.
       01  WS-RLT-NEW-IDX           Pic 9(9) Binary Value 0.
       01  WS-BIN-LO                Pic 9(9) Binary Value 0.
       01  WS-BIN-HI                Pic 9(9) Binary Value 0.
       01  WS-BIN-MID               Pic 9(9) Binary Value 0.
       01  WS-BIN-SHIFT             Pic 9(9) Binary Value 0.
       01  WS-TABLE-LIMIT           Pic X  Value 'N'.
           88 TABLE-LIMIT-HIT              Value 'Y'.

      ******************************************************
      * The run under review, unpacked from its image.
      ******************************************************
       01  WS-CURRENT-RUN.
           COPY RUNLREC REPLACING LEADING ==RUN-== BY ==RCR-==.

      ******************************************************
      * Step state as of the run under review: the latest
      * run of every step, batch date and partition seen so
      * far, with its completion code and end time. Kept in
      * key order for the binary lookups.
      ******************************************************
       01  WS-STS-COUNT             Pic 9(9) Binary Value 0.
       01  WS-STS-TABLE.
           05 WS-STS-ENTRY  OCCURS 1 TO 100000 TIMES
                             DEPENDING ON WS-STS-COUNT
                             ASCENDING KEY IS WS-STS-KEY
                             INDEXED BY STS-INX.
              10 WS-STS-KEY.
                 15 WS-STS-STEP     Pic X(8).
                 15 WS-STS-DATE     Pic X(8).
                 15 WS-STS-PART     Pic 9(3).
              10 WS-STS-PART-TOTAL  Pic 9(3).
              10 WS-STS-RC          Pic 9(4).
              10 WS-STS-REFUSED     Pic X.
              10 WS-STS-END         Pic X(21).
       01  WS-STS-IDX               Pic 9(9) Binary Value 0.
       01  WS-STS-FOUND-IDX         Pic 9(9) Binary Value 0.
       01  WS-STS-SEARCH-KEY.
           05 WS-STS-SEARCH-STEP    Pic X(8).
           05 WS-STS-SEARCH-DATE    Pic X(8).
           05 WS-STS-SEARCH-PART    Pic 9(3).

      ******************************************************
      * Out-of-order checks for the run under review.
      ******************************************************
       01  WS-ORDER-PRED            Pic X(8)  Value Spaces.
       01  WS-ORDER-EXPECTED        Pic 9(3)  Value 0.
       01  WS-ORDER-DONE            Pic 9(3)  Value 0.
       01  WS-RUN-FLAG              Pic X(20) Value Spaces.
       01  WS-LAST-SUSP-SIGNATURE   Pic 9(18) Value 0.
       01  WS-LAST-SUSP-COUNT       Pic 9(9)  Value 0.
       01  WS-POSTED-SINCE-SUSP     Pic X  Value 'Y'.
           88 POSTED-SINCE-SUSPRSB         Value 'Y'.

      ******************************************************
      * Batch windows, one per batch date, in date order:
      * first start and last end across every step.
      ******************************************************
       01  WS-WIN-COUNT             Pic 9(9) Binary Value 0.
       01  WS-WIN-TABLE.
           05 WS-WIN-ENTRY  OCCURS 1 TO 5000 TIMES
                             DEPENDING ON WS-WIN-COUNT
                             ASCENDING KEY IS WS-WIN-DATE
                             INDEXED BY WIN-INX.
              10 WS-WIN-DATE        Pic X(8).
              10 WS-WIN-FIRST-START Pic X(21).
              10 WS-WIN-LAST-END    Pic X(21).
       01  WS-WIN-IDX               Pic 9(9) Binary Value 0.
       01  WS-WIN-FOUND-IDX         Pic 9(9) Binary Value 0.
       01  WS-PRIOR-WINDOW-SECS     Pic 9(9) Value 0.
       01  WS-PRIOR-WINDOW-SEEN     Pic X  Value 'N'.
       01  WS-WINDOW-CHANGE         Pic S9(9) Value 0.

      ******************************************************
      * Elapsed-time derivation between two timestamps
      * (format YYYYMMDDHHMMSShh...), across midnight.
      ******************************************************
       01  WS-FROM-TIMESTAMP        Pic X(21) Value Spaces.
       01  WS-TO-TIMESTAMP          Pic X(21) Value Spaces.
       01  WS-FROM-DATE-NUM         Pic 9(8)  Value 0.
       01  WS-TO-DATE-NUM           Pic 9(8)  Value 0.
       01  WS-ELAPSED-WORK          Pic S9(11) Value 0.
       01  WS-ELAPSED-SECONDS       Pic 9(9)  Value 0.
       01  WS-ELAPSED-HH            Pic 9(3)  Value 0.
       01  WS-ELAPSED-MM            Pic 9(2)  Value 0.
       01  WS-ELAPSED-SS            Pic 9(2)  Value 0.

      ******************************************************
      * Report counts
      ******************************************************
       01  WS-RUNS-READ             Pic 9(9) Value 0.
       01  WS-RUNS-LISTED           Pic 9(9) Value 0.
       01  WS-RUNS-REFUSED          Pic 9(9) Value 0.
       01  WS-SLA-OVERRUNS          Pic 9(9) Value 0.
       01  WS-WINDOW-OVERRUNS       Pic 9(9) Value 0.
       01  WS-OUT-OF-ORDER          Pic 9(9) Value 0.
       01  WS-SUSP-RERUNS           Pic 9(9) Value 0.

      ******************************************************
      * Report formatting work areas
      ******************************************************
       01  WS-COUNT-EDIT            Pic ZZZ,ZZZ,ZZ9.
       01  WS-RPT-RUN-LINE.
           05 Filler                Pic X(3)  Value Spaces.
           05 WS-RPT-STEP           Pic X(8).
           05 Filler                Pic X(2)  Value Spaces.
           05 WS-RPT-DATE           Pic X(8).
           05 Filler                Pic X(2)  Value Spaces.
           05 WS-RPT-PART           Pic ZZ9.
           05 Filler                Pic X     Value '/'.
           05 WS-RPT-PART-TOTAL     Pic ZZ9.
           05 Filler                Pic X(2)  Value Spaces.
           05 WS-RPT-START          Pic X(17).
           05 Filler                Pic X(2)  Value Spaces.
           05 WS-RPT-ELAPSED        Pic X(9).
           05 Filler                Pic X(2)  Value Spaces.
           05 WS-RPT-IN             Pic ZZZ,ZZZ,ZZ9.
           05 Filler                Pic X     Value Spaces.
           05 WS-RPT-OUT            Pic ZZZ,ZZZ,ZZ9.
           05 Filler                Pic X     Value Spaces.
           05 WS-RPT-EXCEPTION      Pic ZZZ,ZZZ,ZZ9.
           05 Filler                Pic X(4)  Value '  RC'.
           05 WS-RPT-RC             Pic ZZZ9.
           05 Filler                Pic X(2)  Value Spaces.
           05 WS-RPT-FLAG           Pic X(20).
           05 Filler                Pic X(5)  Value Spaces.
       01  WS-RPT-WINDOW-LINE.
           05 Filler                Pic X(3)  Value Spaces.
           05 WS-RPT-WIN-DATE       Pic X(8).
           05 Filler                Pic X(2)  Value Spaces.
           05 WS-RPT-WIN-START      Pic X(17).
           05 Filler                Pic X(4)  Value ' to '.
           05 WS-RPT-WIN-END        Pic X(17).
           05 Filler                Pic X(2)  Value Spaces.
           05 WS-RPT-WIN-ELAPSED    Pic X(9).
           05 Filler                Pic X(2)  Value Spaces.
           05 WS-RPT-WIN-CHANGE     Pic +ZZZ,ZZ9.
           05 Filler                Pic X(19)
                                    Value ' sec vs prior date '.
           05 WS-RPT-WIN-FLAG       Pic X(20).
           05 Filler                Pic X(22) Value Spaces.
      *----------------------------------------------------------------*
      *                                                                *
      *    L I N K A G E   S E C T I O N                               *
      *                                                                *
      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
       01  PARM-INFO.
           05 PARM-LEN                 Pic 9(4) Binary.
           05 PARM-DATA                Pic X(20).
      *----------------------------------------------------------------*
      *                                                                *
      *    P R O C E D U R E                                           *
      *                                                                *
      *----------------------------------------------------------------*
       PROCEDURE                       DIVISION using PARM-INFO.
       Begin.

           Display "Run-history ledger report start"

           Perform Setup-From-Date
           Perform Load-Sla-Cards
           Perform Open-Files

           If FILES-ARE-OK
             Perform Load-Run-Ledger

             If TABLE-LIMIT-HIT
               Display "ERROR: run ledger table capacity exceeded "
                       "- report not written"
             Else
               Perform Write-Report-Heading
               Perform Review-Ledger-Runs
               Perform Write-Window-Lines
               Perform Write-Report-Summary
             End-If

             Perform Close-Files
           End-If

           Display "Run-history ledger report end"

      *    An overrun or a step run out of order is a finding for
      *    operations to look at, not a failure of this report.
           If WS-SLA-OVERRUNS > 0 or WS-WINDOW-OVERRUNS > 0
              or WS-OUT-OF-ORDER > 0 or WS-SUSP-RERUNS > 0
             Move 4 to Return-Code
           End-If
           If Not FILES-ARE-OK or TABLE-LIMIT-HIT
             Move 16 to Return-Code
           End-If

           STOP    RUN.

      ****************************************************************
      * Function: Setup-From-Date                                     *
      *                                                              *
      *           Captures the first batch date to list (YYYYMMDD)   *
      *           from the JCL PARM when one is supplied.             *
      ****************************************************************
       Setup-From-Date.

           If PARM-LEN > 0
             Move Spaces to WS-PARM-FROM
             Unstring PARM-DATA(1:PARM-LEN) Delimited by Space
               Into WS-PARM-FROM
             End-Unstring

             If WS-PARM-FROM is Numeric
               Move WS-PARM-FROM to WS-FROM-DATE
               Display "Listing batch dates from " WS-FROM-DATE
             Else
               Display "WARNING: PARM is not a YYYYMMDD date - "
                       "listing every batch date on file"
             End-If
           End-If
           .

      ****************************************************************
      * Function: Load-Sla-Cards                                      *
      *                                                              *
      *           Reads the SLA targets. A missing dataset just      *
      *           means no targets are set - elapsed times are still *
      *           listed, nothing is flagged as an overrun.           *
      ****************************************************************
       Load-Sla-Cards.

           Open Input SLA-CONTROL-FILE
           If WS-SLACTL-STATUS = '00'
             Read SLA-CONTROL-FILE
               At End Set WS-SLACTL-EOF to true
             End-Read

             Perform Until WS-SLACTL-EOF
               Evaluate True
                 When SLA-MINUTES Not Numeric
                   Display "WARNING: SLA card for " SLA-STEP
                           " has no numeric target - ignored"
                 When SLA-STEP = '*WINDOW*'
                   Move SLA-MINUTES to WS-WINDOW-TARGET
                 When WS-SLA-COUNT < 50
                   Add 1 to WS-SLA-COUNT
                   Move SLA-STEP    to WS-SLA-STEP-NAME(WS-SLA-COUNT)
                   Move SLA-MINUTES to WS-SLA-TARGET(WS-SLA-COUNT)
                 When Other
                   Display "WARNING: more than 50 SLA cards - "
                           SLA-STEP " ignored"
               End-Evaluate
               Read SLA-CONTROL-FILE
                 At End Set WS-SLACTL-EOF to true
               End-Read
             End-Perform

             Close SLA-CONTROL-FILE
           Else
             Display "No SLA control cards found - no targets set"
           End-If
           .

      ****************************************************************
      * Function: Open-Files                                          *
      ****************************************************************
       Open-Files.

           Open Input RUN-HISTORY-FILE
           If WS-RUNHIST-STATUS Not = '00'
             Display "FAILED: Open Input RUN-HISTORY-FILE, status "
                     WS-RUNHIST-STATUS
             Move 'N' to WS-FILES-OK
           End-If

           Open Output RUN-REPORT-FILE
           If WS-RUNRPT-STATUS Not = '00'
             Display "FAILED: Open Output RUN-REPORT-FILE, status "
                     WS-RUNRPT-STATUS
             Move 'N' to WS-FILES-OK
           End-If
           .

      ****************************************************************
      * Function: Close-Files                                         *
      ****************************************************************
       Close-Files.

           Close RUN-HISTORY-FILE
           Close RUN-REPORT-FILE
           .

      ****************************************************************
      * Function: Load-Run-Ledger                                     *
      *                                                              *
      *           Reads every ledger record into the in-core table   *
      *           in start-time order.                                *
      ****************************************************************
       Load-Run-Ledger.

           Read RUN-HISTORY-FILE
             At End Set WS-RUNHIST-EOF to true
           End-Read

           Perform Until WS-RUNHIST-EOF or TABLE-LIMIT-HIT
             Add 1 to WS-RUNS-READ
             Perform Insert-Ledger-Entry
             Read RUN-HISTORY-FILE
               At End Set WS-RUNHIST-EOF to true
             End-Read
           End-Perform
           .

      ****************************************************************
      * Function: Insert-Ledger-Entry                                 *
      *                                                              *
      *           Binary search for the slot after the last entry    *
      *           that started no later than this record, then       *
      *           shifts the tail up one to open it.                  *
      ****************************************************************
       Insert-Ledger-Entry.

           If WS-RLT-COUNT >= 100000
             Set TABLE-LIMIT-HIT to true
           Else
             Move 1 to WS-BIN-LO
             Move WS-RLT-COUNT to WS-BIN-HI
             Add 1 to WS-BIN-HI
             Perform Until WS-BIN-LO >= WS-BIN-HI
               Compute WS-BIN-MID = (WS-BIN-LO + WS-BIN-HI) / 2
               If WS-RLT-IMAGE(WS-BIN-MID)(23:21)
                    > RUN-START-TIMESTAMP
                 Move WS-BIN-MID to WS-BIN-HI
               Else
                 Compute WS-BIN-LO = WS-BIN-MID + 1
               End-If
             End-Perform
             Move WS-BIN-LO to WS-RLT-NEW-IDX

             Add 1 to WS-RLT-COUNT
             Perform Varying WS-BIN-SHIFT From WS-RLT-COUNT by -1
                       Until WS-BIN-SHIFT <= WS-RLT-NEW-IDX
               Move WS-RLT-ENTRY(WS-BIN-SHIFT - 1)
                 to WS-RLT-ENTRY(WS-BIN-SHIFT)
             End-Perform
             Move RUN-HISTORY-RECORD to WS-RLT-IMAGE(WS-RLT-NEW-IDX)
           End-If
           .

      ****************************************************************
      * Function: Review-Ledger-Runs                                  *
      *                                                              *
      *           Walks the ledger in start-time order. Each run is  *
      *           checked against the step state as it stood when    *
      *           the run started, then posted into that state for   *
      *           the runs after it.                                  *
      ****************************************************************
       Review-Ledger-Runs.

           Move Spaces to RUN-REPORT-LINE
           Write RUN-REPORT-LINE
           Move "Runs in start-time order:" to RUN-REPORT-LINE
           Write RUN-REPORT-LINE
           Move Spaces to RUN-REPORT-LINE
           String "   STEP      BATCH     PART     STARTED          "
                  "   ELAPSED            IN         OUT   EXCEPTION"
                  "    RC"
             Delimited by Size Into RUN-REPORT-LINE
           Write RUN-REPORT-LINE

           Perform Varying WS-RLT-IDX From 1 by 1
                     Until WS-RLT-IDX > WS-RLT-COUNT
             Move WS-RLT-IMAGE(WS-RLT-IDX) to WS-CURRENT-RUN
             Perform Review-Ledger-Run
           End-Perform
           .

      ****************************************************************
      * Function: Review-Ledger-Run                                   *
      *                                                              *
      *           One run: elapsed against the step's SLA, the       *
      *           predecessor and suspense re-run checks, the batch  *
      *           window, and the detail line when the batch date    *
      *           falls in the reporting window.                      *
      ****************************************************************
       Review-Ledger-Run.

           Move Spaces to WS-RUN-FLAG

           Move RCR-START-TIMESTAMP to WS-FROM-TIMESTAMP
           Move RCR-END-TIMESTAMP   to WS-TO-TIMESTAMP
           Perform Compute-Elapsed-Seconds

           If RCR-BATCH-DATE >= WS-FROM-DATE
             Perform Check-Step-Sla
             Perform Check-Run-Order
             Perform Check-Suspense-Rerun
             Perform Post-Batch-Window
             If RCR-WAS-REFUSED
               Add 1 to WS-RUNS-REFUSED
               If WS-RUN-FLAG = Spaces
                 Move 'REFUSED DATE' to WS-RUN-FLAG
               End-If
             End-If
             Perform Write-Run-Line
           End-If

           Perform Post-Step-State
           .

      ****************************************************************
      * Function: Check-Step-Sla                                      *
      ****************************************************************
       Check-Step-Sla.

           Move 0 to WS-STEP-TARGET
           Perform Varying WS-SLA-IDX From 1 by 1
                     Until WS-SLA-IDX > WS-SLA-COUNT
             If WS-SLA-STEP-NAME(WS-SLA-IDX) = RCR-STEP
               Move WS-SLA-TARGET(WS-SLA-IDX) to WS-STEP-TARGET
             End-If
           End-Perform

           If WS-STEP-TARGET > 0
              and WS-ELAPSED-SECONDS > WS-STEP-TARGET * 60
             Add 1 to WS-SLA-OVERRUNS
             Move 'OVER SLA' to WS-RUN-FLAG
           End-If
           .

      ****************************************************************
      * Function: Check-Run-Order                                     *
      *                                                              *
      *           The run is out of order when, as it started, its   *
      *           predecessor had not finished the same batch date   *
      *           in every partition with RC 0 or 4 - or was still   *
      *           running. A refused run is the guard working, not   *
      *           a finding.                                          *
      ****************************************************************
       Check-Run-Order.

           Move Spaces to WS-ORDER-PRED
           Perform Varying PRED-MAP-INX From 1 by 1
                     Until PRED-MAP-INX > 9
             If WS-PRED-MAP-STEP(PRED-MAP-INX) = RCR-STEP
               Move WS-PRED-MAP-PRED(PRED-MAP-INX) to WS-ORDER-PRED
             End-If
           End-Perform

           If WS-ORDER-PRED Not = Spaces and Not RCR-WAS-REFUSED
             Move 0 to WS-ORDER-EXPECTED
             Move 0 to WS-ORDER-DONE

      *    Lower bound of the predecessor's entries for this date.
             Move WS-ORDER-PRED  to WS-STS-SEARCH-STEP
             Move RCR-BATCH-DATE to WS-STS-SEARCH-DATE
             Move 0              to WS-STS-SEARCH-PART
             Perform Find-State-Lower-Bound

             Perform Varying WS-STS-IDX From WS-BIN-LO by 1
                       Until WS-STS-IDX > WS-STS-COUNT
                          or WS-STS-STEP(WS-STS-IDX) Not = WS-ORDER-PRED
                          or WS-STS-DATE(WS-STS-IDX)
                               Not = RCR-BATCH-DATE
               If WS-STS-PART-TOTAL(WS-STS-IDX) > WS-ORDER-EXPECTED
                 Move WS-STS-PART-TOTAL(WS-STS-IDX)
                   to WS-ORDER-EXPECTED
               End-If
               If (WS-STS-RC(WS-STS-IDX) = 0
                   or WS-STS-RC(WS-STS-IDX) = 4)
                  and WS-STS-REFUSED(WS-STS-IDX) Not = 'Y'
                  and WS-STS-END(WS-STS-IDX) <= RCR-START-TIMESTAMP
                 Add 1 to WS-ORDER-DONE
               End-If
             End-Perform

             If WS-ORDER-EXPECTED = 0
                or WS-ORDER-DONE < WS-ORDER-EXPECTED
               Add 1 to WS-OUT-OF-ORDER
               Move Spaces to WS-RUN-FLAG
               String 'BEFORE ' WS-ORDER-PRED
                 Delimited by Size Into WS-RUN-FLAG
               Display "OUT OF ORDER: " RCR-STEP " started "
                       RCR-START-TIMESTAMP(1:14) " for batch date "
                       RCR-BATCH-DATE " before " WS-ORDER-PRED
                       " had finished it cleanly"
             End-If
           End-If
           .

      ****************************************************************
      * Function: Check-Suspense-Rerun                                *
      *                                                              *
      *           SUSPRSB truncates SUSPNS, so two runs reading the  *
      *           same suspense records (same count, same key hash   *
      *           signature) with no HTTPSCNW run between them read  *
      *           the same SUSPNS twice - a resubmission doubled up  *
      *           or a truncate that never happened.                  *
      ****************************************************************
       Check-Suspense-Rerun.

           Evaluate True
             When RCR-STEP = 'HTTPSCNW'
               Move 'Y' to WS-POSTED-SINCE-SUSP
             When RCR-STEP = 'SUSPRSB' and Not RCR-WAS-REFUSED
                                       and RCR-COUNT-IN > 0
               If Not POSTED-SINCE-SUSPRSB
                  and RCR-INPUT-SIGNATURE = WS-LAST-SUSP-SIGNATURE
                  and RCR-COUNT-IN = WS-LAST-SUSP-COUNT
                 Add 1 to WS-SUSP-RERUNS
                 Move 'SAME SUSPNS TWICE' to WS-RUN-FLAG
                 Display "OUT OF ORDER: SUSPRSB started "
                         RCR-START-TIMESTAMP(1:14)
                         " against the same SUSPNS as its last run"
               End-If
               Move RCR-INPUT-SIGNATURE to WS-LAST-SUSP-SIGNATURE
               Move RCR-COUNT-IN        to WS-LAST-SUSP-COUNT
               Move 'N' to WS-POSTED-SINCE-SUSP
           End-Evaluate
           .

      ****************************************************************
      * Function: Find-State-Lower-Bound                              *
      *                                                              *
      *           Sets WS-BIN-LO to the first step-state slot whose  *
      *           key is not below WS-STS-SEARCH-KEY (one past the   *
      *           end when every key is below it).                    *
      ****************************************************************
       Find-State-Lower-Bound.

           Move 1 to WS-BIN-LO
           Move WS-STS-COUNT to WS-BIN-HI
           Add 1 to WS-BIN-HI
           Perform Until WS-BIN-LO >= WS-BIN-HI
             Compute WS-BIN-MID = (WS-BIN-LO + WS-BIN-HI) / 2
             If WS-STS-KEY(WS-BIN-MID) < WS-STS-SEARCH-KEY
               Compute WS-BIN-LO = WS-BIN-MID + 1
             Else
               Move WS-BIN-MID to WS-BIN-HI
             End-If
           End-Perform
           .

      ****************************************************************
      * Function: Post-Step-State                                     *
      *                                                              *
      *           Records the run as the latest for its step, batch  *
      *           date and partition, inserting the slot in key      *
      *           order the first time that combination is seen.     *
      ****************************************************************
       Post-Step-State.

           Move RCR-STEP       to WS-STS-SEARCH-STEP
           Move RCR-BATCH-DATE to WS-STS-SEARCH-DATE
           Move RCR-PART-NUM   to WS-STS-SEARCH-PART
           Perform Find-State-Lower-Bound

           If WS-BIN-LO > WS-STS-COUNT
              or WS-STS-KEY(WS-BIN-LO) Not = WS-STS-SEARCH-KEY
             If WS-STS-COUNT >= 100000
               Set TABLE-LIMIT-HIT to true
             Else
               Add 1 to WS-STS-COUNT
               Perform Varying WS-BIN-SHIFT From WS-STS-COUNT by -1
                         Until WS-BIN-SHIFT <= WS-BIN-LO
                 Move WS-STS-ENTRY(WS-BIN-SHIFT - 1)
                   to WS-STS-ENTRY(WS-BIN-SHIFT)
               End-Perform
               Move WS-STS-SEARCH-KEY to WS-STS-KEY(WS-BIN-LO)
             End-If
           End-If

           If Not TABLE-LIMIT-HIT
             Move RCR-PART-TOTAL      to WS-STS-PART-TOTAL(WS-BIN-LO)
             Move RCR-COMPLETION-CODE to WS-STS-RC(WS-BIN-LO)
             Move RCR-REFUSED         to WS-STS-REFUSED(WS-BIN-LO)
             Move RCR-END-TIMESTAMP   to WS-STS-END(WS-BIN-LO)
           End-If
           .

      ****************************************************************
      * Function: Post-Batch-Window                                   *
      *                                                              *
      *           Widens the run's batch date window to cover the    *
      *           run, opening the window the first time the date    *
      *           is seen.                                            *
      ****************************************************************
       Post-Batch-Window.

           Move 0 to WS-WIN-FOUND-IDX
           If WS-WIN-COUNT > 0
             Search All WS-WIN-ENTRY
               When WS-WIN-DATE(WIN-INX) = RCR-BATCH-DATE
                 Set WS-WIN-FOUND-IDX to WIN-INX
             End-Search
           End-If

           If WS-WIN-FOUND-IDX = 0
             If WS-WIN-COUNT >= 5000
               Set TABLE-LIMIT-HIT to true
             Else
               Move 1 to WS-BIN-LO
               Move WS-WIN-COUNT to WS-BIN-HI
               Add 1 to WS-BIN-HI
               Perform Until WS-BIN-LO >= WS-BIN-HI
                 Compute WS-BIN-MID = (WS-BIN-LO + WS-BIN-HI) / 2
                 If WS-WIN-DATE(WS-BIN-MID) < RCR-BATCH-DATE
                   Compute WS-BIN-LO = WS-BIN-MID + 1
                 Else
                   Move WS-BIN-MID to WS-BIN-HI
                 End-If
               End-Perform
               Add 1 to WS-WIN-COUNT
               Perform Varying WS-BIN-SHIFT From WS-WIN-COUNT by -1
                         Until WS-BIN-SHIFT <= WS-BIN-LO
                 Move WS-WIN-ENTRY(WS-BIN-SHIFT - 1)
                   to WS-WIN-ENTRY(WS-BIN-SHIFT)
               End-Perform
               Move WS-BIN-LO to WS-WIN-FOUND-IDX
               Move RCR-BATCH-DATE
                 to WS-WIN-DATE(WS-WIN-FOUND-IDX)
               Move RCR-START-TIMESTAMP
                 to WS-WIN-FIRST-START(WS-WIN-FOUND-IDX)
               Move RCR-END-TIMESTAMP
                 to WS-WIN-LAST-END(WS-WIN-FOUND-IDX)
             End-If
           End-If

           If WS-WIN-FOUND-IDX > 0
             If RCR-START-TIMESTAMP
                  < WS-WIN-FIRST-START(WS-WIN-FOUND-IDX)
               Move RCR-START-TIMESTAMP
                 to WS-WIN-FIRST-START(WS-WIN-FOUND-IDX)
             End-If
             If RCR-END-TIMESTAMP
                  > WS-WIN-LAST-END(WS-WIN-FOUND-IDX)
               Move RCR-END-TIMESTAMP
                 to WS-WIN-LAST-END(WS-WIN-FOUND-IDX)
             End-If
           End-If
           .

      ****************************************************************
      * Function: Compute-Elapsed-Seconds                             *
      *                                                              *
      *           Seconds from WS-FROM-TIMESTAMP to WS-TO-TIMESTAMP, *
      *           by day number so a run over midnight is right;     *
      *           also split into hours, minutes and seconds. A      *
      *           malformed or backward pair gives zero.              *
      ****************************************************************
       Compute-Elapsed-Seconds.

           Move 0 to WS-ELAPSED-WORK
           If WS-FROM-TIMESTAMP(1:14) is Numeric
              and WS-TO-TIMESTAMP(1:14) is Numeric
             Move WS-FROM-TIMESTAMP(1:8) to WS-FROM-DATE-NUM
             Move WS-TO-TIMESTAMP(1:8)   to WS-TO-DATE-NUM
             Compute WS-ELAPSED-WORK =
                 (Function Integer-Of-Date(WS-TO-DATE-NUM)
                  - Function Integer-Of-Date(WS-FROM-DATE-NUM))
                   * 86400
               + Function Numval(WS-TO-TIMESTAMP(9:2)) * 3600
               + Function Numval(WS-TO-TIMESTAMP(11:2)) * 60
               + Function Numval(WS-TO-TIMESTAMP(13:2))
               - Function Numval(WS-FROM-TIMESTAMP(9:2)) * 3600
               - Function Numval(WS-FROM-TIMESTAMP(11:2)) * 60
               - Function Numval(WS-FROM-TIMESTAMP(13:2))
           End-If

           If WS-ELAPSED-WORK > 0
             Move WS-ELAPSED-WORK to WS-ELAPSED-SECONDS
           Else
             Move 0 to WS-ELAPSED-SECONDS
           End-If

           Compute WS-ELAPSED-HH = WS-ELAPSED-SECONDS / 3600
           Compute WS-ELAPSED-MM =
             Function Mod(WS-ELAPSED-SECONDS / 60, 60)
           Compute WS-ELAPSED-SS =
             Function Mod(WS-ELAPSED-SECONDS, 60)
           .

      ****************************************************************
      * Function: Write-Report-Heading                                *
      ****************************************************************
       Write-Report-Heading.

           Move All '=' to RUN-REPORT-LINE
           Write RUN-REPORT-LINE
           Move Spaces to RUN-REPORT-LINE
           String "Run-history ledger report - run "
                  Function Current-Date(1:8)
             Delimited by Size Into RUN-REPORT-LINE
           Write RUN-REPORT-LINE
           If WS-FROM-DATE Not = Spaces
             Move Spaces to RUN-REPORT-LINE
             String "Batch dates from " WS-FROM-DATE
               Delimited by Size Into RUN-REPORT-LINE
             Write RUN-REPORT-LINE
           End-If
           Move All '=' to RUN-REPORT-LINE
           Write RUN-REPORT-LINE
           .

      ****************************************************************
      * Function: Write-Run-Line                                      *
      ****************************************************************
       Write-Run-Line.

           Add 1 to WS-RUNS-LISTED
           Move RCR-STEP            to WS-RPT-STEP
           Move RCR-BATCH-DATE      to WS-RPT-DATE
           Move RCR-PART-NUM        to WS-RPT-PART
           Move RCR-PART-TOTAL      to WS-RPT-PART-TOTAL
           Move Spaces to WS-RPT-START
           String RCR-START-TIMESTAMP(1:8) " "
                  RCR-START-TIMESTAMP(9:2) ":"
                  RCR-START-TIMESTAMP(11:2) ":"
                  RCR-START-TIMESTAMP(13:2)
             Delimited by Size Into WS-RPT-START
           Move Spaces to WS-RPT-ELAPSED
           String WS-ELAPSED-HH ":" WS-ELAPSED-MM ":" WS-ELAPSED-SS
             Delimited by Size Into WS-RPT-ELAPSED
           Move RCR-COUNT-IN        to WS-RPT-IN
           Move RCR-COUNT-OUT       to WS-RPT-OUT
           Move RCR-COUNT-EXCEPTION to WS-RPT-EXCEPTION
           Move RCR-COMPLETION-CODE to WS-RPT-RC
           Move WS-RUN-FLAG         to WS-RPT-FLAG
           Write RUN-REPORT-LINE from WS-RPT-RUN-LINE
           .

      ****************************************************************
      * Function: Write-Window-Lines                                  *
      *                                                              *
      *           One line per batch date in date order: the window  *
      *           from the first step's start to the last step's     *
      *           end, against the window target, with the change   *
      *           in seconds from the prior date's window - the      *
      *           batch-window trend.                                 *
      ****************************************************************
       Write-Window-Lines.

           Move Spaces to RUN-REPORT-LINE
           Write RUN-REPORT-LINE
           Move Spaces to RUN-REPORT-LINE
           If WS-WINDOW-TARGET > 0
             Move WS-WINDOW-TARGET to WS-COUNT-EDIT
             String "Batch window by batch date (target "
                    WS-COUNT-EDIT " min):"
               Delimited by Size Into RUN-REPORT-LINE
           Else
             Move "Batch window by batch date (no target set):"
               to RUN-REPORT-LINE
           End-If
           Write RUN-REPORT-LINE

           Perform Varying WS-WIN-IDX From 1 by 1
                     Until WS-WIN-IDX > WS-WIN-COUNT
             Move WS-WIN-FIRST-START(WS-WIN-IDX) to WS-FROM-TIMESTAMP
             Move WS-WIN-LAST-END(WS-WIN-IDX)    to WS-TO-TIMESTAMP
             Perform Compute-Elapsed-Seconds

             Move WS-WIN-DATE(WS-WIN-IDX) to WS-RPT-WIN-DATE
             Move Spaces to WS-RPT-WIN-START
             String WS-FROM-TIMESTAMP(1:8) " "
                    WS-FROM-TIMESTAMP(9:2) ":"
                    WS-FROM-TIMESTAMP(11:2) ":"
                    WS-FROM-TIMESTAMP(13:2)
               Delimited by Size Into WS-RPT-WIN-START
             Move Spaces to WS-RPT-WIN-END
             String WS-TO-TIMESTAMP(1:8) " "
                    WS-TO-TIMESTAMP(9:2) ":"
                    WS-TO-TIMESTAMP(11:2) ":"
                    WS-TO-TIMESTAMP(13:2)
               Delimited by Size Into WS-RPT-WIN-END
             Move Spaces to WS-RPT-WIN-ELAPSED
             String WS-ELAPSED-HH ":" WS-ELAPSED-MM ":" WS-ELAPSED-SS
               Delimited by Size Into WS-RPT-WIN-ELAPSED

             If WS-PRIOR-WINDOW-SEEN = 'Y'
               Compute WS-WINDOW-CHANGE =
                 WS-ELAPSED-SECONDS - WS-PRIOR-WINDOW-SECS
             Else
               Move 0 to WS-WINDOW-CHANGE
             End-If
             Move WS-WINDOW-CHANGE to WS-RPT-WIN-CHANGE
             Move WS-ELAPSED-SECONDS to WS-PRIOR-WINDOW-SECS
             Move 'Y' to WS-PRIOR-WINDOW-SEEN

             Move Spaces to WS-RPT-WIN-FLAG
             If WS-WINDOW-TARGET > 0
                and WS-ELAPSED-SECONDS > WS-WINDOW-TARGET * 60
               Add 1 to WS-WINDOW-OVERRUNS
               Move 'OVER WINDOW' to WS-RPT-WIN-FLAG
             End-If

             Write RUN-REPORT-LINE from WS-RPT-WINDOW-LINE
           End-Perform
           .

      ****************************************************************
      * Function: Write-Report-Summary                                *
      ****************************************************************
       Write-Report-Summary.

           Move Spaces to RUN-REPORT-LINE
           Write RUN-REPORT-LINE

           Move WS-RUNS-READ to WS-COUNT-EDIT
           Move Spaces to RUN-REPORT-LINE
           String "Ledger records read:        " WS-COUNT-EDIT
             Delimited by Size Into RUN-REPORT-LINE
           Write RUN-REPORT-LINE

           Move WS-RUNS-LISTED to WS-COUNT-EDIT
           Move Spaces to RUN-REPORT-LINE
           String "Runs listed:                " WS-COUNT-EDIT
             Delimited by Size Into RUN-REPORT-LINE
           Write RUN-REPORT-LINE

           Move WS-RUNS-REFUSED to WS-COUNT-EDIT
           Move Spaces to RUN-REPORT-LINE
           String "Batch dates refused:        " WS-COUNT-EDIT
             Delimited by Size Into RUN-REPORT-LINE
           Write RUN-REPORT-LINE

           Move WS-SLA-OVERRUNS to WS-COUNT-EDIT
           Move Spaces to RUN-REPORT-LINE
           String "Step SLA overruns:          " WS-COUNT-EDIT
             Delimited by Size Into RUN-REPORT-LINE
           Write RUN-REPORT-LINE

           Move WS-WINDOW-OVERRUNS to WS-COUNT-EDIT
           Move Spaces to RUN-REPORT-LINE
           String "Batch window overruns:      " WS-COUNT-EDIT
             Delimited by Size Into RUN-REPORT-LINE
           Write RUN-REPORT-LINE

           Move WS-OUT-OF-ORDER to WS-COUNT-EDIT
           Move Spaces to RUN-REPORT-LINE
           String "Runs ahead of predecessor:  " WS-COUNT-EDIT
             Delimited by Size Into RUN-REPORT-LINE
           Write RUN-REPORT-LINE

           Move WS-SUSP-RERUNS to WS-COUNT-EDIT
           Move Spaces to RUN-REPORT-LINE
           String "SUSPRSB re-runs on SUSPNS:  " WS-COUNT-EDIT
             Delimited by Size Into RUN-REPORT-LINE
           Write RUN-REPORT-LINE

           Move All '=' to RUN-REPORT-LINE
           Write RUN-REPORT-LINE
           .

       End Program RUNRPT.
/*
//LKED.SYSLIB  DD DISP=SHR,DSN=CEE.SCEELKED
//             DD DISP=SHR,DSN=CEE.SCEELKEX
//             DD DISP=SHR,DSN=SYS1.CSSLIB
//GO.SYSPRINT  DD SYSOUT=*
//GO.RUNHIST   DD DISP=SHR,DSN=ANDREWJ.HTTPSCNW.RUNLEDG
//             DD DISP=SHR,DSN=ANDREWJ.HTTPSCNW.RUNLEDG.P01
//             DD DISP=SHR,DSN=ANDREWJ.HTTPSCNW.RUNLEDG.P02
//             DD DISP=SHR,DSN=ANDREWJ.HTTPSCNW.RUNLEDG.P03
//             DD DISP=SHR,DSN=ANDREWJ.HTTPSCNW.RUNLEDG.P04
//             DD DISP=SHR,DSN=ANDREWJ.HTTPSCNW.RUNLEDG.P05
//             DD DISP=SHR,DSN=ANDREWJ.HTTPSCNW.RUNLEDG.P06
//             DD DISP=SHR,DSN=ANDREWJ.HTTPSCNW.RUNLEDG.P07
//             DD DISP=SHR,DSN=ANDREWJ.HTTPSCNW.RUNLEDG.P08
//GO.SLACTL    DD DISP=SHR,DSN=ANDREWJ.HTTPSCNW.SLACTL
//GO.RUNRPT    DD SYSOUT=*
