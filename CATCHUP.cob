//ANDREWJT JOB CLASS=A,MSGCLASS=X,NOTIFY=&SYSUID,REGION=0M
//IGY      JCLLIB ORDER=IGY.SIGYPROC
//DOCLG    EXEC PROC=IGYWCLG,
//       PARM.COBOL='LIB',
//       PARM.LKED='REUS(RENT)'
//*  Catch-up driver for daily client extracts held up.
//*  When upstream delivers several days at once after an
//*  outage it queues them as generations of CLTQUEUE instead
//*  of CLTMASTR; CLTQUEUE reads the whole queue (the GDG base,
//*  every generation concatenated). Each queued extract is
//*  balanced on its own header/trailer (CTLREC), the batches
//*  are put in batch-date order, and each day is placed on
//*  the business calendar (CALENDAR, see CALCHK) after the
//*  last one released (BCHCTL) - a gap of weekends and
//*  holidays is expected, a business day with no extract is
//*  not. Days already released are skipped, so a rerun over
//*  the same queue picks up where the last chain stopped.
//*  The days that place cleanly, oldest first and at most
//*  seven at a time, are staged to CATCHUP.DAY01 onwards and
//*  a catch-up job is built from the SKELETON JCL - per day,
//*  CLTDELTA against the last day delivered, CLTEDIT,
//*  HTTPSCNW posting against the cross-reference the day
//*  before left, RESPXRF adding the day's server ids as the
//*  next XREF generation (so a client posted one day and
//*  changed or deleted on a later one reaches the right
//*  resource), and only then a copy of the day's extract
//*  cataloged as the next CLTMASTR generation - and
//*  submitted through JOBOUT. Each day runs only if the day
//*  before it was cataloged, so the chain stops at the first
//*  day that fails its controls or its posting and CLTMASTR
//*  (PRIOREXT to the next CLTDELTA) always ends on the last
//*  day actually delivered. Planning stops at the first
//*  queued day that is unbalanced, a duplicate date, not a
//*  daily extract or has a business day missing before it;
//*  the days after it are held for a later run.
//*  Point JOBOUT at SYSOUT=* to review the chain without
//*  submitting it. Do not rerun while a submitted chain is
//*  still running - the day datasets are rewritten.
//*  RC 0 every queued day scheduled (or nothing to do) / 4
//*  more than seven days (or twenty extracts) queued - the
//*  rest wait for the next run / 8 a queued day held or
//*  unusable / 16 open failure or an unusable skeleton
//*  (nothing submitted).
//COBOL.STEPLIB DD DISP=SHR,DSN=IGY.SIGYCOMP
//COBOL.SYSLIB  DD DISP=SHR,DSN=ANDREWJ.SOURCE.MAC
//COBOL.SYSIN   DD *
       IDENTIFICATION                  DIVISION.
       PROGRAM-ID.                     CATCHUP.
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
           SELECT QUEUE-FILE  ASSIGN TO CLTQUEUE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-QUEUE-STATUS.

           SELECT BATCH-CONTROL-FILE  ASSIGN TO BCHCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BCHCTL-STATUS.

           SELECT CALENDAR-FILE  ASSIGN TO CALENDAR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.

           SELECT SKELETON-FILE  ASSIGN TO SKELETON
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SKELETON-STATUS.

           SELECT DAY-1-FILE  ASSIGN TO DAY01
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DAY01-STATUS.

           SELECT DAY-2-FILE  ASSIGN TO DAY02
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DAY02-STATUS.

           SELECT DAY-3-FILE  ASSIGN TO DAY03
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DAY03-STATUS.

           SELECT DAY-4-FILE  ASSIGN TO DAY04
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DAY04-STATUS.

           SELECT DAY-5-FILE  ASSIGN TO DAY05
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DAY05-STATUS.

           SELECT DAY-6-FILE  ASSIGN TO DAY06
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DAY06-STATUS.

           SELECT DAY-7-FILE  ASSIGN TO DAY07
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DAY07-STATUS.

           SELECT JOB-FILE  ASSIGN TO JOBOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOBOUT-STATUS.

           SELECT REPORT-FILE  ASSIGN TO CATRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CATRPT-STATUS.
      *----------------------------------------------------------------*
      *                                                                *
      *    D A T A   D I V I S I O N                                   *
      *                                                                *
      *----------------------------------------------------------------*
       DATA                            DIVISION.
       FILE                            SECTION.
      ******************************************************
      * The queued extracts, one after another - each under
      * its own batch header and trailer.
      ******************************************************
       FD  QUEUE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CLIENT-RECORD.
           COPY CLNTREC.
       01  CONTROL-RECORD.
           COPY CTLREC.

      ******************************************************
      * Last-released batch date, as CLTEDIT keeps it.
      ******************************************************
       FD  BATCH-CONTROL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  BATCH-CONTROL-RECORD.
           05 BCH-LAST-DATE         Pic X(8).
           05 BCH-TIMESTAMP         Pic X(21).

      ******************************************************
      * Business calendar: working weeks and holidays by
      * region, for the batch-date gap check.
      ******************************************************
       FD  CALENDAR-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CALENDAR-RECORD.
           COPY CALREC.

      ******************************************************
      * The catch-up job's JCL, with a )DAY ... )ENDDAY
      * block repeated once per day scheduled.
      ******************************************************
       FD  SKELETON-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  SKELETON-RECORD             Pic X(80).

      ******************************************************
      * One staged extract per day scheduled, oldest first.
      ******************************************************
       FD  DAY-1-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  DAY-1-RECORD                Pic X(165).

       FD  DAY-2-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  DAY-2-RECORD                Pic X(165).

       FD  DAY-3-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  DAY-3-RECORD                Pic X(165).

       FD  DAY-4-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  DAY-4-RECORD                Pic X(165).

       FD  DAY-5-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  DAY-5-RECORD                Pic X(165).

       FD  DAY-6-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  DAY-6-RECORD                Pic X(165).

       FD  DAY-7-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  DAY-7-RECORD                Pic X(165).

       FD  JOB-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  JOB-RECORD                  Pic X(80).

       FD  REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE                 Pic X(133).
      *
      *----------------------------------------------------------------*
      *                                                                *
      *    W O R K I N G - S T O R A G E   S E C T I O N               *
      *                                                                *
      *----------------------------------------------------------------*
       WORKING-STORAGE                SECTION.
       01  WS-QUEUE-STATUS          Pic XX Value Spaces.
       01  WS-BCHCTL-STATUS         Pic XX Value Spaces.
       01  WS-SKELETON-STATUS       Pic XX Value Spaces.
       01  WS-DAY01-STATUS          Pic XX Value Spaces.
       01  WS-DAY02-STATUS          Pic XX Value Spaces.
       01  WS-DAY03-STATUS          Pic XX Value Spaces.
       01  WS-DAY04-STATUS          Pic XX Value Spaces.
       01  WS-DAY05-STATUS          Pic XX Value Spaces.
       01  WS-DAY06-STATUS          Pic XX Value Spaces.
       01  WS-DAY07-STATUS          Pic XX Value Spaces.
       01  WS-JOBOUT-STATUS         Pic XX Value Spaces.
       01  WS-CATRPT-STATUS         Pic XX Value Spaces.
       01  WS-EOF-QUEUE             Pic X  Value 'N'.
           88 WS-QUEUE-EOF                 Value 'Y'.
       01  WS-EOF-SKELETON          Pic X  Value 'N'.
           88 WS-SKELETON-EOF              Value 'Y'.
       01  WS-FILES-OK              Pic X  Value 'Y'.
           88 FILES-ARE-OK                 Value 'Y'.
       01  WS-LAST-RELEASED-DATE    Pic X(8)  Value Spaces.

      ******************************************************
      * The queued batches, in the order they were met on
      * the queue: header date, the trailer's totals and
      * what was read, and what became of the batch - the
      * day slot it was staged to, if it was scheduled.
      ******************************************************
       01  WS-QBT-COUNT             Pic 9(4) Binary Value 0.
       01  WS-QBT-MAX               Pic 9(4) Binary Value 20.
       01  WS-QBT-TABLE.
           05 WS-QBT-ENTRY          Occurs 20 Times.
              10 WS-QBT-DATE        Pic X(8).
              10 WS-QBT-DATE-OK     Pic X.
                 88 QBT-DATE-IS-OK         Value 'Y'.
              10 WS-QBT-KIND        Pic X.
              10 WS-QBT-TRL-SEEN    Pic X.
                 88 QBT-TRAILER-SEEN       Value 'Y'.
              10 WS-QBT-TRL-DATE    Pic X(8).
              10 WS-QBT-EXP-COUNT   Pic 9(9).
              10 WS-QBT-EXP-HASH    Pic 9(18).
              10 WS-QBT-READ        Pic 9(9).
              10 WS-QBT-HASH        Pic 9(18).
              10 WS-QBT-CTL-OK      Pic X.
                 88 QBT-CONTROLS-OK        Value 'Y'.
              10 WS-QBT-SLOT        Pic 9(4) Binary.
              10 WS-QBT-RESULT      Pic X(30).
       01  WS-QBT-IDX               Pic 9(4) Binary Value 0.
       01  WS-CUR-QBT               Pic 9(4) Binary Value 0.
       01  WS-CUR-BATCH-NO          Pic 9(4) Binary Value 0.
       01  WS-CUR-OPEN              Pic X  Value 'N'.
           88 BATCH-IS-OPEN                Value 'Y'.

      ******************************************************
      * The batches in batch-date order - an undated batch
      * sorts last - and the days scheduled, by slot.
      ******************************************************
       01  WS-ORDER-TABLE.
           05 WS-ORDER-QBT          Pic 9(4) Binary Occurs 20 Times.
       01  WS-ORDER-IDX             Pic 9(4) Binary Value 0.
       01  WS-ORDER-POS             Pic 9(4) Binary Value 0.
       01  WS-ORDER-SHIFT           Pic 9(4) Binary Value 0.
       01  WS-ORDER-KEY             Pic X(8)  Value Spaces.
       01  WS-ORDER-POS-KEY         Pic X(8)  Value Spaces.
       01  WS-SLOT-COUNT            Pic 9(4) Binary Value 0.
       01  WS-SLOT-MAX              Pic 9(4) Binary Value 7.
       01  WS-SLOT-TABLE.
           05 WS-SLOT-QBT           Pic 9(4) Binary Occurs 7 Times.
       01  WS-SLOT-IDX              Pic 9(4) Binary Value 0.
       01  WS-PLAN-FROM-DATE        Pic X(8)  Value Spaces.
       01  WS-PLAN-STOP             Pic X  Value 'N'.
           88 CHAIN-IS-STOPPED             Value 'Y'.
       01  WS-STAGE-OK              Pic X  Value 'Y'.
           88 STAGING-IS-OK                Value 'Y'.

      ******************************************************
      * Plan and staging counts
      ******************************************************
       01  WS-QUEUE-RECORDS         Pic 9(9) Value 0.
       01  WS-STRAY-RECORDS         Pic 9(9) Value 0.
       01  WS-OVERFLOW-RECORDS      Pic 9(9) Value 0.
       01  WS-DAYS-SCHEDULED        Pic 9(9) Value 0.
       01  WS-DAYS-RELEASED         Pic 9(9) Value 0.
       01  WS-DAYS-HELD             Pic 9(9) Value 0.
       01  WS-DAYS-DEFERRED         Pic 9(9) Value 0.
       01  WS-RECORDS-STAGED        Pic 9(9) Value 0.
       01  WS-JOB-LINES             Pic 9(9) Value 0.

      ******************************************************
      * The JCL skeleton: the lines ahead of )DAY are the
      * job's own, written once; the lines between )DAY and
      * )ENDDAY are written once per day with its tokens
      * filled in; any lines after )ENDDAY close the job.
      * Tokens: %NN the day slot (01-07), %DATE its batch
      * date, %PRV the CLTMASTR and XREF generations it
      * works from (0, then the ones the day before
      * cataloged), %NEW the generations it catalogs (+1,
      * +2, ...) and
      * %DSP OLD on the first day, MOD after, so the days'
      * rejects accumulate for REJCORR. The block's last
      * step must be D%NNCAT - the next day is guarded on it.
      ******************************************************
       01  WS-SKL-COUNT             Pic 9(4) Binary Value 0.
       01  WS-SKL-MAX               Pic 9(4) Binary Value 300.
       01  WS-SKL-TABLE.
           05 WS-SKL-LINE           Pic X(80) Occurs 300 Times.
       01  WS-SKL-IDX               Pic 9(4) Binary Value 0.
       01  WS-SKL-DAY-FIRST         Pic 9(4) Binary Value 0.
       01  WS-SKL-DAY-LAST          Pic 9(4) Binary Value 0.
       01  WS-SKL-FROM              Pic 9(4) Binary Value 0.
       01  WS-SKL-OK                Pic X  Value 'Y'.
           88 SKELETON-IS-OK               Value 'Y'.

      ******************************************************
      * Token expansion work areas. The input line is held
      * with a few bytes of slack so a token test at the
      * last column never reaches past it.
      ******************************************************
       01  WS-JCL-IN                Pic X(85) Value Spaces.
       01  WS-JCL-OUT               Pic X(80) Value Spaces.
       01  WS-JCL-IN-POS            Pic 9(4) Binary Value 0.
       01  WS-JCL-OUT-PTR           Pic 9(4) Binary Value 0.
       01  WS-TOKEN-NN              Pic 9(2)  Value 0.
       01  WS-TOKEN-PREV-NN         Pic 9(2)  Value 0.
       01  WS-TOKEN-DATE            Pic X(8)  Value Spaces.
       01  WS-TOKEN-PRV             Pic X(4)  Value Spaces.
       01  WS-TOKEN-NEW             Pic X(4)  Value Spaces.
       01  WS-TOKEN-DSP             Pic X(3)  Value Spaces.
       01  WS-GEN-NUM               Pic 9     Value 0.

      ******************************************************
      * Batch control balance: the client-key hash of each
      * queued record, as CLTEDIT derives it.
      ******************************************************
           COPY HASHWS.

      ******************************************************
      * Business calendar and batch-date gap check - see
      * the CALCHK procedure copybook.
      ******************************************************
           COPY CALWS.

      ******************************************************
      * Report formatting work areas
      ******************************************************
       01  WS-COUNT-EDIT            Pic ZZZ,ZZZ,ZZ9.
       01  WS-RPT-DETAIL.
           05 Filler                Pic X(2)  Value Spaces.
           05 WS-RPT-DATE           Pic X(8).
           05 Filler                Pic X(2)  Value Spaces.
           05 WS-RPT-RECORDS        Pic ZZZ,ZZZ,ZZ9.
           05 Filler                Pic X(2)  Value Spaces.
           05 WS-RPT-CONTROLS       Pic X(10).
           05 Filler                Pic X(2)  Value Spaces.
           05 WS-RPT-SLOT           Pic X(5).
           05 Filler                Pic X(2)  Value Spaces.
           05 WS-RPT-RESULT         Pic X(30).
           05 Filler                Pic X(59) Value Spaces.
      *----------------------------------------------------------------*
      *                                                                *
      *    P R O C E D U R E                                           *
      *                                                                *
      *----------------------------------------------------------------*
       PROCEDURE                       DIVISION.
       Begin.

           Display "Extract catch-up planning start"

           Perform Open-Files

           If FILES-ARE-OK
             Perform Load-Last-Batch-Date
             Perform Load-Business-Calendar
             Perform Load-Job-Skeleton
             Perform Scan-Queue
           End-If

           If FILES-ARE-OK
             Perform Verify-Queued-Batch
               Varying WS-QBT-IDX From 1 by 1
                 Until WS-QBT-IDX > WS-QBT-COUNT
             Perform Order-Queued-Batches
             Perform Plan-Catch-Up
           End-If

      *    Nothing is staged or submitted unless the whole chain
      *    can be built - a half-written job would run days out
      *    of turn or not at all.
           If FILES-ARE-OK and WS-DAYS-SCHEDULED > 0
             If SKELETON-IS-OK
               Perform Stage-Scheduled-Days
               If STAGING-IS-OK
                 Perform Write-Catch-Up-Job
               End-If
             Else
               Move 'N' to WS-STAGE-OK
             End-If
           End-If

           If WS-CATRPT-STATUS = '00'
             Perform Write-Catch-Up-Report
             Close REPORT-FILE
           End-If

           Display "========================================="
           Display "Extract catch-up planning"
           Display "Last batch date released: " WS-LAST-RELEASED-DATE
           Display "Queued extracts:          " WS-QBT-COUNT
           Display "Queued records read:      " WS-QUEUE-RECORDS
           Display "Already released:         " WS-DAYS-RELEASED
           Display "Days scheduled:           " WS-DAYS-SCHEDULED
           Display "Days held:                " WS-DAYS-HELD
           Display "Days for the next run:    " WS-DAYS-DEFERRED
           Display "Records staged:           " WS-RECORDS-STAGED
           Display "Job lines submitted:      " WS-JOB-LINES
           Display "========================================="

           Evaluate True
             When Not FILES-ARE-OK
               Move 16 to Return-Code
             When WS-DAYS-SCHEDULED > 0 and Not STAGING-IS-OK
               Move 16 to Return-Code
             When WS-DAYS-HELD > 0 or WS-STRAY-RECORDS > 0
               Move 8 to Return-Code
             When WS-DAYS-DEFERRED > 0 or WS-OVERFLOW-RECORDS > 0
               Move 4 to Return-Code
             When Other
               Move 0 to Return-Code
           End-Evaluate

           Display "Extract catch-up planning end"

           STOP    RUN.

      ****************************************************************
      * Function: Open-Files                                          *
      *                                                              *
      *           Opens the queue, the skeleton and the report up    *
      *           front. The day datasets and the job are only       *
      *           opened once there is a chain to build.              *
      ****************************************************************
       Open-Files.

           Open Input QUEUE-FILE
           If WS-QUEUE-STATUS Not = '00'
             Display "FAILED: Open Input QUEUE-FILE, status "
                     WS-QUEUE-STATUS
             Move 'N' to WS-FILES-OK
           End-If

           Open Input SKELETON-FILE
           If WS-SKELETON-STATUS Not = '00'
             Display "FAILED: Open Input SKELETON-FILE, status "
                     WS-SKELETON-STATUS
             Move 'N' to WS-FILES-OK
           End-If

           Open Output REPORT-FILE
           If WS-CATRPT-STATUS Not = '00'
             Display "FAILED: Open Output REPORT-FILE, status "
                     WS-CATRPT-STATUS
             Move 'N' to WS-FILES-OK
           End-If
           .

      ****************************************************************
      * Function: Load-Last-Batch-Date                                *
      *                                                              *
      *           Reads the batch date of the last batch CLTEDIT     *
      *           released - the day the chain must follow. A        *
      *           missing dataset means no batch has been released   *
      *           yet, and the first queued day starts the chain.     *
      ****************************************************************
       Load-Last-Batch-Date.

           Open Input BATCH-CONTROL-FILE
           If WS-BCHCTL-STATUS = '00'
             Read BATCH-CONTROL-FILE
               At End
                 Display "Batch-control dataset present but empty"
               Not At End
                 Move BCH-LAST-DATE to WS-LAST-RELEASED-DATE
             End-Read
             Close BATCH-CONTROL-FILE
           Else
             Display "No batch-control dataset found - "
                     "no batch released yet"
           End-If
           .

      ****************************************************************
      * Function: Load-Job-Skeleton                                   *
      *                                                              *
      *           Reads the JCL skeleton and finds its )DAY block. A *
      *           skeleton with no day block, or too long to hold,   *
      *           builds no job at all.                               *
      ****************************************************************
       Load-Job-Skeleton.

           Move 0 to WS-SKL-COUNT
           Move 0 to WS-SKL-DAY-FIRST
           Move 0 to WS-SKL-DAY-LAST

           Read SKELETON-FILE
             At End Set WS-SKELETON-EOF to true
           End-Read

           Perform Until WS-SKELETON-EOF
             If WS-SKL-COUNT < WS-SKL-MAX
               Add 1 to WS-SKL-COUNT
               Move SKELETON-RECORD to WS-SKL-LINE(WS-SKL-COUNT)
               Evaluate True
                 When SKELETON-RECORD(1:7) = ')ENDDAY'
                   Move WS-SKL-COUNT to WS-SKL-DAY-LAST
                 When SKELETON-RECORD(1:4) = ')DAY'
                   Move WS-SKL-COUNT to WS-SKL-DAY-FIRST
               End-Evaluate
             Else
               Display "ERROR: JCL skeleton longer than " WS-SKL-MAX
                       " lines"
               Move 'N' to WS-SKL-OK
             End-If
             Read SKELETON-FILE
               At End Set WS-SKELETON-EOF to true
             End-Read
           End-Perform

           Close SKELETON-FILE

           If WS-SKL-DAY-FIRST = 0
           Or WS-SKL-DAY-LAST <= WS-SKL-DAY-FIRST + 1
             Display "ERROR: JCL skeleton has no )DAY ... )ENDDAY "
                     "block"
             Move 'N' to WS-SKL-OK
           End-If
           .

      ****************************************************************
      * Function: Scan-Queue                                          *
      *                                                              *
      *           First pass over the queue: each batch header opens *
      *           a new queued batch, its records are counted and    *
      *           hashed, and its trailer closes it. A record        *
      *           outside any batch is counted as stray - it can     *
      *           belong to no day. Batches past the twentieth are   *
      *           not planned; their records are counted apart.       *
      ****************************************************************
       Scan-Queue.

           Move 0 to WS-CUR-QBT
           Move 'N' to WS-CUR-OPEN

           Read QUEUE-FILE
             At End Set WS-QUEUE-EOF to true
           End-Read

           Perform Until WS-QUEUE-EOF
             Add 1 to WS-QUEUE-RECORDS
             Evaluate True
               When CLI-REC-HEADER
                 Perform Open-Queued-Batch
               When Not BATCH-IS-OPEN
                 If WS-CUR-BATCH-NO > WS-QBT-MAX
                   Add 1 to WS-OVERFLOW-RECORDS
                 Else
                   Add 1 to WS-STRAY-RECORDS
                 End-If
               When CLI-REC-TRAILER
                 Move 'Y' to WS-QBT-TRL-SEEN(WS-CUR-QBT)
                 Move CTL-BATCH-DATE to WS-QBT-TRL-DATE(WS-CUR-QBT)
                 Move CTL-RECORD-COUNT
                   to WS-QBT-EXP-COUNT(WS-CUR-QBT)
                 Move CTL-KEY-HASH-TOTAL
                   to WS-QBT-EXP-HASH(WS-CUR-QBT)
                 Move 'N' to WS-CUR-OPEN
               When Other
                 Add 1 to WS-QBT-READ(WS-CUR-QBT)
                 Move CLI-KEY to WS-HASH-KEY-INPUT
                 Perform Compute-Key-Hash-Value
                 Add WS-HASH-KEY-VALUE to WS-QBT-HASH(WS-CUR-QBT)
             End-Evaluate
             Read QUEUE-FILE
               At End Set WS-QUEUE-EOF to true
             End-Read
           End-Perform

           Close QUEUE-FILE

           If WS-STRAY-RECORDS > 0
             Display "ERROR: " WS-STRAY-RECORDS " queued record(s) "
                     "outside any batch header/trailer"
           End-If
           If WS-OVERFLOW-RECORDS > 0
             Display "WARNING: more than " WS-QBT-MAX " queued "
                     "extracts - " WS-OVERFLOW-RECORDS
                     " record(s) left for the next run"
           End-If
           .

      ****************************************************************
      * Function: Open-Queued-Batch                                   *
      *                                                              *
      *           A batch header: the queued batch it opens takes    *
      *           the header's date when that is a real date. A      *
      *           header with no trailer before it leaves the batch  *
      *           before it unclosed, and so unbalanced.              *
      ****************************************************************
       Open-Queued-Batch.

           Add 1 to WS-CUR-BATCH-NO
           If WS-CUR-BATCH-NO > WS-QBT-MAX
             Move 0 to WS-CUR-QBT
             Move 'N' to WS-CUR-OPEN
             Add 1 to WS-OVERFLOW-RECORDS
           Else
             Add 1 to WS-QBT-COUNT
             Move WS-QBT-COUNT to WS-CUR-QBT
             Move 'Y' to WS-CUR-OPEN
             Move CTL-BATCH-DATE    to WS-QBT-DATE(WS-CUR-QBT)
             Move CTL-EXTRACT-KIND  to WS-QBT-KIND(WS-CUR-QBT)
             Move 'N'    to WS-QBT-TRL-SEEN(WS-CUR-QBT)
             Move Spaces to WS-QBT-TRL-DATE(WS-CUR-QBT)
             Move 0      to WS-QBT-EXP-COUNT(WS-CUR-QBT)
             Move 0      to WS-QBT-EXP-HASH(WS-CUR-QBT)
             Move 0      to WS-QBT-READ(WS-CUR-QBT)
             Move 0      to WS-QBT-HASH(WS-CUR-QBT)
             Move 'N'    to WS-QBT-CTL-OK(WS-CUR-QBT)
             Move 0      to WS-QBT-SLOT(WS-CUR-QBT)
             Move Spaces to WS-QBT-RESULT(WS-CUR-QBT)
             Move CTL-BATCH-DATE to WS-CAL-DATE
             Perform Validate-Calendar-Date
             Move WS-CAL-DATE-VALID to WS-QBT-DATE-OK(WS-CUR-QBT)
           End-If
           .

      ****************************************************************
      * Function: Verify-Queued-Batch                                 *
      *                                                              *
      *           Balances one queued batch the way CLTEDIT would:   *
      *           a trailer carrying the header's date, the count of *
      *           records read and the key hash total over them. Only *
      *           a day's clean extract belongs in the queue - a     *
      *           supplemental or remediation extract is refused.     *
      ****************************************************************
       Verify-Queued-Batch.

           Move 'Y' to WS-QBT-CTL-OK(WS-QBT-IDX)
           Evaluate True
             When Not QBT-DATE-IS-OK(WS-QBT-IDX)
               Move "UNDATED - NOT PLACED" to WS-QBT-RESULT(WS-QBT-IDX)
               Move 'N' to WS-QBT-CTL-OK(WS-QBT-IDX)
             When WS-QBT-KIND(WS-QBT-IDX) Not = Space
               Move "NOT A DAILY EXTRACT"  to WS-QBT-RESULT(WS-QBT-IDX)
               Move 'N' to WS-QBT-CTL-OK(WS-QBT-IDX)
             When Not QBT-TRAILER-SEEN(WS-QBT-IDX)
               Move "NO TRAILER"           to WS-QBT-RESULT(WS-QBT-IDX)
               Move 'N' to WS-QBT-CTL-OK(WS-QBT-IDX)
             When WS-QBT-TRL-DATE(WS-QBT-IDX)
                    Not = WS-QBT-DATE(WS-QBT-IDX)
               Move "TRAILER DATE MISMATCH"
                 to WS-QBT-RESULT(WS-QBT-IDX)
               Move 'N' to WS-QBT-CTL-OK(WS-QBT-IDX)
             When WS-QBT-EXP-COUNT(WS-QBT-IDX)
                    Not = WS-QBT-READ(WS-QBT-IDX)
             When WS-QBT-EXP-HASH(WS-QBT-IDX)
                    Not = WS-QBT-HASH(WS-QBT-IDX)
               Move "OUT OF BALANCE"       to WS-QBT-RESULT(WS-QBT-IDX)
               Move 'N' to WS-QBT-CTL-OK(WS-QBT-IDX)
           End-Evaluate
           .

      ****************************************************************
      * Function: Order-Queued-Batches                                *
      *                                                              *
      *           Puts the queued batches in batch-date order by     *
      *           insertion - an undated batch sorts last, and two   *
      *           batches for the same date keep their queue order.   *
      ****************************************************************
       Order-Queued-Batches.

           Perform Varying WS-QBT-IDX From 1 by 1
                     Until WS-QBT-IDX > WS-QBT-COUNT
             Move WS-QBT-DATE(WS-QBT-IDX) to WS-ORDER-KEY
             If Not QBT-DATE-IS-OK(WS-QBT-IDX)
               Move High-Values to WS-ORDER-KEY
             End-If

             Move WS-QBT-IDX to WS-ORDER-POS
             Perform Varying WS-ORDER-IDX From 1 by 1
                       Until WS-ORDER-IDX >= WS-QBT-IDX
                          Or WS-ORDER-POS < WS-QBT-IDX
               Move WS-ORDER-QBT(WS-ORDER-IDX) to WS-CUR-QBT
               Move WS-QBT-DATE(WS-CUR-QBT) to WS-ORDER-POS-KEY
               If Not QBT-DATE-IS-OK(WS-CUR-QBT)
                 Move High-Values to WS-ORDER-POS-KEY
               End-If
               If WS-ORDER-POS-KEY > WS-ORDER-KEY
                 Move WS-ORDER-IDX to WS-ORDER-POS
               End-If
             End-Perform

             Perform Varying WS-ORDER-SHIFT From WS-QBT-IDX by -1
                       Until WS-ORDER-SHIFT <= WS-ORDER-POS
               Move WS-ORDER-QBT(WS-ORDER-SHIFT - 1)
                 to WS-ORDER-QBT(WS-ORDER-SHIFT)
             End-Perform
             Move WS-QBT-IDX to WS-ORDER-QBT(WS-ORDER-POS)
           End-Perform
           .

      ****************************************************************
      * Function: Plan-Catch-Up                                       *
      *                                                              *
      *           Walks the queued batches oldest first, placing     *
      *           each after the last day released or scheduled.     *
      ****************************************************************
       Plan-Catch-Up.

           Move WS-LAST-RELEASED-DATE to WS-PLAN-FROM-DATE
           Move 'N' to WS-PLAN-STOP

           Perform Varying WS-ORDER-IDX From 1 by 1
                     Until WS-ORDER-IDX > WS-QBT-COUNT
             Move WS-ORDER-QBT(WS-ORDER-IDX) to WS-QBT-IDX
             Perform Place-Queued-Batch
           End-Perform
           .

      ****************************************************************
      * Function: Place-Queued-Batch                                  *
      *                                                              *
      *           Decides one queued day: already released, held     *
      *           behind a day that stopped the chain, stopping the  *
      *           chain itself - a duplicate date, failed controls   *
      *           or a business day missing before it - left for the *
      *           next run once every slot is taken, or scheduled.   *
      *           An undated batch cannot be placed at all; the gap  *
      *           it leaves stops the chain at the day after it.      *
      ****************************************************************
       Place-Queued-Batch.

           Evaluate True
             When Not QBT-DATE-IS-OK(WS-QBT-IDX)
               Add 1 to WS-DAYS-HELD

             When WS-LAST-RELEASED-DATE Not = Spaces
              And WS-QBT-DATE(WS-QBT-IDX) <= WS-LAST-RELEASED-DATE
               Move "ALREADY RELEASED" to WS-QBT-RESULT(WS-QBT-IDX)
               Add 1 to WS-DAYS-RELEASED

             When CHAIN-IS-STOPPED
               Move "HELD - CHAIN STOPPED" to WS-QBT-RESULT(WS-QBT-IDX)
               Add 1 to WS-DAYS-HELD

             When WS-QBT-DATE(WS-QBT-IDX) = WS-PLAN-FROM-DATE
               Move "DUPLICATE DATE - CHAIN STOPPED"
                 to WS-QBT-RESULT(WS-QBT-IDX)
               Add 1 to WS-DAYS-HELD
               Move 'Y' to WS-PLAN-STOP

             When Not QBT-CONTROLS-OK(WS-QBT-IDX)
               Add 1 to WS-DAYS-HELD
               Move 'Y' to WS-PLAN-STOP

             When WS-SLOT-COUNT >= WS-SLOT-MAX
               Move "NEXT CATCH-UP RUN" to WS-QBT-RESULT(WS-QBT-IDX)
               Add 1 to WS-DAYS-DEFERRED

             When Other
               Move WS-PLAN-FROM-DATE       to WS-CAL-FROM-DATE
               Move WS-QBT-DATE(WS-QBT-IDX) to WS-CAL-TO-DATE
               Perform Check-Batch-Gap
               If CAL-GAP-IS-ACCEPTABLE
                 Perform Schedule-Queued-Batch
               Else
                 Move "MISSING DAY - CHAIN STOPPED"
                   to WS-QBT-RESULT(WS-QBT-IDX)
                 If CAL-GAP-MISSING
                   Display "Catch-up stops before " WS-CAL-TO-DATE
                           " - no extract queued for "
                           WS-CAL-FIRST-MISSING
                 End-If
                 Add 1 to WS-DAYS-HELD
                 Move 'Y' to WS-PLAN-STOP
               End-If
           End-Evaluate
           .

      ****************************************************************
      * Function: Schedule-Queued-Batch                               *
      ****************************************************************
       Schedule-Queued-Batch.

           Add 1 to WS-SLOT-COUNT
           Add 1 to WS-DAYS-SCHEDULED
           Move WS-QBT-IDX to WS-SLOT-QBT(WS-SLOT-COUNT)
           Move WS-SLOT-COUNT to WS-QBT-SLOT(WS-QBT-IDX)
           If CAL-GAP-EXPECTED
             Move "SCHEDULED - EXPECTED GAP"
               to WS-QBT-RESULT(WS-QBT-IDX)
           Else
             Move "SCHEDULED" to WS-QBT-RESULT(WS-QBT-IDX)
           End-If
           Move WS-QBT-DATE(WS-QBT-IDX) to WS-PLAN-FROM-DATE
           .

      ****************************************************************
      * Function: Stage-Scheduled-Days                                *
      *                                                              *
      *           Second pass over the queue: every record of a      *
      *           scheduled batch is copied, header to trailer, to   *
      *           its day's dataset. Batches are numbered exactly as *
      *           Scan-Queue numbered them. All seven day datasets   *
      *           are rewritten, so none still holds an earlier      *
      *           run's day.                                          *
      ****************************************************************
       Stage-Scheduled-Days.

           Perform Open-Day-Files

           If STAGING-IS-OK
             Open Input QUEUE-FILE
             If WS-QUEUE-STATUS Not = '00'
               Display "FAILED: Open Input QUEUE-FILE, status "
                       WS-QUEUE-STATUS
               Move 'N' to WS-STAGE-OK
             End-If
           End-If

           If STAGING-IS-OK
             Move 0 to WS-CUR-BATCH-NO
             Move 0 to WS-CUR-QBT
             Move 'N' to WS-CUR-OPEN
             Move 'N' to WS-EOF-QUEUE

             Read QUEUE-FILE
               At End Set WS-QUEUE-EOF to true
             End-Read

             Perform Until WS-QUEUE-EOF
               If CLI-REC-HEADER
                 Add 1 to WS-CUR-BATCH-NO
                 Move 0 to WS-CUR-QBT
                 Move 'N' to WS-CUR-OPEN
                 If WS-CUR-BATCH-NO <= WS-QBT-MAX
                   Move WS-CUR-BATCH-NO to WS-CUR-QBT
                   Move 'Y' to WS-CUR-OPEN
                 End-If
               End-If

               If BATCH-IS-OPEN
                 If WS-QBT-SLOT(WS-CUR-QBT) > 0
                   Perform Write-Staged-Record
                 End-If
                 If CLI-REC-TRAILER
                   Move 'N' to WS-CUR-OPEN
                 End-If
               End-If

               Read QUEUE-FILE
                 At End Set WS-QUEUE-EOF to true
               End-Read
             End-Perform

             Close QUEUE-FILE
           End-If

           Close DAY-1-FILE DAY-2-FILE DAY-3-FILE DAY-4-FILE
                 DAY-5-FILE DAY-6-FILE DAY-7-FILE
           .

      ****************************************************************
      * Function: Open-Day-Files                                      *
      ****************************************************************
       Open-Day-Files.

           Open Output DAY-1-FILE DAY-2-FILE DAY-3-FILE DAY-4-FILE
                       DAY-5-FILE DAY-6-FILE DAY-7-FILE

           If WS-DAY01-STATUS Not = '00' or WS-DAY02-STATUS Not = '00'
           Or WS-DAY03-STATUS Not = '00' or WS-DAY04-STATUS Not = '00'
           Or WS-DAY05-STATUS Not = '00' or WS-DAY06-STATUS Not = '00'
           Or WS-DAY07-STATUS Not = '00'
             Display "FAILED: Open Output day datasets, status "
                     WS-DAY01-STATUS " " WS-DAY02-STATUS " "
                     WS-DAY03-STATUS " " WS-DAY04-STATUS " "
                     WS-DAY05-STATUS " " WS-DAY06-STATUS " "
                     WS-DAY07-STATUS
             Move 'N' to WS-STAGE-OK
           End-If
           .

      ****************************************************************
      * Function: Write-Staged-Record                                 *
      ****************************************************************
       Write-Staged-Record.

           Evaluate WS-QBT-SLOT(WS-CUR-QBT)
             When 1
               Write DAY-1-RECORD from CLIENT-RECORD
             When 2
               Write DAY-2-RECORD from CLIENT-RECORD
             When 3
               Write DAY-3-RECORD from CLIENT-RECORD
             When 4
               Write DAY-4-RECORD from CLIENT-RECORD
             When 5
               Write DAY-5-RECORD from CLIENT-RECORD
             When 6
               Write DAY-6-RECORD from CLIENT-RECORD
             When 7
               Write DAY-7-RECORD from CLIENT-RECORD
           End-Evaluate
           Add 1 to WS-RECORDS-STAGED
           .

      ****************************************************************
      * Function: Write-Catch-Up-Job                                  *
      *                                                              *
      *           Writes the catch-up job: the skeleton's own lines, *
      *           then one day block per scheduled day, oldest       *
      *           first, each after the first guarded on the day     *
      *           before it having cataloged its CLTMASTR            *
      *           generation, then the skeleton's closing lines.      *
      ****************************************************************
       Write-Catch-Up-Job.

           Open Output JOB-FILE
           If WS-JOBOUT-STATUS Not = '00'
             Display "FAILED: Open Output JOB-FILE, status "
                     WS-JOBOUT-STATUS
             Move 'N' to WS-STAGE-OK
           Else
             Move 0 to WS-TOKEN-NN
             Move Spaces to WS-TOKEN-DATE
             Perform Varying WS-SKL-IDX From 1 by 1
                       Until WS-SKL-IDX >= WS-SKL-DAY-FIRST
               Perform Write-Job-Line
             End-Perform

             Perform Varying WS-SLOT-IDX From 1 by 1
                       Until WS-SLOT-IDX > WS-SLOT-COUNT
               Perform Write-Day-Block
             End-Perform

             Compute WS-SKL-FROM = WS-SKL-DAY-LAST + 1
             Perform Varying WS-SKL-IDX From WS-SKL-FROM by 1
                       Until WS-SKL-IDX > WS-SKL-COUNT
               Perform Write-Job-Line
             End-Perform

             Close JOB-FILE
             Display "Catch-up job written - " WS-DAYS-SCHEDULED
                     " day(s), " WS-JOB-LINES " line(s)"
           End-If
           .

      ****************************************************************
      * Function: Write-Day-Block                                     *
      *                                                              *
      *           One day's steps. The day compares against the      *
      *           CLTMASTR generation the day before cataloged (the  *
      *           current one, for the first day) and catalogs the   *
      *           next; relative generations are fixed for the whole *
      *           job, so day n's is +n.                              *
      ****************************************************************
       Write-Day-Block.

           Move WS-SLOT-QBT(WS-SLOT-IDX) to WS-QBT-IDX
           Move WS-SLOT-IDX to WS-TOKEN-NN
           Move WS-QBT-DATE(WS-QBT-IDX) to WS-TOKEN-DATE

           Move Spaces to WS-TOKEN-PRV WS-TOKEN-NEW
           If WS-SLOT-IDX = 1
             Move '0' to WS-TOKEN-PRV
             Move 'OLD' to WS-TOKEN-DSP
           Else
             Compute WS-GEN-NUM = WS-SLOT-IDX - 1
             String '+' WS-GEN-NUM
               Delimited by Size Into WS-TOKEN-PRV
             Move 'MOD' to WS-TOKEN-DSP
           End-If
           Move WS-SLOT-IDX to WS-GEN-NUM
           String '+' WS-GEN-NUM
             Delimited by Size Into WS-TOKEN-NEW

           If WS-SLOT-IDX > 1
             Compute WS-TOKEN-PREV-NN = WS-SLOT-IDX - 1
             Move Spaces to JOB-RECORD
             String "// IF (D" WS-TOKEN-PREV-NN "CAT.RUN AND D"
                    WS-TOKEN-PREV-NN "CAT.RC = 0) THEN"
               Delimited by Size Into JOB-RECORD
             Write JOB-RECORD
             Add 1 to WS-JOB-LINES
           End-If

           Compute WS-SKL-FROM = WS-SKL-DAY-FIRST + 1
           Perform Varying WS-SKL-IDX From WS-SKL-FROM by 1
                     Until WS-SKL-IDX >= WS-SKL-DAY-LAST
             Perform Write-Job-Line
           End-Perform

           If WS-SLOT-IDX > 1
             Move "// ENDIF" to JOB-RECORD
             Write JOB-RECORD
             Add 1 to WS-JOB-LINES
           End-If
           .

      ****************************************************************
      * Function: Write-Job-Line                                      *
      *                                                              *
      *           Writes skeleton line WS-SKL-IDX with its tokens    *
      *           filled in. A line the tokens push past column 80   *
      *           is cut there.                                       *
      ****************************************************************
       Write-Job-Line.

           Move WS-SKL-LINE(WS-SKL-IDX) to WS-JCL-IN
           Move Spaces to WS-JCL-OUT
           Move 1 to WS-JCL-OUT-PTR
           Move 1 to WS-JCL-IN-POS

           Perform Until WS-JCL-IN-POS > 80
                      Or WS-JCL-OUT-PTR > 80
             Evaluate True
               When WS-JCL-IN(WS-JCL-IN-POS:5) = '%DATE'
                 String WS-TOKEN-DATE Delimited by Space
                   Into WS-JCL-OUT With Pointer WS-JCL-OUT-PTR
                 Add 5 to WS-JCL-IN-POS
               When WS-JCL-IN(WS-JCL-IN-POS:4) = '%PRV'
                 String WS-TOKEN-PRV Delimited by Space
                   Into WS-JCL-OUT With Pointer WS-JCL-OUT-PTR
                 Add 4 to WS-JCL-IN-POS
               When WS-JCL-IN(WS-JCL-IN-POS:4) = '%NEW'
                 String WS-TOKEN-NEW Delimited by Space
                   Into WS-JCL-OUT With Pointer WS-JCL-OUT-PTR
                 Add 4 to WS-JCL-IN-POS
               When WS-JCL-IN(WS-JCL-IN-POS:4) = '%DSP'
                 String WS-TOKEN-DSP Delimited by Space
                   Into WS-JCL-OUT With Pointer WS-JCL-OUT-PTR
                 Add 4 to WS-JCL-IN-POS
               When WS-JCL-IN(WS-JCL-IN-POS:3) = '%NN'
                 String WS-TOKEN-NN Delimited by Size
                   Into WS-JCL-OUT With Pointer WS-JCL-OUT-PTR
                 Add 3 to WS-JCL-IN-POS
               When Other
                 String WS-JCL-IN(WS-JCL-IN-POS:1) Delimited by Size
                   Into WS-JCL-OUT With Pointer WS-JCL-OUT-PTR
                 Add 1 to WS-JCL-IN-POS
             End-Evaluate
           End-Perform

           Write JOB-RECORD from WS-JCL-OUT
           Add 1 to WS-JOB-LINES
           .

      ****************************************************************
      * Function: Write-Catch-Up-Report                               *
      *                                                              *
      *           Lists every queued extract in batch-date order     *
      *           with its controls and what became of it, then the  *
      *           plan's counts.                                      *
      ****************************************************************
       Write-Catch-Up-Report.

           Move All '=' to REPORT-LINE
           Write REPORT-LINE
           Move "Extract catch-up plan" to REPORT-LINE
           Write REPORT-LINE
           Move All '=' to REPORT-LINE
           Write REPORT-LINE

           Move Spaces to REPORT-LINE
           String "Last batch date released: " WS-LAST-RELEASED-DATE
             Delimited by Size Into REPORT-LINE
           Write REPORT-LINE

           Move Spaces to REPORT-LINE
           If CALENDAR-IS-LOADED
             Move "Business calendar:        LOADED" to REPORT-LINE
           Else
             Move "Business calendar:        NONE - GAPS NOT CHECKED"
               to REPORT-LINE
           End-If
           Write REPORT-LINE

           Move Spaces to REPORT-LINE
           Write REPORT-LINE
           Move "  BATCH DATE     RECORDS  CONTROLS    SLOT   RESULT"
             to REPORT-LINE
           Write REPORT-LINE

           Perform Varying WS-ORDER-IDX From 1 by 1
                     Until WS-ORDER-IDX > WS-QBT-COUNT
             Move WS-ORDER-QBT(WS-ORDER-IDX) to WS-QBT-IDX
             Move WS-QBT-DATE(WS-QBT-IDX) to WS-RPT-DATE
             Move WS-QBT-READ(WS-QBT-IDX) to WS-RPT-RECORDS
             If QBT-CONTROLS-OK(WS-QBT-IDX)
               Move "BALANCED" to WS-RPT-CONTROLS
             Else
               Move "REFUSED"  to WS-RPT-CONTROLS
             End-If
             Move Spaces to WS-RPT-SLOT
             If WS-QBT-SLOT(WS-QBT-IDX) > 0
               Move WS-QBT-SLOT(WS-QBT-IDX) to WS-TOKEN-NN
               String "DAY" WS-TOKEN-NN
                 Delimited by Size Into WS-RPT-SLOT
             End-If
             Move WS-QBT-RESULT(WS-QBT-IDX) to WS-RPT-RESULT
             Write REPORT-LINE from WS-RPT-DETAIL
           End-Perform

           Move Spaces to REPORT-LINE
           Write REPORT-LINE

           Move WS-QUEUE-RECORDS to WS-COUNT-EDIT
           Move Spaces to REPORT-LINE
           String "Queued records read:      " WS-COUNT-EDIT
             Delimited by Size Into REPORT-LINE
           Write REPORT-LINE

           Move WS-STRAY-RECORDS to WS-COUNT-EDIT
           Move Spaces to REPORT-LINE
           String "  outside any batch:      " WS-COUNT-EDIT
             Delimited by Size Into REPORT-LINE
           Write REPORT-LINE

           Move WS-OVERFLOW-RECORDS to WS-COUNT-EDIT
           Move Spaces to REPORT-LINE
           String "  past the queue limit:   " WS-COUNT-EDIT
             Delimited by Size Into REPORT-LINE
           Write REPORT-LINE

           Move WS-DAYS-RELEASED to WS-COUNT-EDIT
           Move Spaces to REPORT-LINE
           String "Days already released:    " WS-COUNT-EDIT
             Delimited by Size Into REPORT-LINE
           Write REPORT-LINE

           Move WS-DAYS-SCHEDULED to WS-COUNT-EDIT
           Move Spaces to REPORT-LINE
           String "Days scheduled:           " WS-COUNT-EDIT
             Delimited by Size Into REPORT-LINE
           Write REPORT-LINE

           Move WS-DAYS-HELD to WS-COUNT-EDIT
           Move Spaces to REPORT-LINE
           String "Days held:                " WS-COUNT-EDIT
             Delimited by Size Into REPORT-LINE
           Write REPORT-LINE

           Move WS-DAYS-DEFERRED to WS-COUNT-EDIT
           Move Spaces to REPORT-LINE
           String "Days for the next run:    " WS-COUNT-EDIT
             Delimited by Size Into REPORT-LINE
           Write REPORT-LINE

           Move Spaces to REPORT-LINE
           Evaluate True
             When WS-DAYS-SCHEDULED = 0
               Move "No catch-up job built - no day to schedule"
                 to REPORT-LINE
             When Not SKELETON-IS-OK
               Move "No catch-up job built - JCL skeleton unusable"
                 to REPORT-LINE
             When Not STAGING-IS-OK
               Move "No catch-up job built - staging failed"
                 to REPORT-LINE
             When Other
               Move WS-JOB-LINES to WS-COUNT-EDIT
               String "Catch-up job submitted:   " WS-COUNT-EDIT
                      " line(s)"
                 Delimited by Size Into REPORT-LINE
           End-Evaluate
           Write REPORT-LINE

           Move All '=' to REPORT-LINE
           Write REPORT-LINE
           .

      *    The client-key hash derivation (Compute-Key-Hash-Value)
      *    is shared with CLTEDIT, CLTDELTA and HTTPSCNW via the
      *    KEYHASH procedure copybook.
           COPY KEYHASH.

      *    The business-calendar paragraphs are shared with CLTEDIT
      *    and CLTDELTA via the CALCHK procedure copybook.
           COPY CALCHK.

       End Program CATCHUP.
/*
//LKED.SYSLIB  DD DISP=SHR,DSN=CEE.SCEELKED
//             DD DISP=SHR,DSN=CEE.SCEELKEX
//             DD DISP=SHR,DSN=SYS1.CSSLIB
//GO.SYSPRINT  DD SYSOUT=*
//GO.CLTQUEUE  DD DISP=SHR,DSN=ANDREWJ.HTTPSCNW.CLTQUEUE
//GO.BCHCTL    DD DISP=SHR,DSN=ANDREWJ.HTTPSCNW.BCHCTL
//*  Business calendar - W and H cards by region (see
//*  CALREC). Optional; without it queued days are put in
//*  date order but no gap between them is checked.
//GO.CALENDAR  DD DISP=SHR,DSN=ANDREWJ.HTTPSCNW.CALENDAR
//GO.DAY01     DD DISP=OLD,DSN=ANDREWJ.HTTPSCNW.CATCHUP.DAY01
//GO.DAY02     DD DISP=OLD,DSN=ANDREWJ.HTTPSCNW.CATCHUP.DAY02
//GO.DAY03     DD DISP=OLD,DSN=ANDREWJ.HTTPSCNW.CATCHUP.DAY03
//GO.DAY04     DD DISP=OLD,DSN=ANDREWJ.HTTPSCNW.CATCHUP.DAY04
//GO.DAY05     DD DISP=OLD,DSN=ANDREWJ.HTTPSCNW.CATCHUP.DAY05
//GO.DAY06     DD DISP=OLD,DSN=ANDREWJ.HTTPSCNW.CATCHUP.DAY06
//GO.DAY07     DD DISP=OLD,DSN=ANDREWJ.HTTPSCNW.CATCHUP.DAY07
//GO.JOBOUT    DD SYSOUT=(A,INTRDR)
//GO.CATRPT    DD SYSOUT=*
//*  The catch-up job's JCL. Everything ahead of )DAY is
//*  written once; the )DAY ... )ENDDAY block once per day,
//*  with %NN, %DATE, %PRV, %NEW and %DSP filled in (see
//*  Write-Job-Line). Per day: D%NNDLT CLTDELTA, D%NNEDT
//*  CLTEDIT, D%NNPST HTTPSCNW against XREF(%PRV), D%NNXRF
//*  RESPXRF to XREF(%NEW), D%NNCAT to CLTMASTR(%NEW); the
//*  block's last step must stay D%NNCAT, which the next day
//*  is guarded on. The steps run the production load modules.
//GO.SKELETON  DD DATA,DLM=$$
//ANDREWJY JOB CLASS=A,MSGCLASS=X,NOTIFY=&SYSUID,REGION=0M
//*  Extract catch-up chain built by CATCHUP - one block of
//*  steps per batch date, oldest first. A day runs only when
//*  the day before it was delivered and cataloged as the
//*  next CLTMASTR generation.
//JOBLIB   DD DISP=SHR,DSN=ANDREWJ.HTTPSCNW.LOADLIB
)DAY
//*-----------------------------------------------------------
//*  Batch date %DATE - catch-up day %NN
//*-----------------------------------------------------------
//D%NNDLT  EXEC PGM=CLTDELTA
//SYSPRINT DD SYSOUT=*
//SYSOUT   DD SYSOUT=*
//TODAYEXT DD DISP=SHR,DSN=ANDREWJ.HTTPSCNW.CATCHUP.DAY%NN
//PRIOREXT DD DISP=SHR,DSN=ANDREWJ.HTTPSCNW.CLTMASTR(%PRV)
//CALENDAR DD DISP=SHR,DSN=ANDREWJ.HTTPSCNW.CALENDAR
//DELTAEXT DD DISP=OLD,DSN=ANDREWJ.HTTPSCNW.CLTEXTR
//CHGWORK  DD DISP=(NEW,DELETE,DELETE),DSN=&&CHGWORK,
//            DCB=(RECFM=FB,LRECL=180),SPACE=(TRK,(5,5)),
//            UNIT=SYSDA
//CHGHIST  DD DISP=MOD,DSN=ANDREWJ.HTTPSCNW.CHGHIST,
//            DCB=(RECFM=FB,LRECL=180),SPACE=(TRK,(5,5)),
//            UNIT=SYSDA
//RUNLEDG  DD DISP=MOD,DSN=ANDREWJ.HTTPSCNW.RUNLEDG,
//            DCB=(RECFM=FB,LRECL=150),SPACE=(TRK,(1,1)),
//            UNIT=SYSDA
//RUNHIST  DD DISP=SHR,DSN=ANDREWJ.HTTPSCNW.RUNLEDG
//         DD DISP=SHR,DSN=ANDREWJ.HTTPSCNW.RUNLEDG.P01
//         DD DISP=SHR,DSN=ANDREWJ.HTTPSCNW.RUNLEDG.P02
//         DD DISP=SHR,DSN=ANDREWJ.HTTPSCNW.RUNLEDG.P03
//         DD DISP=SHR,DSN=ANDREWJ.HTTPSCNW.RUNLEDG.P04
//         DD DISP=SHR,DSN=ANDREWJ.HTTPSCNW.RUNLEDG.P05
//         DD DISP=SHR,DSN=ANDREWJ.HTTPSCNW.RUNLEDG.P06
//         DD DISP=SHR,DSN=ANDREWJ.HTTPSCNW.RUNLEDG.P07
//         DD DISP=SHR,DSN=ANDREWJ.HTTPSCNW.RUNLEDG.P08
// IF (D%NNDLT.RC <= 4) THEN
//D%NNEDT  EXEC PGM=CLTEDIT
//SYSPRINT DD SYSOUT=*
//SYSOUT   DD SYSOUT=*
//CLTEXTR  DD DISP=SHR,DSN=ANDREWJ.HTTPSCNW.CLTEXTR
//CLEANEXT DD DISP=OLD,DSN=ANDREWJ.HTTPSCNW.CLEANEXT
//REJECTS  DD DISP=%DSP,DSN=ANDREWJ.HTTPSCNW.REJECTS
//EDITRPT  DD SYSOUT=*
//BCHCTL   DD DISP=OLD,DSN=ANDREWJ.HTTPSCNW.BCHCTL
//CALENDAR DD DISP=SHR,DSN=ANDREWJ.HTTPSCNW.CALENDAR
//RUNLEDG  DD DISP=MOD,DSN=ANDREWJ.HTTPSCNW.RUNLEDG,
//            DCB=(RECFM=FB,LRECL=150),SPACE=(TRK,(1,1)),
//            UNIT=SYSDA
//RUNHIST  DD DISP=SHR,DSN=ANDREWJ.HTTPSCNW.RUNLEDG
//         DD DISP=SHR,DSN=ANDREWJ.HTTPSCNW.RUNLEDG.P01
//         DD DISP=SHR,DSN=ANDREWJ.HTTPSCNW.RUNLEDG.P02
//         DD DISP=SHR,DSN=ANDREWJ.HTTPSCNW.RUNLEDG.P03
//         DD DISP=SHR,DSN=ANDREWJ.HTTPSCNW.RUNLEDG.P04
//         DD DISP=SHR,DSN=ANDREWJ.HTTPSCNW.RUNLEDG.P05
//         DD DISP=SHR,DSN=ANDREWJ.HTTPSCNW.RUNLEDG.P06
//         DD DISP=SHR,DSN=ANDREWJ.HTTPSCNW.RUNLEDG.P07
//         DD DISP=SHR,DSN=ANDREWJ.HTTPSCNW.RUNLEDG.P08
//BALLEDG  DD DISP=MOD,DSN=ANDREWJ.HTTPSCNW.BALLEDG,
//            DCB=(RECFM=FB,LRECL=100),SPACE=(TRK,(1,1)),
//            UNIT=SYSDA
// ENDIF
// IF (D%NNEDT.RUN AND D%NNEDT.RC <= 4) THEN
//D%NNPST  EXEC PGM=HTTPSCNW,PARM='PROD/POSIX(ON)'
//SYSPRINT DD SYSOUT=*
//SYSOUT   DD SYSOUT=*
//CLTEXTR  DD DISP=SHR,DSN=ANDREWJ.HTTPSCNW.CLEANEXT
//RESPOUT  DD DISP=MOD,DSN=ANDREWJ.HTTPSCNW.RESPOUT,
//            DCB=(RECFM=FB,LRECL=2087),SPACE=(TRK,(5,5)),
//            UNIT=SYSDA
//WARNLOG  DD DISP=MOD,DSN=ANDREWJ.HTTPSCNW.WARNLOG,
//            DCB=(RECFM=FB,LRECL=111),SPACE=(TRK,(1,1)),
//            UNIT=SYSDA
//RESTCTL  DD DISP=MOD,DSN=ANDREWJ.HTTPSCNW.RESTCTL,
//            DCB=(RECFM=FB,LRECL=31),SPACE=(TRK,(1,1)),
//            UNIT=SYSDA
//SUSPNS   DD DISP=MOD,DSN=ANDREWJ.HTTPSCNW.SUSPNS,
//            DCB=(RECFM=FB,LRECL=152),SPACE=(TRK,(1,1)),
//            UNIT=SYSDA
//TOKEN    DD DISP=SHR,DSN=ANDREWJ.HTTPSCNW.TOKEN
//ENVCTL   DD DISP=SHR,DSN=ANDREWJ.HTTPSCNW.ENVCTL
//AUDIT    DD DISP=MOD,DSN=ANDREWJ.HTTPSCNW.AUDIT,
//            DCB=(RECFM=FB,LRECL=235),SPACE=(TRK,(5,5)),
//            UNIT=SYSDA
//XREF     DD DISP=SHR,DSN=ANDREWJ.HTTPSCNW.XREF(%PRV)
//PARTSUM  DD DISP=OLD,DSN=ANDREWJ.HTTPSCNW.PARTSUM.P01
//RUNLEDG  DD DISP=MOD,DSN=ANDREWJ.HTTPSCNW.RUNLEDG.P01,
//            DCB=(RECFM=FB,LRECL=150),SPACE=(TRK,(1,1)),
//            UNIT=SYSDA
//RUNHIST  DD DISP=SHR,DSN=ANDREWJ.HTTPSCNW.RUNLEDG
//BALLEDG  DD DISP=MOD,DSN=ANDREWJ.HTTPSCNW.BALLEDG.P01,
//            DCB=(RECFM=FB,LRECL=100),SPACE=(TRK,(1,1)),
//            UNIT=SYSDA
//REDIRLOG DD DISP=MOD,DSN=ANDREWJ.HTTPSCNW.REDIRLOG,
//            DCB=(RECFM=FB,LRECL=131),SPACE=(TRK,(1,1)),
//            UNIT=SYSDA
//ROUTECTL DD DISP=SHR,DSN=ANDREWJ.HTTPSCNW.ROUTECTL
//ERRCAT   DD DISP=SHR,DSN=ANDREWJ.HTTPSCNW.ERRCAT
//DRAINCTL DD DISP=SHR,DSN=ANDREWJ.HTTPSCNW.DRAINCTL
// ENDIF
// IF (D%NNPST.RUN AND (D%NNPST.RC = 0 OR D%NNPST.RC = 4)) THEN
//D%NNXRF  EXEC PGM=RESPXRF
//SYSPRINT DD SYSOUT=*
//SYSOUT   DD SYSOUT=*
//RESPOUT  DD DISP=SHR,DSN=ANDREWJ.HTTPSCNW.RESPOUT
//XREFIN   DD DISP=SHR,DSN=ANDREWJ.HTTPSCNW.XREF(%PRV)
//XREFOUT  DD DISP=(NEW,CATLG,DELETE),
//            DSN=ANDREWJ.HTTPSCNW.XREF(%NEW),
//            DCB=(RECFM=FB,LRECL=67),SPACE=(TRK,(5,5)),
//            UNIT=SYSDA
//RUNLEDG  DD DISP=MOD,DSN=ANDREWJ.HTTPSCNW.RUNLEDG,
//            DCB=(RECFM=FB,LRECL=150),SPACE=(TRK,(1,1)),
//            UNIT=SYSDA
//RUNHIST  DD DISP=SHR,DSN=ANDREWJ.HTTPSCNW.RUNLEDG
//         DD DISP=SHR,DSN=ANDREWJ.HTTPSCNW.RUNLEDG.P01
//         DD DISP=SHR,DSN=ANDREWJ.HTTPSCNW.RUNLEDG.P02
//         DD DISP=SHR,DSN=ANDREWJ.HTTPSCNW.RUNLEDG.P03
//         DD DISP=SHR,DSN=ANDREWJ.HTTPSCNW.RUNLEDG.P04
//         DD DISP=SHR,DSN=ANDREWJ.HTTPSCNW.RUNLEDG.P05
//         DD DISP=SHR,DSN=ANDREWJ.HTTPSCNW.RUNLEDG.P06
//         DD DISP=SHR,DSN=ANDREWJ.HTTPSCNW.RUNLEDG.P07
//         DD DISP=SHR,DSN=ANDREWJ.HTTPSCNW.RUNLEDG.P08
// ENDIF
// IF (D%NNXRF.RUN AND D%NNXRF.RC = 0) THEN
//D%NNCAT  EXEC PGM=IEBGENER
//SYSPRINT DD SYSOUT=*
//SYSIN    DD DUMMY
//SYSUT1   DD DISP=SHR,DSN=ANDREWJ.HTTPSCNW.CATCHUP.DAY%NN
//SYSUT2   DD DISP=(NEW,CATLG,DELETE),
//            DSN=ANDREWJ.HTTPSCNW.CLTMASTR(%NEW),
//            DCB=(RECFM=FB,LRECL=165),SPACE=(CYL,(5,5)),
//            UNIT=SYSDA
// ENDIF
)ENDDAY
$$
