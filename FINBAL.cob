//ANDREWJF JOB CLASS=A,MSGCLASS=X,NOTIFY=&SYSUID,REGION=0M
//IGY      JCLLIB ORDER=IGY.SIGYPROC
//DOCLG    EXEC PROC=IGYWCLG,
//       PARM.COBOL='LIB',
//       PARM.LKED='REUS(RENT)'
//*  Finance balancing and sign-off report for account money.
//*  Reads the balance ledger the money-moving steps append to
//*  (BALLEDG and the HTTPSCNW partition ledgers, concatenated
//*  on BALHIST - see the BALLOG copybook) and ties the
//*  ACT-BALANCE totals together by account type and batch
//*  date, on dollars and on account counts:
//*    SOURCE TO EDIT    - CLTEDIT read = passed + rejected
//*    EDIT TO POSTING   - passed = posted (incl. confirmed on
//*                        an earlier run) + suspended + not
//*                        sent, over every HTTPSCNW partition
//*    SUSPENSE CARRIED  - suspended into SUSPNS by any posting
//*                        run = resubmitted + dead-lettered +
//*                        routed to REJECTS as a data fault by
//*                        the SUSPRSB run that next read it
//*    RESUBMISSION      - resubmitted = posted + suspended +
//*                        not sent by the retry-extract run
//*                        that followed that SUSPRSB run
//*  REJCORR supplemental and CLTRMED remediation postings are
//*  listed for the date but tie to nothing - their money was
//*  never on the day's clean extract. The latest run of a
//*  step (per partition) supersedes the runs before it; every
//*  suspension counts, since every one reached SUSPNS.
//*  PARM.GO: blank - the latest batch date CLTEDIT released;
//*  '20261014' - that date; '20261001 20261014' - a range.
//*  RC 0 balanced, 4 pending (a step has not run yet or
//*  suspense awaits SUSPRSB), 8 out of balance or no data for
//*  the date - finance must clear it before sign-off, 16 open
//*  failure, capacity or a bad PARM.
//COBOL.STEPLIB DD DISP=SHR,DSN=IGY.SIGYCOMP
//COBOL.SYSLIB  DD DISP=SHR,DSN=ANDREWJ.SOURCE.MAC
//COBOL.SYSIN   DD *
       IDENTIFICATION                  DIVISION.
       PROGRAM-ID.                     FINBAL.
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
           SELECT BALANCE-HISTORY-FILE  ASSIGN TO BALHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BALHIST-STATUS.

           SELECT FINANCE-REPORT-FILE  ASSIGN TO FINRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FINRPT-STATUS.
      *----------------------------------------------------------------*
      *                                                                *
      *    D A T A   D I V I S I O N                                   *
      *                                                                *
      *----------------------------------------------------------------*
       DATA                            DIVISION.
       FILE                            SECTION.
       FD  BALANCE-HISTORY-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  BALANCE-HISTORY-RECORD.
           COPY BALREC.

       FD  FINANCE-REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  FINANCE-REPORT-LINE         Pic X(133).
      *
      *----------------------------------------------------------------*
      *                                                                *
      *    W O R K I N G - S T O R A G E   S E C T I O N               *
      *                                                                *
      *----------------------------------------------------------------*
       WORKING-STORAGE                SECTION.
       01  WS-BALHIST-STATUS        Pic XX Value Spaces.
       01  WS-FINRPT-STATUS         Pic XX Value Spaces.
       01  WS-EOF-BALHIST           Pic X  Value 'N'.
           88 WS-BALHIST-EOF               Value 'Y'.
       01  WS-FILES-OK              Pic X  Value 'Y'.
           88 FILES-ARE-OK                 Value 'Y'.
       01  WS-PARM-OK               Pic X  Value 'Y'.
           88 PARM-IS-OK                   Value 'Y'.
       01  WS-TABLE-LIMIT           Pic X  Value 'N'.
           88 TABLE-LIMIT-HIT              Value 'Y'.

      ******************************************************
      * Reporting range from the JCL PARM. Blank takes the
      * latest batch date CLTEDIT released onto the ledger.
      ******************************************************
       01  WS-PARM-FROM             Pic X(8)  Value Spaces.
       01  WS-PARM-TO               Pic X(8)  Value Spaces.
       01  WS-FROM-DATE             Pic X(8)  Value Spaces.
       01  WS-TO-DATE               Pic X(8)  Value Spaces.
       01  WS-LATEST-EDIT-DATE      Pic X(8)  Value Spaces.

      ******************************************************
      * SUSPRSB runs on the ledger in start-time order. A
      * suspension belongs to the first SUSPRSB run after
      * it (the run that read it off SUSPNS), and a retry-
      * extract posting run to the last SUSPRSB run before
      * it (the run that carved its extract).
      ******************************************************
       01  WS-SRR-COUNT             Pic 9(9) Binary Value 0.
       01  WS-SRR-TABLE.
           05 WS-SRR-ENTRY  OCCURS 1 TO 10000 TIMES
                             DEPENDING ON WS-SRR-COUNT
                             ASCENDING KEY IS WS-SRR-TIMESTAMP
                             INDEXED BY SRR-INX.
              10 WS-SRR-TIMESTAMP   Pic X(21).
              10 WS-SRR-DATE        Pic X(8).
       01  WS-SRR-IDX               Pic 9(9) Binary Value 0.
       01  WS-SRR-NEW-IDX           Pic 9(9) Binary Value 0.
       01  WS-SEARCH-TIMESTAMP      Pic X(21) Value Spaces.

      ******************************************************
      * Latest run per batch date, stage, SUSPRSB run (for
      * a retry-extract posting, else zero) and partition,
      * kept in key order. Only a latest run's figures are
      * tied; a rerun supersedes the run before it.
      ******************************************************
       01  WS-LRN-COUNT             Pic 9(9) Binary Value 0.
       01  WS-LRN-TABLE.
           05 WS-LRN-ENTRY  OCCURS 1 TO 50000 TIMES
                             DEPENDING ON WS-LRN-COUNT
                             ASCENDING KEY IS WS-LRN-KEY
                             INDEXED BY LRN-INX.
              10 WS-LRN-KEY.
                 15 WS-LRN-DATE     Pic X(8).
                 15 WS-LRN-STAGE    Pic X(4).
                 15 WS-LRN-SEQ      Pic 9(5).
                 15 WS-LRN-PART     Pic 9(3).
              10 WS-LRN-TIMESTAMP   Pic X(21).
              10 WS-LRN-PART-TOTAL  Pic 9(3).
       01  WS-LRN-IDX               Pic 9(9) Binary Value 0.
       01  WS-LRN-FOUND-IDX         Pic 9(9) Binary Value 0.
       01  WS-LRN-SEARCH-KEY.
           05 WS-LRN-SEARCH-DATE    Pic X(8).
           05 WS-LRN-SEARCH-STAGE   Pic X(4).
           05 WS-LRN-SEARCH-SEQ     Pic 9(5).
           05 WS-LRN-SEARCH-PART    Pic 9(3).

      ******************************************************
      * The ledger record under review, resolved to the
      * batch date and SUSPRSB run it is reported under.
      ******************************************************
       01  WS-EFF-DATE              Pic X(8)  Value Spaces.
       01  WS-EFF-SEQ               Pic 9(5)  Value 0.
       01  WS-TARGET-DATE           Pic X(8)  Value Spaces.
       01  WS-TARGET-COL            Pic 9(4) Binary Value 0.

      ******************************************************
      * Figures by batch date and account type, kept in key
      * order. Column n holds:
      *    1 read by CLTEDIT        2 passed     3 rejected
      *    4 posted (incl. confirmed on an earlier run)
      *    5 suspended              6 not sent
      *    7-9  the same three for supplemental and
      *         remediation postings
      *   10 suspended into SUSPNS, by the SUSPRSB run date
      *   11 carried in by SUSPRSB 12 resubmitted
      *   13 dead-lettered
      *   14-16 posted, suspended, not sent by the retry-
      *         extract run, by the SUSPRSB run date
      *   17 suspended, no SUSPRSB run has read it yet
      *   18 routed to REJECTS by SUSPRSB as a data fault
      ******************************************************
       01  WS-FIG-COUNT-TOTAL       Pic 9(9) Binary Value 0.
       01  WS-FIG-TABLE.
           05 WS-FIG-ENTRY  OCCURS 1 TO 10000 TIMES
                             DEPENDING ON WS-FIG-COUNT-TOTAL
                             ASCENDING KEY IS WS-FIG-KEY
                             INDEXED BY FIG-INX.
              10 WS-FIG-KEY.
                 15 WS-FIG-DATE     Pic X(8).
                 15 WS-FIG-TYPE     Pic X(10).
              10 WS-FIG-COL         Occurs 18 Times.
                 15 WS-FIG-COUNT    Pic 9(9).
                 15 WS-FIG-AMOUNT   Pic S9(13)V99.
       01  WS-FIG-IDX               Pic 9(9) Binary Value 0.
       01  WS-FIG-FOUND-IDX         Pic 9(9) Binary Value 0.
       01  WS-FIG-COL-IDX           Pic 9(4) Binary Value 0.
       01  WS-FIG-SEARCH-KEY.
           05 WS-FIG-SEARCH-DATE    Pic X(8).
           05 WS-FIG-SEARCH-TYPE    Pic X(10).
       01  WS-BIN-LO                Pic 9(9) Binary Value 0.
       01  WS-BIN-HI                Pic 9(9) Binary Value 0.
       01  WS-BIN-MID               Pic 9(9) Binary Value 0.
       01  WS-BIN-SHIFT             Pic 9(9) Binary Value 0.

      ******************************************************
      * The batch date under report: its slice of the
      * figure table, its column totals, and which steps
      * have run for it.
      ******************************************************
       01  WS-DATE-FIRST-IDX        Pic 9(9) Binary Value 0.
       01  WS-DATE-LAST-IDX         Pic 9(9) Binary Value 0.
       01  WS-DATE-EDIT-SEEN        Pic X  Value 'N'.
       01  WS-DATE-RTRY-SEEN        Pic X  Value 'N'.
       01  WS-DATE-POST-PARTS       Pic 9(3)  Value 0.
       01  WS-DATE-POST-EXPECTED    Pic 9(3)  Value 0.
       01  WS-DATE-STATE            Pic X  Value 'B'.
           88 DATE-IS-BALANCED             Value 'B'.
           88 DATE-IS-PENDING              Value 'P'.
           88 DATE-IS-OUT                  Value 'O'.
       01  WS-TOT-TABLE.
           05 WS-TOT-COL            Occurs 18 Times.
              10 WS-TOT-COUNT       Pic S9(11).
              10 WS-TOT-AMOUNT      Pic S9(15)V99.

      ******************************************************
      * The row under report - one account type's figures,
      * or the date totals - and the section it is in: the
      * left-hand column, up to three right-hand columns
      * it must equal the sum of, and why the section
      * cannot be judged yet, if it cannot.
      ******************************************************
       01  WS-ROW-TYPE              Pic X(10) Value Spaces.
       01  WS-ROW-TABLE.
           05 WS-ROW-COL            Occurs 18 Times.
              10 WS-ROW-COUNT       Pic S9(11).
              10 WS-ROW-AMOUNT      Pic S9(15)V99.
       01  WS-SEC-TITLE             Pic X(100) Value Spaces.
       01  WS-SEC-LEFT              Pic 9(4) Binary Value 0.
       01  WS-SEC-RIGHT-TABLE.
           05 WS-SEC-RIGHT          Pic 9(4) Binary Occurs 3 Times.
       01  WS-SEC-HEAD-TABLE.
           05 WS-SEC-HEAD           Pic X(18) Occurs 5 Times.
       01  WS-SEC-AWAIT-COL         Pic 9(4) Binary Value 0.
       01  WS-SEC-KIND              Pic X  Value 'T'.
           88 SECTION-IS-TIE               Value 'T'.
           88 SECTION-IS-INFO              Value 'I'.
       01  WS-SEC-HOLD              Pic X(10) Value Spaces.
       01  WS-SEC-IDX               Pic 9(4) Binary Value 0.
       01  WS-DIFF-COUNT            Pic S9(11) Value 0.
       01  WS-DIFF-AMOUNT           Pic S9(15)V99 Value 0.
       01  WS-ROW-STATUS            Pic X(10) Value Spaces.

      ******************************************************
      * Report counts
      ******************************************************
       01  WS-RECORDS-READ          Pic 9(9) Value 0.
       01  WS-DATES-REPORTED        Pic 9(9) Value 0.
       01  WS-DATES-BALANCED        Pic 9(9) Value 0.
       01  WS-DATES-PENDING         Pic 9(9) Value 0.
       01  WS-DATES-OUT             Pic 9(9) Value 0.

      ******************************************************
      * Report formatting work areas. Figures print right-
      * justified in five columns; a figure column not
      * used by a section is left blank.
      ******************************************************
       01  WS-COUNT-EDIT            Pic ZZZ,ZZZ,ZZ9.
       01  WS-FIG-COUNT-EDIT        Pic -ZZ,ZZZ,ZZZ,ZZ9.
       01  WS-FIG-AMOUNT-EDIT       Pic -ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-RPT-FIG-LINE.
           05 Filler                Pic X(2)  Value Spaces.
           05 WS-RPT-TYPE           Pic X(10).
           05 Filler                Pic X     Value Spaces.
           05 WS-RPT-LABEL          Pic X(3).
           05 WS-RPT-FIG-COLUMN     Occurs 5 Times.
              10 Filler             Pic X.
              10 WS-RPT-FIG         Pic X(18) Justified Right.
           05 Filler                Pic X(2)  Value Spaces.
           05 WS-RPT-STATUS         Pic X(10).
           05 Filler                Pic X(10) Value Spaces.
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

           Display "Finance balancing report start"

           Perform Setup-Date-Range

           If PARM-IS-OK
             Perform Load-Suspense-Runs
           End-If

           If PARM-IS-OK and FILES-ARE-OK and Not TABLE-LIMIT-HIT
             Perform Load-Latest-Runs
           End-If

           If PARM-IS-OK and FILES-ARE-OK and Not TABLE-LIMIT-HIT
             Perform Accumulate-Figures
           End-If

           If PARM-IS-OK and FILES-ARE-OK
             Open Output FINANCE-REPORT-FILE
             If WS-FINRPT-STATUS Not = '00'
               Display "FAILED: Open Output FINANCE-REPORT-FILE, "
                       "status " WS-FINRPT-STATUS
               Move 'N' to WS-FILES-OK
             Else
               Perform Write-Report-Heading
               If TABLE-LIMIT-HIT
                 Move "*** Balance ledger table capacity exceeded "
                   & "- report not produced ***"
                   to FINANCE-REPORT-LINE
                 Write FINANCE-REPORT-LINE
               Else
                 Perform Report-Batch-Dates
                 Perform Write-Report-Summary
               End-If
               Close FINANCE-REPORT-FILE
             End-If
           End-If

           Display "Finance balancing report end"

      *    Out of balance - or nothing on the ledger for the date
      *    at all - holds the day's sign-off until finance clears
      *    it; a step that simply has not run yet is a warning.
           Evaluate True
             When Not PARM-IS-OK or Not FILES-ARE-OK
                  or TABLE-LIMIT-HIT
               Move 16 to Return-Code
             When WS-DATES-OUT > 0 or WS-DATES-REPORTED = 0
               Move 8 to Return-Code
             When WS-DATES-PENDING > 0
               Move 4 to Return-Code
             When Other
               Move 0 to Return-Code
           End-Evaluate

           STOP    RUN.

      ****************************************************************
      * Function: Setup-Date-Range                                    *
      *                                                              *
      *           Takes one or two YYYYMMDD dates from the JCL PARM. *
      *           No PARM leaves the range open until the latest    *
      *           CLTEDIT date is known from the ledger.              *
      ****************************************************************
       Setup-Date-Range.

           If PARM-LEN > 0
             Unstring PARM-DATA(1:PARM-LEN) Delimited by All Space
               Into WS-PARM-FROM WS-PARM-TO
             End-Unstring
           End-If

           Evaluate True
             When WS-PARM-FROM = Spaces
               Continue
             When WS-PARM-FROM Not Numeric
               Move 'N' to WS-PARM-OK
             When WS-PARM-TO = Spaces
               Move WS-PARM-FROM to WS-FROM-DATE
               Move WS-PARM-FROM to WS-TO-DATE
             When WS-PARM-TO Not Numeric
               Move 'N' to WS-PARM-OK
             When WS-PARM-TO < WS-PARM-FROM
               Move 'N' to WS-PARM-OK
             When Other
               Move WS-PARM-FROM to WS-FROM-DATE
               Move WS-PARM-TO   to WS-TO-DATE
           End-Evaluate

           If Not PARM-IS-OK
             Display "ERROR: PARM must be blank, a YYYYMMDD batch "
                     "date or two dates 'YYYYMMDD YYYYMMDD'"
           End-If
           .

      ****************************************************************
      * Function: Open-Balance-History                                *
      *                                                              *
      *           Opens the ledger for one pass.                      *
      ****************************************************************
       Open-Balance-History.

           Move 'N' to WS-EOF-BALHIST
           Open Input BALANCE-HISTORY-FILE
           If WS-BALHIST-STATUS Not = '00'
             Display "FAILED: Open Input BALANCE-HISTORY-FILE, "
                     "status " WS-BALHIST-STATUS
             Move 'N' to WS-FILES-OK
             Set WS-BALHIST-EOF to true
           Else
             Read BALANCE-HISTORY-FILE
               At End Set WS-BALHIST-EOF to true
             End-Read
           End-If
           .

      ****************************************************************
      * Function: Load-Suspense-Runs                                  *
      *                                                              *
      *           First pass: every SUSPRSB run on the ledger into   *
      *           the run table in start-time order, and the latest *
      *           batch date CLTEDIT released for a blank PARM.       *
      ****************************************************************
       Load-Suspense-Runs.

           Perform Open-Balance-History

           Perform Until WS-BALHIST-EOF or TABLE-LIMIT-HIT
             Add 1 to WS-RECORDS-READ
             If BAL-STAGE-RSUB
               Perform Insert-Suspense-Run
             End-If
             If BAL-STAGE-EDIT
             And BAL-BATCH-DATE > WS-LATEST-EDIT-DATE
               Move BAL-BATCH-DATE to WS-LATEST-EDIT-DATE
             End-If
             Read BALANCE-HISTORY-FILE
               At End Set WS-BALHIST-EOF to true
             End-Read
           End-Perform

           If FILES-ARE-OK
             Close BALANCE-HISTORY-FILE
           End-If

           If WS-FROM-DATE = Spaces
             Move WS-LATEST-EDIT-DATE to WS-FROM-DATE
             Move WS-LATEST-EDIT-DATE to WS-TO-DATE
           End-If
           .

      ****************************************************************
      * Function: Find-Suspense-Run-After                             *
      *                                                              *
      *           Binary search for the first SUSPRSB run that       *
      *           started after WS-SEARCH-TIMESTAMP; WS-BIN-LO is    *
      *           one past the table when there is none.              *
      ****************************************************************
       Find-Suspense-Run-After.

           Move 1 to WS-BIN-LO
           Move WS-SRR-COUNT to WS-BIN-HI
           Add 1 to WS-BIN-HI
           Perform Until WS-BIN-LO >= WS-BIN-HI
             Compute WS-BIN-MID = (WS-BIN-LO + WS-BIN-HI) / 2
             If WS-SRR-TIMESTAMP(WS-BIN-MID) > WS-SEARCH-TIMESTAMP
               Move WS-BIN-MID to WS-BIN-HI
             Else
               Compute WS-BIN-LO = WS-BIN-MID + 1
             End-If
           End-Perform
           .

      ****************************************************************
      * Function: Insert-Suspense-Run                                 *
      *                                                              *
      *           Adds a SUSPRSB run to the run table once - every  *
      *           balance record of the run carries the same start  *
      *           time.                                               *
      ****************************************************************
       Insert-Suspense-Run.

           Move BAL-RUN-TIMESTAMP to WS-SEARCH-TIMESTAMP
           Perform Find-Suspense-Run-After
           Move WS-BIN-LO to WS-SRR-NEW-IDX

           If WS-SRR-NEW-IDX > 1
           And WS-SRR-TIMESTAMP(WS-SRR-NEW-IDX - 1) = BAL-RUN-TIMESTAMP
             Continue
           Else
             If WS-SRR-COUNT >= 10000
               Set TABLE-LIMIT-HIT to true
             Else
               Add 1 to WS-SRR-COUNT
               Perform Varying WS-BIN-SHIFT From WS-SRR-COUNT by -1
                         Until WS-BIN-SHIFT <= WS-SRR-NEW-IDX
                 Move WS-SRR-ENTRY(WS-BIN-SHIFT - 1)
                   to WS-SRR-ENTRY(WS-BIN-SHIFT)
               End-Perform
               Move BAL-RUN-TIMESTAMP
                 to WS-SRR-TIMESTAMP(WS-SRR-NEW-IDX)
               Move BAL-BATCH-DATE to WS-SRR-DATE(WS-SRR-NEW-IDX)
             End-If
           End-If
           .

      ****************************************************************
      * Function: Resolve-Record-Key                                  *
      *                                                              *
      *           Names the batch date and SUSPRSB run a ledger      *
      *           record reports under: a retry-extract posting run *
      *           belongs to the SUSPRSB run that carved its extract *
      *           - the last one before it - and every other record *
      *           to its own batch date.                              *
      ****************************************************************
       Resolve-Record-Key.

           Move BAL-BATCH-DATE to WS-EFF-DATE
           Move 0 to WS-EFF-SEQ

           If BAL-STAGE-RTRY
             Move BAL-RUN-TIMESTAMP to WS-SEARCH-TIMESTAMP
             Perform Find-Suspense-Run-After
             If WS-BIN-LO > 1
               Compute WS-EFF-SEQ = WS-BIN-LO - 1
               Move WS-SRR-DATE(WS-EFF-SEQ) to WS-EFF-DATE
             End-If
           End-If

           Move WS-EFF-DATE       to WS-LRN-SEARCH-DATE
           Move BAL-STAGE         to WS-LRN-SEARCH-STAGE
           Move WS-EFF-SEQ        to WS-LRN-SEARCH-SEQ
           Move BAL-PART-NUM      to WS-LRN-SEARCH-PART
           .

      ****************************************************************
      * Function: Load-Latest-Runs                                    *
      *                                                              *
      *           Second pass: the latest run per batch date, stage, *
      *           SUSPRSB run and partition.                          *
      ****************************************************************
       Load-Latest-Runs.

           Perform Open-Balance-History

           Perform Until WS-BALHIST-EOF or TABLE-LIMIT-HIT
             Perform Resolve-Record-Key
             Perform Find-Latest-Run
             If WS-LRN-FOUND-IDX = 0
               Perform Insert-Latest-Run
             Else
               If BAL-RUN-TIMESTAMP
                    > WS-LRN-TIMESTAMP(WS-LRN-FOUND-IDX)
                 Move BAL-RUN-TIMESTAMP
                   to WS-LRN-TIMESTAMP(WS-LRN-FOUND-IDX)
                 Move BAL-PART-TOTAL
                   to WS-LRN-PART-TOTAL(WS-LRN-FOUND-IDX)
               End-If
             End-If
             Read BALANCE-HISTORY-FILE
               At End Set WS-BALHIST-EOF to true
             End-Read
           End-Perform

           If FILES-ARE-OK
             Close BALANCE-HISTORY-FILE
           End-If
           .

      ****************************************************************
      * Function: Find-Latest-Run                                     *
      *                                                              *
      *           Binary search for WS-LRN-SEARCH-KEY. WS-BIN-LO     *
      *           is left at the first entry not below the key - the *
      *           insertion point when it is not there.               *
      ****************************************************************
       Find-Latest-Run.

           Move 0 to WS-LRN-FOUND-IDX
           Move 1 to WS-BIN-LO
           Move WS-LRN-COUNT to WS-BIN-HI
           Add 1 to WS-BIN-HI
           Perform Until WS-BIN-LO >= WS-BIN-HI
             Compute WS-BIN-MID = (WS-BIN-LO + WS-BIN-HI) / 2
             If WS-LRN-KEY(WS-BIN-MID) < WS-LRN-SEARCH-KEY
               Compute WS-BIN-LO = WS-BIN-MID + 1
             Else
               Move WS-BIN-MID to WS-BIN-HI
             End-If
           End-Perform

           If WS-BIN-LO <= WS-LRN-COUNT
             If WS-LRN-KEY(WS-BIN-LO) = WS-LRN-SEARCH-KEY
               Move WS-BIN-LO to WS-LRN-FOUND-IDX
             End-If
           End-If
           .

      ****************************************************************
      * Function: Insert-Latest-Run                                   *
      *                                                              *
      *           Opens a slot at WS-BIN-LO for a run key not yet    *
      *           in the table.                                       *
      ****************************************************************
       Insert-Latest-Run.

           If WS-LRN-COUNT >= 50000
             Set TABLE-LIMIT-HIT to true
           Else
             Add 1 to WS-LRN-COUNT
             Perform Varying WS-BIN-SHIFT From WS-LRN-COUNT by -1
                       Until WS-BIN-SHIFT <= WS-BIN-LO
               Move WS-LRN-ENTRY(WS-BIN-SHIFT - 1)
                 to WS-LRN-ENTRY(WS-BIN-SHIFT)
             End-Perform
             Move WS-LRN-SEARCH-KEY to WS-LRN-KEY(WS-BIN-LO)
             Move BAL-RUN-TIMESTAMP to WS-LRN-TIMESTAMP(WS-BIN-LO)
             Move BAL-PART-TOTAL    to WS-LRN-PART-TOTAL(WS-BIN-LO)
           End-If
           .

      ****************************************************************
      * Function: Accumulate-Figures                                  *
      *                                                              *
      *           Third pass: every record into the figure table     *
      *           under the batch date it reports to, when that date *
      *           is in the reporting range. Suspensions and SUSPRSB *
      *           figures count from every run; the rest only from   *
      *           the latest run of their step.                       *
      ****************************************************************
       Accumulate-Figures.

           Perform Open-Balance-History

           Perform Until WS-BALHIST-EOF or TABLE-LIMIT-HIT
             Perform Resolve-Record-Key
             Perform Accumulate-Suspense-Flow
             Perform Find-Latest-Run
             If WS-LRN-FOUND-IDX > 0
               If BAL-RUN-TIMESTAMP
                    = WS-LRN-TIMESTAMP(WS-LRN-FOUND-IDX)
                 Perform Accumulate-Latest-Run
               End-If
             End-If
             Read BALANCE-HISTORY-FILE
               At End Set WS-BALHIST-EOF to true
             End-Read
           End-Perform

           If FILES-ARE-OK
             Close BALANCE-HISTORY-FILE
           End-If
           .

      ****************************************************************
      * Function: Accumulate-Suspense-Flow                            *
      *                                                              *
      *           A posting run's suspensions go under the date of  *
      *           the SUSPRSB run that next read SUSPNS, or await   *
      *           one under their own date. SUSPRSB's own figures go *
      *           under its date.                                     *
      ****************************************************************
       Accumulate-Suspense-Flow.

           Move 0 to WS-TARGET-COL
           Evaluate True
             When BAL-STAGE-RSUB
               Move BAL-BATCH-DATE to WS-TARGET-DATE
               Evaluate True
                 When BAL-CAT-CARRIED
                   Move 11 to WS-TARGET-COL
                 When BAL-CAT-RESUBMITTED
                   Move 12 to WS-TARGET-COL
                 When BAL-CAT-DEAD-LETTERED
                   Move 13 to WS-TARGET-COL
                 When BAL-CAT-ROUTED-TO-REJECTS
                   Move 18 to WS-TARGET-COL
               End-Evaluate
             When BAL-CAT-SUSPENDED
               Move BAL-RUN-TIMESTAMP to WS-SEARCH-TIMESTAMP
               Perform Find-Suspense-Run-After
               If WS-BIN-LO <= WS-SRR-COUNT
                 Move WS-SRR-DATE(WS-BIN-LO) to WS-TARGET-DATE
                 Move 10 to WS-TARGET-COL
               Else
                 Move WS-EFF-DATE to WS-TARGET-DATE
                 Move 17 to WS-TARGET-COL
               End-If
           End-Evaluate

           If WS-TARGET-COL > 0
             Perform Add-Figure
           End-If
           .

      ****************************************************************
      * Function: Accumulate-Latest-Run                               *
      *                                                              *
      *           A latest run's figures into their stage's columns. *
      *           A key the server confirmed on an earlier run       *
      *           counts as posted.                                   *
      ****************************************************************
       Accumulate-Latest-Run.

           Move WS-EFF-DATE to WS-TARGET-DATE
           Move 0 to WS-TARGET-COL
           Evaluate True
             When BAL-STAGE-EDIT
               Evaluate True
                 When BAL-CAT-SOURCE
                   Move 1 to WS-TARGET-COL
                 When BAL-CAT-PASSED
                   Move 2 to WS-TARGET-COL
                 When BAL-CAT-REJECTED
                   Move 3 to WS-TARGET-COL
               End-Evaluate
             When BAL-STAGE-POST
               Move 4 to WS-TARGET-COL
             When BAL-STAGE-SUPP
             When BAL-STAGE-RMED
               Move 7 to WS-TARGET-COL
             When BAL-STAGE-RTRY
               Move 14 to WS-TARGET-COL
           End-Evaluate

      *    The posting stages share one layout: posted, suspended,
      *    not sent from their first column on.
           If WS-TARGET-COL > 3
             Evaluate True
               When BAL-CAT-POSTED
               When BAL-CAT-SKIPPED
                 Continue
               When BAL-CAT-SUSPENDED
                 Add 1 to WS-TARGET-COL
               When BAL-CAT-NOT-SENT
                 Add 2 to WS-TARGET-COL
               When Other
                 Move 0 to WS-TARGET-COL
             End-Evaluate
           End-If

           If WS-TARGET-COL > 0
             Perform Add-Figure
           End-If
           .

      ****************************************************************
      * Function: Add-Figure                                          *
      *                                                              *
      *           Adds the record's count and amount to column       *
      *           WS-TARGET-COL of its date and account type, when   *
      *           the date is in the reporting range.                 *
      ****************************************************************
       Add-Figure.

           If WS-TARGET-DATE >= WS-FROM-DATE
           And WS-TARGET-DATE <= WS-TO-DATE
             Move WS-TARGET-DATE to WS-FIG-SEARCH-DATE
             Move BAL-ACCT-TYPE  to WS-FIG-SEARCH-TYPE
             Perform Find-Figure-Entry
             If WS-FIG-FOUND-IDX = 0
               Perform Insert-Figure-Entry
             End-If
             If WS-FIG-FOUND-IDX > 0
               Add BAL-ACCOUNT-COUNT
                 to WS-FIG-COUNT(WS-FIG-FOUND-IDX, WS-TARGET-COL)
               Add BAL-AMOUNT
                 to WS-FIG-AMOUNT(WS-FIG-FOUND-IDX, WS-TARGET-COL)
             End-If
           End-If
           .

      ****************************************************************
      * Function: Find-Figure-Entry                                   *
      *                                                              *
      *           Binary search for WS-FIG-SEARCH-KEY, leaving       *
      *           WS-BIN-LO at the insertion point.                   *
      ****************************************************************
       Find-Figure-Entry.

           Move 0 to WS-FIG-FOUND-IDX
           Move 1 to WS-BIN-LO
           Move WS-FIG-COUNT-TOTAL to WS-BIN-HI
           Add 1 to WS-BIN-HI
           Perform Until WS-BIN-LO >= WS-BIN-HI
             Compute WS-BIN-MID = (WS-BIN-LO + WS-BIN-HI) / 2
             If WS-FIG-KEY(WS-BIN-MID) < WS-FIG-SEARCH-KEY
               Compute WS-BIN-LO = WS-BIN-MID + 1
             Else
               Move WS-BIN-MID to WS-BIN-HI
             End-If
           End-Perform

           If WS-BIN-LO <= WS-FIG-COUNT-TOTAL
             If WS-FIG-KEY(WS-BIN-LO) = WS-FIG-SEARCH-KEY
               Move WS-BIN-LO to WS-FIG-FOUND-IDX
             End-If
           End-If
           .

      ****************************************************************
      * Function: Insert-Figure-Entry                                 *
      *                                                              *
      *           Opens a zeroed slot at WS-BIN-LO for a date and    *
      *           account type not yet in the table.                  *
      ****************************************************************
       Insert-Figure-Entry.

           If WS-FIG-COUNT-TOTAL >= 10000
             Set TABLE-LIMIT-HIT to true
           Else
             Add 1 to WS-FIG-COUNT-TOTAL
             Perform Varying WS-BIN-SHIFT From WS-FIG-COUNT-TOTAL
                       by -1 Until WS-BIN-SHIFT <= WS-BIN-LO
               Move WS-FIG-ENTRY(WS-BIN-SHIFT - 1)
                 to WS-FIG-ENTRY(WS-BIN-SHIFT)
             End-Perform
             Move WS-BIN-LO to WS-FIG-FOUND-IDX
             Move WS-FIG-SEARCH-KEY to WS-FIG-KEY(WS-FIG-FOUND-IDX)
             Perform Varying WS-FIG-COL-IDX From 1 by 1
                       Until WS-FIG-COL-IDX > 18
               Move 0 to WS-FIG-COUNT(WS-FIG-FOUND-IDX,
                                      WS-FIG-COL-IDX)
               Move 0 to WS-FIG-AMOUNT(WS-FIG-FOUND-IDX,
                                       WS-FIG-COL-IDX)
             End-Perform
           End-If
           .

      ****************************************************************
      * Function: Write-Report-Heading                                *
      ****************************************************************
       Write-Report-Heading.

           Move All '=' to FINANCE-REPORT-LINE
           Write FINANCE-REPORT-LINE
           Move "Account balance control - finance sign-off report"
             to FINANCE-REPORT-LINE
           Write FINANCE-REPORT-LINE
           Move All '=' to FINANCE-REPORT-LINE
           Write FINANCE-REPORT-LINE

           Move Spaces to FINANCE-REPORT-LINE
           String "Batch dates:      " WS-FROM-DATE " to " WS-TO-DATE
             Delimited by Size Into FINANCE-REPORT-LINE
           Write FINANCE-REPORT-LINE
           Move Spaces to FINANCE-REPORT-LINE
           String "Amounts are ACT-BALANCE totals (AMT) with the "
                  "account records behind them (CNT)."
             Delimited by Size Into FINANCE-REPORT-LINE
           Write FINANCE-REPORT-LINE
           .

      ****************************************************************
      * Function: Report-Batch-Dates                                  *
      *                                                              *
      *           Walks the figure table one batch date at a time.   *
      *           A requested date with nothing on the ledger is     *
      *           itself out of balance - the day cannot be signed   *
      *           off with no figures behind it.                      *
      ****************************************************************
       Report-Batch-Dates.

           If WS-FIG-COUNT-TOTAL = 0
             Move Spaces to FINANCE-REPORT-LINE
             Write FINANCE-REPORT-LINE
             Move Spaces to FINANCE-REPORT-LINE
             String "*** No balance ledger figures for batch dates "
                    WS-FROM-DATE " to " WS-TO-DATE
                    " - OUT OF BALANCE ***"
               Delimited by Size Into FINANCE-REPORT-LINE
             Write FINANCE-REPORT-LINE
           End-If

           Move 1 to WS-DATE-FIRST-IDX
           Perform Until WS-DATE-FIRST-IDX > WS-FIG-COUNT-TOTAL
             Move WS-DATE-FIRST-IDX to WS-DATE-LAST-IDX
             Perform Until WS-DATE-LAST-IDX >= WS-FIG-COUNT-TOTAL
                        or WS-FIG-DATE(WS-DATE-LAST-IDX + 1)
                             Not = WS-FIG-DATE(WS-DATE-FIRST-IDX)
               Add 1 to WS-DATE-LAST-IDX
             End-Perform

             Perform Report-Batch-Date

             Compute WS-DATE-FIRST-IDX = WS-DATE-LAST-IDX + 1
           End-Perform
           .

      ****************************************************************
      * Function: Report-Batch-Date                                   *
      *                                                              *
      *           One batch date: which steps have run for it, its   *
      *           totals, the four ties and the follow-up postings,  *
      *           then the date's status.                             *
      ****************************************************************
       Report-Batch-Date.

           Add 1 to WS-DATES-REPORTED
           Set DATE-IS-BALANCED to true
           Perform Assess-Date-Runs
           Perform Total-Date-Figures

           Move Spaces to FINANCE-REPORT-LINE
           Write FINANCE-REPORT-LINE
           Move All '-' to FINANCE-REPORT-LINE
           Write FINANCE-REPORT-LINE
           Move Spaces to FINANCE-REPORT-LINE
           String "BATCH DATE " WS-FIG-DATE(WS-DATE-FIRST-IDX)
             Delimited by Size Into FINANCE-REPORT-LINE
           Write FINANCE-REPORT-LINE
           Move All '-' to FINANCE-REPORT-LINE
           Write FINANCE-REPORT-LINE

      *    Source to edit: nothing to tie without the edit run.
           Move "SOURCE TO EDIT - read = passed + rejected"
             to WS-SEC-TITLE
           Set SECTION-IS-TIE to true
           Move 1 to WS-SEC-LEFT
           Move 2 to WS-SEC-RIGHT(1)
           Move 3 to WS-SEC-RIGHT(2)
           Move 0 to WS-SEC-RIGHT(3)
           Move 0 to WS-SEC-AWAIT-COL
           Move "READ"      to WS-SEC-HEAD(1)
           Move "PASSED"    to WS-SEC-HEAD(2)
           Move "REJECTED"  to WS-SEC-HEAD(3)
           Move Spaces      to WS-SEC-HEAD(4)
           Move Spaces to WS-SEC-HOLD
           If WS-DATE-EDIT-SEEN Not = 'Y'
             Move "NO DATA" to WS-SEC-HOLD
           End-If
           Perform Write-Section

      *    Edit to posting: every partition must have reported.
           Move "EDIT TO POSTING - passed = posted + suspended + "
               & "not sent"
             to WS-SEC-TITLE
           Move 2 to WS-SEC-LEFT
           Move 4 to WS-SEC-RIGHT(1)
           Move 5 to WS-SEC-RIGHT(2)
           Move 6 to WS-SEC-RIGHT(3)
           Move "PASSED"    to WS-SEC-HEAD(1)
           Move "POSTED"    to WS-SEC-HEAD(2)
           Move "SUSPENDED" to WS-SEC-HEAD(3)
           Move "NOT SENT"  to WS-SEC-HEAD(4)
           Move Spaces to WS-SEC-HOLD
           If WS-DATE-POST-PARTS = 0
           Or WS-DATE-POST-PARTS < WS-DATE-POST-EXPECTED
             Move "PENDING" to WS-SEC-HOLD
           End-If
           Perform Write-Section

      *    Suspense carried forward: suspensions read by SUSPRSB
      *    tie to what it resubmitted, dead-lettered and routed to
      *    REJECTS; any not read yet leave the tie pending and are
      *    listed beneath it.
           Move "SUSPENSE CARRIED FORWARD - suspended into SUSPNS "
               & "= resubmitted + dead-lettered + to rejects"
             to WS-SEC-TITLE
           Move 10 to WS-SEC-LEFT
           Move 12 to WS-SEC-RIGHT(1)
           Move 13 to WS-SEC-RIGHT(2)
           Move 18 to WS-SEC-RIGHT(3)
           Move 17 to WS-SEC-AWAIT-COL
           Move "INTO SUSPENSE" to WS-SEC-HEAD(1)
           Move "RESUBMITTED"   to WS-SEC-HEAD(2)
           Move "DEAD-LETTERED" to WS-SEC-HEAD(3)
           Move "TO REJECTS"    to WS-SEC-HEAD(4)
           Move Spaces to WS-SEC-HOLD
           Perform Write-Section

           Move "AWAITING SUSPRSB - suspended, not read yet "
               & "(not tied)"
             to WS-SEC-TITLE
           Set SECTION-IS-INFO to true
           Move 17 to WS-SEC-LEFT
           Move 0  to WS-SEC-RIGHT(1)
           Move 0  to WS-SEC-RIGHT(2)
           Move 0  to WS-SEC-RIGHT(3)
           Move 0  to WS-SEC-AWAIT-COL
           Move "AWAIT SUSPRSB" to WS-SEC-HEAD(1)
           Move Spaces          to WS-SEC-HEAD(2)
           Move Spaces          to WS-SEC-HEAD(3)
           Move Spaces          to WS-SEC-HEAD(4)
           Perform Write-Section
           Set SECTION-IS-TIE to true

      *    Resubmission: pending until the retry extract has been
      *    posted.
           Move "RESUBMISSION - resubmitted = retry posted + "
               & "suspended + not sent"
             to WS-SEC-TITLE
           Move 12 to WS-SEC-LEFT
           Move 14 to WS-SEC-RIGHT(1)
           Move 15 to WS-SEC-RIGHT(2)
           Move 16 to WS-SEC-RIGHT(3)
           Move 0  to WS-SEC-AWAIT-COL
           Move "RESUBMITTED" to WS-SEC-HEAD(1)
           Move "POSTED"      to WS-SEC-HEAD(2)
           Move "SUSPENDED"   to WS-SEC-HEAD(3)
           Move "NOT SENT"    to WS-SEC-HEAD(4)
           Move Spaces to WS-SEC-HOLD
           If WS-TOT-COUNT(12) > 0
           And WS-DATE-RTRY-SEEN Not = 'Y'
             Move "PENDING" to WS-SEC-HOLD
           End-If
           Perform Write-Section

      *    Follow-up postings are listed, not tied.
           Move "FOLLOW-UP POSTINGS - REJCORR supplemental and "
               & "CLTRMED remediation (not tied)"
             to WS-SEC-TITLE
           Set SECTION-IS-INFO to true
           Move 7 to WS-SEC-LEFT
           Move 8 to WS-SEC-RIGHT(1)
           Move 9 to WS-SEC-RIGHT(2)
           Move 0 to WS-SEC-RIGHT(3)
           Move "POSTED"    to WS-SEC-HEAD(1)
           Move "SUSPENDED" to WS-SEC-HEAD(2)
           Move "NOT SENT"  to WS-SEC-HEAD(3)
           Move Spaces      to WS-SEC-HEAD(4)
           Move Spaces to WS-SEC-HOLD
           Perform Write-Section

           Move Spaces to FINANCE-REPORT-LINE
           Write FINANCE-REPORT-LINE
           Move Spaces to FINANCE-REPORT-LINE
           Evaluate True
             When DATE-IS-OUT
               Add 1 to WS-DATES-OUT
               String "BATCH DATE " WS-FIG-DATE(WS-DATE-FIRST-IDX)
                      " OUT OF BALANCE - finance must clear before "
                      "sign-off"
                 Delimited by Size Into FINANCE-REPORT-LINE
             When DATE-IS-PENDING
               Add 1 to WS-DATES-PENDING
               String "BATCH DATE " WS-FIG-DATE(WS-DATE-FIRST-IDX)
                      " PENDING - balanced so far, steps still to "
                      "run"
                 Delimited by Size Into FINANCE-REPORT-LINE
             When Other
               Add 1 to WS-DATES-BALANCED
               String "BATCH DATE " WS-FIG-DATE(WS-DATE-FIRST-IDX)
                      " BALANCED"
                 Delimited by Size Into FINANCE-REPORT-LINE
           End-Evaluate
           Write FINANCE-REPORT-LINE
           .

      ****************************************************************
      * Function: Assess-Date-Runs                                    *
      *                                                              *
      *           Scans the latest-run table for the date: whether   *
      *           CLTEDIT ran, how many posting partitions reported *
      *           against how many were expected, and whether a      *
      *           retry extract has been posted.                      *
      ****************************************************************
       Assess-Date-Runs.

           Move 'N' to WS-DATE-EDIT-SEEN
           Move 'N' to WS-DATE-RTRY-SEEN
           Move 0 to WS-DATE-POST-PARTS
           Move 0 to WS-DATE-POST-EXPECTED

           Move WS-FIG-DATE(WS-DATE-FIRST-IDX) to WS-LRN-SEARCH-DATE
           Move Low-Values to WS-LRN-SEARCH-STAGE
           Move 0 to WS-LRN-SEARCH-SEQ
           Move 0 to WS-LRN-SEARCH-PART
           Perform Find-Latest-Run

           Perform Varying WS-LRN-IDX From WS-BIN-LO by 1
                     Until WS-LRN-IDX > WS-LRN-COUNT
                        or WS-LRN-DATE(WS-LRN-IDX)
                             Not = WS-FIG-DATE(WS-DATE-FIRST-IDX)
             Evaluate WS-LRN-STAGE(WS-LRN-IDX)
               When 'EDIT'
                 Move 'Y' to WS-DATE-EDIT-SEEN
               When 'RTRY'
                 Move 'Y' to WS-DATE-RTRY-SEEN
               When 'POST'
                 Add 1 to WS-DATE-POST-PARTS
                 If WS-LRN-PART-TOTAL(WS-LRN-IDX)
                      > WS-DATE-POST-EXPECTED
                   Move WS-LRN-PART-TOTAL(WS-LRN-IDX)
                     to WS-DATE-POST-EXPECTED
                 End-If
             End-Evaluate
           End-Perform
           .

      ****************************************************************
      * Function: Total-Date-Figures                                  *
      ****************************************************************
       Total-Date-Figures.

           Perform Varying WS-FIG-COL-IDX From 1 by 1
                     Until WS-FIG-COL-IDX > 18
             Move 0 to WS-TOT-COUNT(WS-FIG-COL-IDX)
             Move 0 to WS-TOT-AMOUNT(WS-FIG-COL-IDX)
           End-Perform

           Perform Varying WS-FIG-IDX From WS-DATE-FIRST-IDX by 1
                     Until WS-FIG-IDX > WS-DATE-LAST-IDX
             Perform Varying WS-FIG-COL-IDX From 1 by 1
                       Until WS-FIG-COL-IDX > 18
               Add WS-FIG-COUNT(WS-FIG-IDX, WS-FIG-COL-IDX)
                 to WS-TOT-COUNT(WS-FIG-COL-IDX)
               Add WS-FIG-AMOUNT(WS-FIG-IDX, WS-FIG-COL-IDX)
                 to WS-TOT-AMOUNT(WS-FIG-COL-IDX)
             End-Perform
           End-Perform
           .

      ****************************************************************
      * Function: Write-Section                                       *
      *                                                              *
      *           Prints one section for the date: its title, the    *
      *           column headings, a pair of lines per account type  *
      *           and the date totals.                                *
      ****************************************************************
       Write-Section.

           Move Spaces to FINANCE-REPORT-LINE
           Write FINANCE-REPORT-LINE
           Move Spaces to FINANCE-REPORT-LINE
           String "  " WS-SEC-TITLE
             Delimited by Size Into FINANCE-REPORT-LINE
           Write FINANCE-REPORT-LINE

           Move Spaces to WS-RPT-TYPE WS-RPT-LABEL WS-RPT-STATUS
           Move "ACCT TYPE" to WS-RPT-TYPE
           Perform Varying WS-SEC-IDX From 1 by 1
                     Until WS-SEC-IDX > 4
             Move WS-SEC-HEAD(WS-SEC-IDX) to WS-RPT-FIG(WS-SEC-IDX)
           End-Perform
           If SECTION-IS-TIE
             Move "DIFFERENCE" to WS-RPT-FIG(5)
             Move "STATUS"     to WS-RPT-STATUS
           Else
             Move Spaces to WS-RPT-FIG(5)
           End-If
           Write FINANCE-REPORT-LINE from WS-RPT-FIG-LINE

           Perform Varying WS-FIG-IDX From WS-DATE-FIRST-IDX by 1
                     Until WS-FIG-IDX > WS-DATE-LAST-IDX
             Move WS-FIG-TYPE(WS-FIG-IDX) to WS-ROW-TYPE
             If WS-ROW-TYPE = Spaces
               Move "(NONE)" to WS-ROW-TYPE
             End-If
             Perform Varying WS-FIG-COL-IDX From 1 by 1
                       Until WS-FIG-COL-IDX > 18
               Move WS-FIG-COUNT(WS-FIG-IDX, WS-FIG-COL-IDX)
                 to WS-ROW-COUNT(WS-FIG-COL-IDX)
               Move WS-FIG-AMOUNT(WS-FIG-IDX, WS-FIG-COL-IDX)
                 to WS-ROW-AMOUNT(WS-FIG-COL-IDX)
             End-Perform
             Perform Write-Section-Row
           End-Perform

           Move "TOTAL" to WS-ROW-TYPE
           Move WS-TOT-TABLE to WS-ROW-TABLE
           Perform Write-Section-Row
           .

      ****************************************************************
      * Function: Write-Section-Row                                   *
      *                                                              *
      *           Prints the row's amount line and count line. On a  *
      *           tie the difference is the left-hand column less    *
      *           the right-hand ones; any difference, on dollars or *
      *           on counts, puts the date out of balance unless the *
      *           section cannot be judged yet.                       *
      ****************************************************************
       Write-Section-Row.

           Move WS-ROW-COUNT(WS-SEC-LEFT)  to WS-DIFF-COUNT
           Move WS-ROW-AMOUNT(WS-SEC-LEFT) to WS-DIFF-AMOUNT
           Perform Varying WS-SEC-IDX From 1 by 1
                     Until WS-SEC-IDX > 3
             If WS-SEC-RIGHT(WS-SEC-IDX) > 0
               Subtract WS-ROW-COUNT(WS-SEC-RIGHT(WS-SEC-IDX))
                 from WS-DIFF-COUNT
               Subtract WS-ROW-AMOUNT(WS-SEC-RIGHT(WS-SEC-IDX))
                 from WS-DIFF-AMOUNT
             End-If
           End-Perform

           Move Spaces to WS-ROW-STATUS
           If SECTION-IS-TIE
             Evaluate True
               When WS-SEC-HOLD = "NO DATA"
                 Move WS-SEC-HOLD to WS-ROW-STATUS
                 Set DATE-IS-OUT to true
               When WS-SEC-HOLD Not = Spaces
                 Move WS-SEC-HOLD to WS-ROW-STATUS
                 If Not DATE-IS-OUT
                   Set DATE-IS-PENDING to true
                 End-If
               When WS-DIFF-COUNT Not = 0
               When WS-DIFF-AMOUNT Not = 0
                 Move "OUT OF BAL" to WS-ROW-STATUS
                 Set DATE-IS-OUT to true
               When WS-SEC-AWAIT-COL > 0
                And (WS-ROW-COUNT(WS-SEC-AWAIT-COL) Not = 0
                  Or WS-ROW-AMOUNT(WS-SEC-AWAIT-COL) Not = 0)
                 Move "PENDING" to WS-ROW-STATUS
                 If Not DATE-IS-OUT
                   Set DATE-IS-PENDING to true
                 End-If
               When Other
                 Move "BALANCED" to WS-ROW-STATUS
             End-Evaluate
           End-If

      *    Amount line.
           Move WS-ROW-TYPE to WS-RPT-TYPE
           Move "AMT" to WS-RPT-LABEL
           Move WS-ROW-STATUS to WS-RPT-STATUS
           Move WS-ROW-AMOUNT(WS-SEC-LEFT) to WS-FIG-AMOUNT-EDIT
           Move WS-FIG-AMOUNT-EDIT to WS-RPT-FIG(1)
           Perform Varying WS-SEC-IDX From 1 by 1
                     Until WS-SEC-IDX > 3
             Move Spaces to WS-RPT-FIG(WS-SEC-IDX + 1)
             If WS-SEC-RIGHT(WS-SEC-IDX) > 0
               Move WS-ROW-AMOUNT(WS-SEC-RIGHT(WS-SEC-IDX))
                 to WS-FIG-AMOUNT-EDIT
               Move WS-FIG-AMOUNT-EDIT to WS-RPT-FIG(WS-SEC-IDX + 1)
             End-If
           End-Perform
           Move Spaces to WS-RPT-FIG(5)
           If SECTION-IS-TIE
             Move WS-DIFF-AMOUNT to WS-FIG-AMOUNT-EDIT
             Move WS-FIG-AMOUNT-EDIT to WS-RPT-FIG(5)
           End-If
           Write FINANCE-REPORT-LINE from WS-RPT-FIG-LINE

      *    Count line.
           Move Spaces to WS-RPT-TYPE WS-RPT-STATUS
           Move "CNT" to WS-RPT-LABEL
           Move WS-ROW-COUNT(WS-SEC-LEFT) to WS-FIG-COUNT-EDIT
           Move WS-FIG-COUNT-EDIT to WS-RPT-FIG(1)
           Perform Varying WS-SEC-IDX From 1 by 1
                     Until WS-SEC-IDX > 3
             Move Spaces to WS-RPT-FIG(WS-SEC-IDX + 1)
             If WS-SEC-RIGHT(WS-SEC-IDX) > 0
               Move WS-ROW-COUNT(WS-SEC-RIGHT(WS-SEC-IDX))
                 to WS-FIG-COUNT-EDIT
               Move WS-FIG-COUNT-EDIT to WS-RPT-FIG(WS-SEC-IDX + 1)
             End-If
           End-Perform
           Move Spaces to WS-RPT-FIG(5)
           If SECTION-IS-TIE
             Move WS-DIFF-COUNT to WS-FIG-COUNT-EDIT
             Move WS-FIG-COUNT-EDIT to WS-RPT-FIG(5)
           End-If
           Write FINANCE-REPORT-LINE from WS-RPT-FIG-LINE
           .

      ****************************************************************
      * Function: Write-Report-Summary                                *
      *                                                              *
      *           Date counts by status and the sign-off block.       *
      ****************************************************************
       Write-Report-Summary.

           Move Spaces to FINANCE-REPORT-LINE
           Write FINANCE-REPORT-LINE
           Move All '=' to FINANCE-REPORT-LINE
           Write FINANCE-REPORT-LINE

           Move WS-RECORDS-READ to WS-COUNT-EDIT
           Move Spaces to FINANCE-REPORT-LINE
           String "Ledger records read:     " WS-COUNT-EDIT
             Delimited by Size Into FINANCE-REPORT-LINE
           Write FINANCE-REPORT-LINE

           Move WS-DATES-REPORTED to WS-COUNT-EDIT
           Move Spaces to FINANCE-REPORT-LINE
           String "Batch dates reported:    " WS-COUNT-EDIT
             Delimited by Size Into FINANCE-REPORT-LINE
           Write FINANCE-REPORT-LINE

           Move WS-DATES-BALANCED to WS-COUNT-EDIT
           Move Spaces to FINANCE-REPORT-LINE
           String "  balanced:              " WS-COUNT-EDIT
             Delimited by Size Into FINANCE-REPORT-LINE
           Write FINANCE-REPORT-LINE

           Move WS-DATES-PENDING to WS-COUNT-EDIT
           Move Spaces to FINANCE-REPORT-LINE
           String "  pending:               " WS-COUNT-EDIT
             Delimited by Size Into FINANCE-REPORT-LINE
           Write FINANCE-REPORT-LINE

           Move WS-DATES-OUT to WS-COUNT-EDIT
           Move Spaces to FINANCE-REPORT-LINE
           String "  out of balance:        " WS-COUNT-EDIT
             Delimited by Size Into FINANCE-REPORT-LINE
           Write FINANCE-REPORT-LINE

           Move Spaces to FINANCE-REPORT-LINE
           Write FINANCE-REPORT-LINE
           Move Spaces to FINANCE-REPORT-LINE
           If WS-DATES-OUT > 0 or WS-DATES-REPORTED = 0
             Move "*** NOT READY FOR SIGN-OFF - out-of-balance "
               & "conditions above must be cleared ***"
               to FINANCE-REPORT-LINE
           Else
             Move "Ready for sign-off." to FINANCE-REPORT-LINE
           End-If
           Write FINANCE-REPORT-LINE

           Move Spaces to FINANCE-REPORT-LINE
           Write FINANCE-REPORT-LINE
           Move "Reviewed by (finance):  ______________________  "
               & "Date: __________"
             to FINANCE-REPORT-LINE
           Write FINANCE-REPORT-LINE
           Move Spaces to FINANCE-REPORT-LINE
           Write FINANCE-REPORT-LINE
           Move "Exceptions cleared by:  ______________________  "
               & "Date: __________"
             to FINANCE-REPORT-LINE
           Write FINANCE-REPORT-LINE
           Move All '=' to FINANCE-REPORT-LINE
           Write FINANCE-REPORT-LINE
           .

       End Program FINBAL.
/*
//LKED.SYSLIB  DD DISP=SHR,DSN=CEE.SCEELKED
//             DD DISP=SHR,DSN=CEE.SCEELKEX
//             DD DISP=SHR,DSN=SYS1.CSSLIB
//GO.SYSPRINT  DD SYSOUT=*
//GO.BALHIST   DD DISP=SHR,DSN=ANDREWJ.HTTPSCNW.BALLEDG
//             DD DISP=SHR,DSN=ANDREWJ.HTTPSCNW.BALLEDG.P01
//             DD DISP=SHR,DSN=ANDREWJ.HTTPSCNW.BALLEDG.P02
//             DD DISP=SHR,DSN=ANDREWJ.HTTPSCNW.BALLEDG.P03
//             DD DISP=SHR,DSN=ANDREWJ.HTTPSCNW.BALLEDG.P04
//             DD DISP=SHR,DSN=ANDREWJ.HTTPSCNW.BALLEDG.P05
//             DD DISP=SHR,DSN=ANDREWJ.HTTPSCNW.BALLEDG.P06
//             DD DISP=SHR,DSN=ANDREWJ.HTTPSCNW.BALLEDG.P07
//             DD DISP=SHR,DSN=ANDREWJ.HTTPSCNW.BALLEDG.P08
//GO.FINRPT    DD SYSOUT=*
