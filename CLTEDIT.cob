//*  balanced against what was read, the batch date is
//*  checked against the last one released (BCHCTL), and an
//*  unbalanced, headerless or duplicate batch is refused -
//*  CLEANEXT is truncated rather than released short. The
//*  business calendar (CALENDAR, see CALCHK) tells a gap
//*  since the last release that is only weekends and
//*  holidays from one that skips a business day: a batch
//*  with a business day missing before it, or dated before
//*  the last release, is refused too - run the missing day
//*  first (CATCHUP sequences queued days), or close the day on
//*  the calendar if upstream will never send it. So is
//*  a batch date CLTDELTA has not finished cleanly on the
//*  run-history ledger (RUNLEDG, see RUNLOG), which every
//*  step of the stream appends its run to.
//*  CLEANEXT itself goes out under a fresh header/trailer
//*  covering just the records that passed. The trailer's
//*  money total (ACT-BALANCE over the account records) is
//*  balanced too when upstream supplies one, and a released
//*  batch appends its account balances by type - read,
//*  passed and rejected - to the balance ledger (BALLEDG,
//*  see BALLOG) for the FINBAL sign-off report.
//*  CUTOVER: the extract layout grew to LRECL 165 (record
//*  type byte + child records) and REJECTS to 199 - the
//*  one-time conversion job must re-allocate the cataloged
           SELECT BATCH-CONTROL-FILE  ASSIGN TO BCHCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BCHCTL-STATUS.

           SELECT RUN-LEDGER-FILE  ASSIGN TO RUNLEDG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNLEDG-STATUS.

           SELECT RUN-HISTORY-FILE  ASSIGN TO RUNHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNHIST-STATUS.

           SELECT BALANCE-LEDGER-FILE  ASSIGN TO BALLEDG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BALLEDG-STATUS.

           SELECT CALENDAR-FILE  ASSIGN TO CALENDAR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.
      *----------------------------------------------------------------*
      *                                                                *
      *    D A T A   D I V I S I O N                                   *
       01  BATCH-CONTROL-RECORD.
           05 BCH-LAST-DATE         Pic X(8).
           05 BCH-TIMESTAMP         Pic X(21).

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

      ******************************************************
      * Balance ledger: a released batch's account balances
      * by type are appended here.
      ******************************************************
       FD  BALANCE-LEDGER-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  BALANCE-LEDGER-RECORD.
           COPY BALREC.

      ******************************************************
      * Business calendar: working weeks and holidays by
      * region, for the batch-date gap check.
      ******************************************************
       FD  CALENDAR-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CALENDAR-RECORD.
           COPY CALREC.
      *
      *----------------------------------------------------------------*
      *                                                                *
      * key-hash total actually read, and the totals of the
      * records released to CLEANEXT - balanced in
      * Verify-Batch-Controls before CLEANEXT is released.
      * The money total is balanced only when the upstream
      * trailer carries one.
      ******************************************************
       01  WS-BCHCTL-STATUS         Pic XX Value Spaces.
       01  WS-CTL-OK                Pic X  Value 'Y'.
       01  WS-EXPECTED-HASH         Pic 9(18) Value 0.
       01  WS-READ-HASH-TOTAL       Pic 9(18) Value 0.
       01  WS-CLEAN-HASH-TOTAL      Pic 9(18) Value 0.
       01  WS-EXPECTED-BALANCE      Pic S9(15)V99 Value 0.
       01  WS-TRL-BALANCE           Pic X  Value 'N'.
           88 TRAILER-HAS-BALANCE          Value 'Y'.
       01  WS-READ-BALANCE-TOTAL    Pic S9(15)V99 Value 0.
       01  WS-CLEAN-BALANCE-TOTAL   Pic S9(15)V99 Value 0.
       01  WS-REJECT-BALANCE-TOTAL  Pic S9(15)V99 Value 0.
           COPY HASHWS.
       01  WS-OUT-CONTROL.
           COPY CTLREC REPLACING LEADING ==CTL-== BY ==ECT-==.

      ******************************************************
      * Run-history ledger entry and predecessor check -
      * see the RUNLOG procedure copybook.
      ******************************************************
           COPY RUNLWS.

      ******************************************************
      * Account balance totals by type for the balance
      * ledger - see the BALLOG procedure copybook.
      ******************************************************
           COPY BALWS.

      ******************************************************
      * Business calendar and batch-date gap check - see
      * the CALCHK procedure copybook.
      ******************************************************
           COPY CALWS.

      ******************************************************
      * Edit outcome, hierarchy state, duplicate-key table,
      * reason codes and the email and state/zip work areas
      * - see the EDITCHK procedure copybook for the edits
      * themselves, shared with the REJCORR correction
      * workbench.
      ******************************************************
           COPY EDITWS.

      ******************************************************
      * Edit report formatting work areas
      ******************************************************
       01  WS-COUNT-EDIT            Pic ZZZ,ZZZ,ZZ9.
       01  WS-AMOUNT-EDIT           Pic -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-RPT-DETAIL.
           05 Filler                Pic X(3)  Value Spaces.
           05 WS-RPT-CODE           Pic X(4).

           Display "Client extract edit step start"

           Move 'CLTEDIT' to WS-RUN-STEP
           Perform Start-Run-Ledger
           Move 'EDIT' to WS-BAL-STAGE
           Move 'SRCE' to WS-BAL-CATEGORY-CODE(1)
           Move 'PASS' to WS-BAL-CATEGORY-CODE(2)
           Move 'REJT' to WS-BAL-CATEGORY-CODE(3)

           Perform Open-Files

           If FILES-ARE-OK
             Perform Load-Last-Batch-Date
             Perform Load-Business-Calendar

             Read CLIENT-EXTRACT-FILE
               At End Set WS-CLIENT-EOF to true
                     Perform Write-Reject-Record
                   End-If

                   If CLI-REC-ACCOUNT
                     Perform Total-Account-Balance
                   End-If

                 When Other
      *    The record-type code in byte one is not one this step
      *    knows - nothing downstream could route it either.
             Move 16 to Return-Code
           End-If

           Move WS-BATCH-DATE       to WS-RUN-BATCH-DATE
           Move WS-RECORDS-READ     to WS-RUN-COUNT-IN
           Move WS-RECORDS-CLEAN    to WS-RUN-COUNT-OUT
           Move WS-RECORDS-REJECTED to WS-RUN-COUNT-EXCEPTION

      *    Only a released batch's balances reach the balance
      *    ledger - a refused one never went downstream.
           If FILES-ARE-OK
           And CONTROLS-ARE-OK
             Perform Write-Balance-Records
           End-If
           Perform Write-Run-Ledger-Record

           STOP    RUN.

      ****************************************************************
      * Function: Note-Batch-Header                                   *
      *                                                              *
      *           Captures the batch date from the header, catches   *
      *           a missing date, the same extract run two nights in *
      *           a row and a business day skipped since the last    *
      *           release, and opens CLEANEXT under its own header   *
      *           carrying the same date.                             *
      ****************************************************************
       Note-Batch-Header.

                       " was already released - same extract "
                       "run twice"
               Move 'N' to WS-CTL-OK
             Else
               Move WS-LAST-RELEASED-DATE to WS-CAL-FROM-DATE
               Move WS-BATCH-DATE         to WS-CAL-TO-DATE
               Perform Check-Batch-Gap
               If Not CAL-GAP-IS-ACCEPTABLE
                 Move 'N' to WS-CTL-OK
               End-If
             End-If
      *    The delta step must have finished this date cleanly -
      *    an edit of a half-built or failed delta is refused.
             Move WS-BATCH-DATE to WS-RUN-BATCH-DATE
             Perform Check-Predecessor-Run
             If PREDECESSOR-NOT-FINISHED
               Move 'Y' to WS-RUN-REFUSED
               Move 'N' to WS-CTL-OK
             End-If
           Else
             Display "ERROR: batch header carries no usable "
           Move CTL-BATCH-DATE     to WS-TRAILER-DATE
           Move CTL-RECORD-COUNT   to WS-EXPECTED-COUNT
           Move CTL-KEY-HASH-TOTAL to WS-EXPECTED-HASH
           If CTL-BALANCE-TOTAL is Numeric
             Move CTL-BALANCE-TOTAL to WS-EXPECTED-BALANCE
             Set TRAILER-HAS-BALANCE to true
           End-If
           .

      ****************************************************************
      * Function: Total-Account-Balance                               *
      *                                                              *
      *           Adds an account record's balance to the read total *
      *           and to the passed or rejected total, and to its    *
      *           type's buckets for the balance ledger. A balance   *
      *           that is not numeric (reason E012) counts as an     *
      *           account with no money.                              *
      ****************************************************************
       Total-Account-Balance.

           Move ACT-TYPE to WS-BAL-ADD-TYPE
           If ACT-BALANCE is Numeric
             Move ACT-BALANCE to WS-BAL-ADD-AMOUNT
           Else
             Move 0 to WS-BAL-ADD-AMOUNT
           End-If

           Add WS-BAL-ADD-AMOUNT to WS-READ-BALANCE-TOTAL
           Move 1 to WS-BAL-ADD-BUCKET
           Perform Add-Balance-Amount

           If RECORD-IS-VALID
             Add WS-BAL-ADD-AMOUNT to WS-CLEAN-BALANCE-TOTAL
             Move 2 to WS-BAL-ADD-BUCKET
           Else
             Add WS-BAL-ADD-AMOUNT to WS-REJECT-BALANCE-TOTAL
             Move 3 to WS-BAL-ADD-BUCKET
           End-If
           Perform Add-Balance-Amount
           .

      ****************************************************************
      *                                                              *
      *           Balances what was read against the trailer: the    *
      *           data-record count and key hash total must match,   *
      *           as must the money total when the trailer has one,  *
      *           the header and trailer must both be there, and     *
      *           their dates must agree. A truncated transmission   *
      *           fails here instead of just looking like a short    *
      ****************************************************************
       Verify-Batch-Controls.

      *    A full duplicate-key table means dup-checking stopped
      *    partway through the batch - refuse it outright.
           If TABLE-LIMIT-HIT
             Move 'N' to WS-CTL-OK
           End-If

           If Not BATCH-HEADER-SEEN
             Display "ERROR: extract has no batch header"
             Move 'N' to WS-CTL-OK
                       WS-READ-HASH-TOTAL " over the keys read"
               Move 'N' to WS-CTL-OK
             End-If
             If TRAILER-HAS-BALANCE
             And WS-EXPECTED-BALANCE Not = WS-READ-BALANCE-TOTAL
               Move WS-EXPECTED-BALANCE to WS-AMOUNT-EDIT
               Display "ERROR: trailer balance total "
                       WS-AMOUNT-EDIT
               Move WS-READ-BALANCE-TOTAL to WS-AMOUNT-EDIT
               Display "       does not match " WS-AMOUNT-EDIT
                       " over the accounts read"
               Move 'N' to WS-CTL-OK
             End-If
           End-If
           .

      ****************************************************************
      * Function: Write-Clean-Trailer                                 *
      *                                                              *
      *           Closes CLEANEXT with the count, key hash total and *
      *           balance total of the records that passed the       *
      *           edits, so the next step can prove it got the whole *
      *           clean batch.                                        *
      ****************************************************************
       Write-Clean-Trailer.

           Move WS-BATCH-DATE      to ECT-BATCH-DATE
           Move WS-RECORDS-CLEAN   to ECT-RECORD-COUNT
           Move WS-CLEAN-HASH-TOTAL to ECT-KEY-HASH-TOTAL
           Move WS-CLEAN-BALANCE-TOTAL to ECT-BALANCE-TOTAL
           Write CLEAN-RECORD from WS-OUT-CONTROL
           .

           End-If
           .

      *    The field edits (Edit-Client-Record, Edit-Child-Record
      *    and their reason-code, duplicate-key, email and
      *    state/zip paragraphs) are shared with the REJCORR
      *    correction workbench via the EDITCHK procedure copybook.
           COPY EDITCHK.

      ****************************************************************
      * Function: Write-Reject-Record                                 *
      * Function: Write-Edit-Report                                   *
      *                                                              *
      *           Prints the edit report: records read, passed and   *
      *           rejected with their account balance totals, and    *
      *           rejected counts by error type.                      *
      ****************************************************************
       Write-Edit-Report.

           End-If
           Write EDIT-REPORT-LINE

           Move Spaces to EDIT-REPORT-LINE
           Evaluate True
             When CAL-GAP-NONE
               String "Batch sequence:   NEXT BUSINESS DAY AFTER "
                      WS-LAST-RELEASED-DATE
                 Delimited by Size Into EDIT-REPORT-LINE
             When CAL-GAP-EXPECTED
               Move WS-CAL-CLOSED-COUNT to WS-COUNT-EDIT
               String "Batch sequence:   EXPECTED GAP AFTER "
                      WS-LAST-RELEASED-DATE " -"
                      WS-COUNT-EDIT " CLOSED DAY(S)"
                 Delimited by Size Into EDIT-REPORT-LINE
             When CAL-GAP-MISSING
               Move WS-CAL-MISSING-COUNT to WS-COUNT-EDIT
               String "Batch sequence:   MISSING BATCH -"
                      WS-COUNT-EDIT " BUSINESS DAY(S) FROM "
                      WS-CAL-FIRST-MISSING " HAVE NO BATCH"
                 Delimited by Size Into EDIT-REPORT-LINE
             When CAL-GAP-OUT-OF-ORDER
               String "Batch sequence:   NOT AFTER LAST RELEASED "
                      WS-LAST-RELEASED-DATE
                 Delimited by Size Into EDIT-REPORT-LINE
             When CAL-GAP-BAD-DATE
               Move "Batch sequence:   NOT A CALENDAR DATE"
                 to EDIT-REPORT-LINE
             When Other
               Move "Batch sequence:   NOT CHECKED" to EDIT-REPORT-LINE
           End-Evaluate
           Write EDIT-REPORT-LINE

           Move WS-RECORDS-READ to WS-COUNT-EDIT
           Move Spaces to EDIT-REPORT-LINE
           String "Records read:     " WS-COUNT-EDIT
             Delimited by Size Into EDIT-REPORT-LINE
           Write EDIT-REPORT-LINE

           Move WS-READ-BALANCE-TOTAL to WS-AMOUNT-EDIT
           Move Spaces to EDIT-REPORT-LINE
           String "Balance read:     " WS-AMOUNT-EDIT
             Delimited by Size Into EDIT-REPORT-LINE
           Write EDIT-REPORT-LINE

           Move WS-CLEAN-BALANCE-TOTAL to WS-AMOUNT-EDIT
           Move Spaces to EDIT-REPORT-LINE
           String "Balance passed:   " WS-AMOUNT-EDIT
             Delimited by Size Into EDIT-REPORT-LINE
           Write EDIT-REPORT-LINE

           Move WS-REJECT-BALANCE-TOTAL to WS-AMOUNT-EDIT
           Move Spaces to EDIT-REPORT-LINE
           String "Balance rejected: " WS-AMOUNT-EDIT
             Delimited by Size Into EDIT-REPORT-LINE
           Write EDIT-REPORT-LINE

           Move Spaces to EDIT-REPORT-LINE
           Write EDIT-REPORT-LINE
           Move "Rejected counts by error type:" to EDIT-REPORT-LINE
      *    procedure copybook.
           COPY KEYHASH.

      *    The run-history ledger paragraphs are shared by every
      *    step of the batch stream via the RUNLOG procedure
      *    copybook.
           COPY RUNLOG.

      *    The balance ledger paragraphs are shared by every
      *    money-moving step via the BALLOG procedure copybook.
           COPY BALLOG.

      *    The business-calendar paragraphs are shared with CLTDELTA
      *    and CATCHUP via the CALCHK procedure copybook.
           COPY CALCHK.

       End Program CLTEDIT.
/*
//LKED.SYSLIB  DD DISP=SHR,DSN=CEE.SCEELKED
//GO.SYSPRINT  DD SYSOUT=*
//GO.CLTEXTR   DD DISP=SHR,DSN=ANDREWJ.HTTPSCNW.CLTEXTR
//GO.CLEANEXT  DD DISP=OLD,DSN=ANDREWJ.HTTPSCNW.CLEANEXT
//*  The day's rejects only - rewritten every run. Rejects
//*  still waiting on a correction card are held on REJHELD
//*  by REJCORR, so nothing here is lost by the rewrite.
//GO.REJECTS   DD DISP=OLD,DSN=ANDREWJ.HTTPSCNW.REJECTS
//GO.EDITRPT   DD SYSOUT=*
//*  One record only - DISP=OLD so the Open Output in
//*  Update-Last-Batch-Date rewrites it in place rather
//*  than appending a record per release.
//GO.BCHCTL    DD DISP=OLD,DSN=ANDREWJ.HTTPSCNW.BCHCTL
//*  Business calendar - W and H cards by region (see
//*  CALREC). Optional; a run without it checks only for the
//*  same batch date twice.
//GO.CALENDAR  DD DISP=SHR,DSN=ANDREWJ.HTTPSCNW.CALENDAR
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
//GO.BALLEDG   DD DISP=MOD,DSN=ANDREWJ.HTTPSCNW.BALLEDG,
//                 DCB=(RECFM=FB,LRECL=100),SPACE=(TRK,(1,1)),
//                 UNIT=SYSDA
