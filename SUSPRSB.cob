//*  - a key that has failed as many runs in a row as the
//*  PARM limit (default 3) is a poison record and is moved
//*  to the dead-letter dataset instead of being resubmitted
//*  forever. A batch date HTTPSCNW has not finished cleanly
//*  on the run-history ledger (RUNLEDG) is refused, RC 8,
//*  with suspense and retry state left as they were; only
//*  the retry extract is emptied, so nothing is re-posted.
//*  Once the keys are classified, the account balances by
//*  type of every suspended client matched in the extract -
//*  carried in, resubmitted and dead-lettered as poison - are
//*  appended to the balance ledger (BALLEDG, see BALLOG) for
//*  the FINBAL sign-off report.
//*  HTTPSCNW classifies each failure it suspends against the
//*  ERRCAT error catalog. A key whose latest failure was
//*  marked F (the server refused the data itself) is not
//*  resubmitted - retrying cannot fix it - but written with
//*  its child records to REJECTS, reason SRVR and the
//*  server's message, for REJCORR correction cards. A key
//*  marked E is dead-lettered at once, reason ESCALATED,
//*  without waiting out the poison cutoff. Only R (and an
//*  unclassified transport failure) is retried.
//COBOL.STEPLIB DD DISP=SHR,DSN=IGY.SIGYCOMP
//COBOL.SYSLIB  DD DISP=SHR,DSN=ANDREWJ.SOURCE.MAC
//COBOL.SYSIN   DD *
           SELECT DEAD-LETTER-FILE  ASSIGN TO DEADLTR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DEADLTR-STATUS.

           SELECT REJECT-FILE  ASSIGN TO REJECTS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REJECTS-STATUS.

           SELECT RUN-LEDGER-FILE  ASSIGN TO RUNLEDG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNLEDG-STATUS.

           SELECT RUN-HISTORY-FILE  ASSIGN TO RUNHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNHIST-STATUS.

           SELECT BALANCE-LEDGER-FILE  ASSIGN TO BALLEDG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BALLEDG-STATUS.
      *----------------------------------------------------------------*
      *                                                                *
      *    D A T A   D I V I S I O N                                   *
           LABEL RECORDS ARE STANDARD.
       01  CLIENT-RECORD.
           COPY CLNTREC.
       01  ACCOUNT-RECORD.
           COPY ACCTREC.

      ******************************************************
      * Retry-counter control dataset, one record per key
           LABEL RECORDS ARE STANDARD.
       01  DEAD-LETTER-RECORD.
           COPY DLTRREC.

      ******************************************************
      * The day's reject dataset, extended with the clients
      * the server refused for their data, for REJCORR.
      ******************************************************
       FD  REJECT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REJECT-RECORD.
           COPY REJREC.

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
      * Balance ledger: the suspended account balances this
      * run carried forward are appended here.
      ******************************************************
       FD  BALANCE-LEDGER-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  BALANCE-LEDGER-RECORD.
           COPY BALREC.
      *
      *----------------------------------------------------------------*
      *                                                                *
       01  WS-RETRYNEW-STATUS       Pic XX Value Spaces.
       01  WS-RETRYEXT-STATUS       Pic XX Value Spaces.
       01  WS-DEADLTR-STATUS        Pic XX Value Spaces.
       01  WS-REJECTS-STATUS        Pic XX Value Spaces.
       01  WS-EOF-SUSPNS            Pic X  Value 'N'.
           88 WS-SUSPNS-EOF                Value 'Y'.
       01  WS-EOF-CLIENT            Pic X  Value 'N'.
       01  WS-PRIOR-FOUND           Pic X  Value 'N'.
           88 PRIOR-KEY-FOUND              Value 'Y'.
       01  WS-CARRY-CHILDREN        Pic X  Value 'N'.
       01  WS-CHILD-BUCKET          Pic 9(4) Binary Value 0.
       01  WS-DLQ-REASON            Pic X(20) Value Spaces.

      ******************************************************
      * Poison-record cutoff: a key that has failed this
      * suspended more than once within one run when the
      * 401 refresh-and-retry path fails both times). The
      * table carries the running failure count (prior runs
      * plus this one) and the last return-code text seen,
      * with the last failure's catalog disposition (R, F
      * or E - a blank one is held as R), server error code
      * and message.
      * Both tables are kept in key order by their insert
      * paragraphs so every lookup - the dedup check, the
      * prior-streak fold, and the per-extract-record carve
              10 WS-SUSP-RETCODE    Pic X(30).
              10 WS-SUSP-MATCHED    Pic X.
              10 WS-SUSP-POISON     Pic X.
              10 WS-SUSP-DISPOSITION Pic X.
              10 WS-SUSP-ERROR-CODE Pic X(20).
              10 WS-SUSP-MESSAGE    Pic X(40).
       01  WS-SUSP-IDX              Pic 9(9) Binary Value 0.
       01  WS-SUSP-FOUND-IDX        Pic 9(9) Binary Value 0.
       01  WS-SUSP-NEW-IDX          Pic 9(9) Binary Value 0.
       01  WS-DEAD-LETTERED         Pic 9(9) Value 0.
       01  WS-RETRY-GENERATED       Pic 9(9) Value 0.
       01  WS-UNMATCHED-KEYS        Pic 9(9) Value 0.
       01  WS-ESCALATED-KEYS        Pic 9(9) Value 0.
       01  WS-ROUTED-TO-REJECTS     Pic 9(9) Value 0.
       01  WS-REJECTS-WRITTEN       Pic 9(9) Value 0.
           COPY HASHWS.

      ******************************************************
      * Run-history ledger entry and predecessor check -
      * see the RUNLOG procedure copybook.
      ******************************************************
           COPY RUNLWS.

      ******************************************************
      * Account balance totals by type for the balance
      * ledger - see the BALLOG procedure copybook. A
      * matched suspended client's accounts are carried in,
      * then either resubmitted or dead-lettered with it.
      ******************************************************
           COPY BALWS.
      *----------------------------------------------------------------*
      *                                                                *
      *    L I N K A G E   S E C T I O N                               *
           Display "Suspense resubmission driver start"

           Perform Setup-Retry-Limit

           Move 'SUSPRSB' to WS-RUN-STEP
           Perform Start-Run-Ledger
           Move 'RSUB' to WS-BAL-STAGE
           Move 'SUSI' to WS-BAL-CATEGORY-CODE(1)
           Move 'RSUB' to WS-BAL-CATEGORY-CODE(2)
           Move 'DLTR' to WS-BAL-CATEGORY-CODE(3)
           Move 'FIXR' to WS-BAL-CATEGORY-CODE(4)
           Perform Resolve-Run-Batch-Date

      *    Suspense is only worth resubmitting once every HTTPSCNW
      *    partition has finished the batch date - a run against a
      *    half-written SUSPNS would classify and truncate failures
      *    that are still arriving.
           Perform Check-Predecessor-Run

           If PREDECESSOR-NOT-FINISHED
             Move 'Y' to WS-RUN-REFUSED
             Display "Suspense and retry state left as they were"
             Perform Empty-Retry-Extract
             Move 8 to Return-Code
           Else
             Perform Load-Prior-Retry-Counts
             Perform Load-Suspense-Keys

             If WS-SUSP-COUNT-TOTAL = 0
               Display "Suspense file empty - nothing to resubmit"
             End-If

      *    Performed even with nothing suspended, so the retry
      *    extract is truncated either way - a leftover extract
      *    from the prior cycle would re-post clients that have
      *    already recovered.
             Perform Generate-Retry-Extract

      *    An unreadable suspense file is not the same thing as an
      *    empty one, and a failed carve means nothing was moved
      *    would erase failure state the next attempt still needs.
      *    Keep everything exactly as it was and end the step with
      *    a warning completion code.
             Evaluate True
               When Not SUSPNS-IS-USABLE
                 Display "Suspense file unreadable - suspense and "
                         "retry state left as they were"
                 Move 8 to Return-Code
               When Not CARVE-IS-OK
                 Display "Retry extract not generated - suspense "
                         "and retry state left as they were"
                 Move 8 to Return-Code
               When Other
                 Perform Classify-Suspense-Keys
                 If WS-DEADLTR-STATUS = '00'
                   Close DEAD-LETTER-FILE
                 End-If
                 If WS-REJECTS-STATUS = '00'
                   Close REJECT-FILE
                 End-If
                 Perform Write-New-Retry-Control
                 Perform Reset-Suspense-File
                 Perform Write-Balance-Records
             End-Evaluate
           End-If

           Perform Write-Reconciliation-Report

           Display "Suspense resubmission driver end"

      *    The key hash total over the suspense records read is
      *    this run's input signature - two runs carrying the same
      *    one read the same SUSPNS (see RUNRPT).
           Move WS-SUSPNS-RECORDS-READ to WS-RUN-COUNT-IN
           Move WS-RETRY-GENERATED     to WS-RUN-COUNT-OUT
           Move WS-DEAD-LETTERED       to WS-RUN-COUNT-EXCEPTION
           Perform Write-Run-Ledger-Record

           STOP    RUN.

      ****************************************************************

             Perform Until WS-SUSPNS-EOF
               Add 1 to WS-SUSPNS-RECORDS-READ
               Move SUSPNS-KEY to WS-HASH-KEY-INPUT
               Perform Compute-Key-Hash-Value
               Add WS-HASH-KEY-VALUE to WS-RUN-INPUT-SIGNATURE
               Perform Find-Suspense-Key

               If WS-SUSP-FOUND-IDX > 0
      *    Same key suspended again within this run - keep the
      *    latest return-code text and classification, do not
      *    double-count the run.
                 Move WS-SUSP-FOUND-IDX to WS-SUSP-NEW-IDX
                 Perform Keep-Latest-Failure
               Else
                 Perform Insert-Suspense-Key
                 If SUSPNS-IS-USABLE

             Move WS-BIN-LO to WS-SUSP-NEW-IDX
             Move SUSPNS-KEY to WS-SUSP-KEY(WS-SUSP-NEW-IDX)
             Move 'N' to WS-SUSP-MATCHED(WS-SUSP-NEW-IDX)
             Move 'N' to WS-SUSP-POISON(WS-SUSP-NEW-IDX)
             Perform Keep-Latest-Failure
           End-If
           .

      ****************************************************************
      * Function: Keep-Latest-Failure                                 *
      *                                                              *
      *           Carries the suspense record's return-code text,    *
      *           catalog disposition, server error code and message *
      *           onto suspense entry WS-SUSP-NEW-IDX.                *
      ****************************************************************
       Keep-Latest-Failure.

           Move SUSPNS-RETCODE-TEXT  to WS-SUSP-RETCODE(WS-SUSP-NEW-IDX)
           Move SUSPNS-ERROR-CODE
             to WS-SUSP-ERROR-CODE(WS-SUSP-NEW-IDX)
           Move SUSPNS-ERROR-MESSAGE
             to WS-SUSP-MESSAGE(WS-SUSP-NEW-IDX)
           Evaluate True
             When SUSPNS-DISP-DATA-FIX
               Move 'F' to WS-SUSP-DISPOSITION(WS-SUSP-NEW-IDX)
             When SUSPNS-DISP-ESCALATE
               Move 'E' to WS-SUSP-DISPOSITION(WS-SUSP-NEW-IDX)
             When Other
               Move 'R' to WS-SUSP-DISPOSITION(WS-SUSP-NEW-IDX)
           End-Evaluate
           .

      ****************************************************************
      * Function: Insert-Prior-Entry                                  *
      *                                                              *
           End-If
           .

      ****************************************************************
      * Function: Empty-Retry-Extract                                 *
      *                                                              *
      *           Truncates the retry extract on a refused run. The  *
      *           suspense file and retry counters stay as they      *
      *           were, but the prior cycle's extract must not - a   *
      *           retry posting after the refused step would re-post *
      *           clients that have already recovered.                *
      ****************************************************************
       Empty-Retry-Extract.

           Open Output RETRY-EXTRACT-FILE
           If WS-RETRYEXT-STATUS Not = '00'
             Display "FAILED: Open Output RETRY-EXTRACT-FILE, status "
                     WS-RETRYEXT-STATUS
           Else
             Close RETRY-EXTRACT-FILE
           End-If
           .

      ****************************************************************
      * Function: Generate-Retry-Extract                              *
      *                                                              *
      *           Passes the original client extract once; each      *
      *           record whose key is suspended (and not poison) is  *
      *           carved into the retry extract for the follow-up    *
      *           HTTPSCNW run. A key the server refused for its     *
      *           data goes to REJECTS instead, children and all. The *
      *           accounts of every matched key are totalled for the *
      *           balance ledger - resubmitted with a carved client, *
      *           routed to rejects with a refused one, dead-        *
      *           lettered with a poison or escalated one.            *
      ****************************************************************
       Generate-Retry-Extract.

               When CLI-REC-HEADER
               When CLI-REC-TRAILER
                 Move 'N' to WS-CARRY-CHILDREN
                 Move 0 to WS-CHILD-BUCKET

      *    A child record travels with its parent: carved when the
      *    parent just was, dropped with it otherwise - a retry
      *    extract must never hand HTTPSCNW an orphan.
               When CLI-REC-CONTACT
               When CLI-REC-ACCOUNT
                 Evaluate WS-CARRY-CHILDREN
                   When 'Y'
                     Write RETRY-EXTRACT-RECORD from CLIENT-RECORD
                     Add 1 to WS-RETRY-GENERATED
                   When 'F'
                     Perform Write-Server-Reject
                 End-Evaluate
                 If CLI-REC-ACCOUNT and WS-CHILD-BUCKET > 0
                   Perform Total-Carried-Balance
                 End-If

               When Other
                 Move 'N' to WS-CARRY-CHILDREN
                 Move 0 to WS-CHILD-BUCKET
                 Move 0 to WS-SUSP-FOUND-IDX
                 If WS-SUSP-COUNT-TOTAL > 0
                   Search All WS-SUSP-ENTRY
                   End-Search
                 End-If

      *    A data-fix refusal goes to REJECTS even at the poison
      *    cutoff - a correction card can cure it, a dead letter
      *    cannot. An escalation is never carved at all.
                 If WS-SUSP-FOUND-IDX > 0
                   Move 'Y' to WS-SUSP-MATCHED(WS-SUSP-FOUND-IDX)
                   Evaluate True
                     When WS-SUSP-DISPOSITION(WS-SUSP-FOUND-IDX) = 'F'
                       Perform Write-Server-Reject
                       Move 'F' to WS-CARRY-CHILDREN
                       Move 4 to WS-CHILD-BUCKET
                     When WS-SUSP-DISPOSITION(WS-SUSP-FOUND-IDX) = 'E'
                     When WS-SUSP-POISON(WS-SUSP-FOUND-IDX) = 'Y'
                       Move 3 to WS-CHILD-BUCKET
                     When Other
                       Write RETRY-EXTRACT-RECORD from CLIENT-RECORD
                       Add 1 to WS-RETRY-GENERATED
                       Move 'Y' to WS-CARRY-CHILDREN
                       Move 2 to WS-CHILD-BUCKET
                   End-Evaluate
                 End-If
             End-Evaluate

           Close RETRY-EXTRACT-FILE
           .

      ****************************************************************
      * Function: Write-Server-Reject                                 *
      *                                                              *
      *           Appends the extract record in CLIENT-RECORD to     *
      *           REJECTS under reason SRVR, with the server's own   *
      *           message (or its error code, or the HTTP status     *
      *           when it gave neither) as the reason text. The      *
      *           dataset is opened on first use; a failed open      *
      *           fails the carve, so the key is neither lost nor    *
      *           resubmitted - suspense is left as it was.          *
      ****************************************************************
       Write-Server-Reject.

           If WS-REJECTS-STATUS = Spaces
             Open Extend REJECT-FILE
             If WS-REJECTS-STATUS Not = '00'
               Display "FAILED: Open Extend REJECT-FILE, status "
                       WS-REJECTS-STATUS
             End-If
           End-If

           If WS-REJECTS-STATUS = '00'
             Move Spaces to REJECT-RECORD
             Set REJ-SERVER-REFUSED to true
             Evaluate True
               When WS-SUSP-MESSAGE(WS-SUSP-FOUND-IDX) Not = Spaces
                 Move WS-SUSP-MESSAGE(WS-SUSP-FOUND-IDX)
                   to REJ-REASON-TEXT
               When WS-SUSP-ERROR-CODE(WS-SUSP-FOUND-IDX) Not = Spaces
                 Move WS-SUSP-ERROR-CODE(WS-SUSP-FOUND-IDX)
                   to REJ-REASON-TEXT
               When Other
                 Move WS-SUSP-RETCODE(WS-SUSP-FOUND-IDX)
                   to REJ-REASON-TEXT
             End-Evaluate
             Move CLIENT-RECORD to REJ-RECORD-IMAGE
             Write REJECT-RECORD
             Add 1 to WS-REJECTS-WRITTEN
           Else
             Move 'N' to WS-CARVE-OK
           End-If
           .

      ****************************************************************
      * Function: Total-Carried-Balance                               *
      *                                                              *
      *           Adds a matched suspended client's account to the  *
      *           carried-in total and to the resubmitted or         *
      *           dead-lettered total its client went to. A balance *
      *           that is not numeric counts as no money.             *
      ****************************************************************
       Total-Carried-Balance.

           Move ACT-TYPE to WS-BAL-ADD-TYPE
           If ACT-BALANCE is Numeric
             Move ACT-BALANCE to WS-BAL-ADD-AMOUNT
           Else
             Move 0 to WS-BAL-ADD-AMOUNT
           End-If
           Move 1 to WS-BAL-ADD-BUCKET
           Perform Add-Balance-Amount
           Move WS-CHILD-BUCKET to WS-BAL-ADD-BUCKET
           Perform Add-Balance-Amount
           .

      ****************************************************************
      * Function: Classify-Suspense-Keys                              *
      *                                                              *
      *           Totals first-time vs repeat failures, counts the   *
      *           keys routed to REJECTS, dead-letters escalated,    *
      *           poison and unmatched keys, and counts the prior    *
      *           streaks that did not fail again - the recovered    *
      *           keys.                                               *
             End-If

             Evaluate True
               When WS-SUSP-DISPOSITION(WS-SUSP-IDX) = 'F'
                    and WS-SUSP-MATCHED(WS-SUSP-IDX) = 'Y'
                 Add 1 to WS-ROUTED-TO-REJECTS
               When WS-SUSP-DISPOSITION(WS-SUSP-IDX) = 'E'
                 Add 1 to WS-ESCALATED-KEYS
                 Add 1 to WS-DEAD-LETTERED
                 Move 'ESCALATED' to WS-DLQ-REASON
                 Perform Write-Dead-Letter-Record
               When WS-SUSP-POISON(WS-SUSP-IDX) = 'Y'
                 Add 1 to WS-DEAD-LETTERED
                 Move 'RETRY LIMIT REACHED' to WS-DLQ-REASON
                 Perform Write-Dead-Letter-Record
               When WS-SUSP-MATCHED(WS-SUSP-IDX) Not = 'Y'
      *    Suspended, but its key is nowhere in the original
      *    extract - there is nothing to carve a retry from, so
      *    it can never recover on its own.
                 Add 1 to WS-UNMATCHED-KEYS
                 Add 1 to WS-DEAD-LETTERED
                 Move 'KEY NOT IN EXTRACT' to WS-DLQ-REASON
                 Perform Write-Dead-Letter-Record
             End-Evaluate
           End-Perform

           .

      ****************************************************************
      * Function: Write-Dead-Letter-Record                            *
      *                                                              *
      *           Dead-letters suspense entry WS-SUSP-IDX under the  *
      *           reason in WS-DLQ-REASON, with the server's error   *
      *           code from its last failed reply.                    *
      ****************************************************************
       Write-Dead-Letter-Record.

           Perform Open-Dead-Letter-File
           If WS-DEADLTR-STATUS = '00'
             Move WS-SUSP-KEY(WS-SUSP-IDX)     to DLQ-KEY
             Move WS-SUSP-COUNT(WS-SUSP-IDX)   to DLQ-RETRY-COUNT
             Move WS-SUSP-RETCODE(WS-SUSP-IDX) to DLQ-RETCODE-TEXT
             Move WS-DLQ-REASON to DLQ-REASON
             Move Function Current-Date to DLQ-TIMESTAMP
             Move WS-SUSP-ERROR-CODE(WS-SUSP-IDX) to DLQ-ERROR-CODE
             Write DEAD-LETTER-RECORD
           End-If
           .
      *                                                              *
      *           Rewrites the retry-counter dataset with only the   *
      *           keys still alive: suspended this run, matched to    *
      *           the extract, below the poison cutoff, and last      *
      *           failed in a way a retry can cure.                   *
      ****************************************************************
       Write-New-Retry-Control.

               Until WS-SUSP-IDX > WS-SUSP-COUNT-TOTAL
               If WS-SUSP-POISON(WS-SUSP-IDX) Not = 'Y'
                  and WS-SUSP-MATCHED(WS-SUSP-IDX) = 'Y'
                  and WS-SUSP-DISPOSITION(WS-SUSP-IDX) = 'R'
                 Move Spaces to RETRY-CONTROL-NEW-RECORD
                 Move WS-SUSP-KEY(WS-SUSP-IDX)     to RTYN-KEY
                 Move WS-SUSP-COUNT(WS-SUSP-IDX)   to RTYN-COUNT
                   WS-DEAD-LETTERED.
           Display "  of which not in extract: "
                   WS-UNMATCHED-KEYS.
           Display "  of which escalated:      "
                   WS-ESCALATED-KEYS.
           Display "Routed to REJECTS (keys): "
                   WS-ROUTED-TO-REJECTS.
           Display "REJECTS records written:  "
                   WS-REJECTS-WRITTEN.
           Display "Retry extract records:    "
                   WS-RETRY-GENERATED.
           Display "=========================================".
           .

      *    The client-key hash derivation (Compute-Key-Hash-Value)
      *    is shared with CLTEDIT and HTTPSCNW via the KEYHASH
      *    procedure copybook.
           COPY KEYHASH.

      *    The run-history ledger paragraphs are shared by every
      *    step of the batch stream via the RUNLOG procedure
      *    copybook.
           COPY RUNLOG.

      *    The balance ledger paragraphs are shared by every
      *    money-moving step via the BALLOG procedure copybook.
           COPY BALLOG.

       End Program SUSPRSB.
/*
//LKED.SYSLIB  DD DISP=SHR,DSN=CEE.SCEELKED
//GO.RETRYNEW  DD DISP=OLD,DSN=ANDREWJ.HTTPSCNW.RETRYNEW
//GO.RETRYEXT  DD DISP=OLD,DSN=ANDREWJ.HTTPSCNW.RETRYEXT
//GO.DEADLTR   DD DISP=MOD,DSN=ANDREWJ.HTTPSCNW.DEADLTR,
//                 DCB=(RECFM=FB,LRECL=104),SPACE=(TRK,(1,1)),
//                 UNIT=SYSDA
//*  Clients the server refused for their data are appended to
//*  the day's rejects, ahead of the REJCORR step.
//GO.REJECTS   DD DISP=MOD,DSN=ANDREWJ.HTTPSCNW.REJECTS
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
