      *----------------------------------------------------------------*
      *                                                                *
      *    R U N L O G                                                 *
      *                                                                *
      *    Procedure copybook: the run-history ledger. Every step of  *
      *    the client batch stream PERFORMs Start-Run-Ledger as it    *
      *    begins and Write-Run-Ledger-Record as its very last act,   *
      *    after setting Return-Code and moving its key counts to     *
      *    WS-RUN-COUNT-IN/OUT/EXCEPTION, so the ledger carries one   *
      *    record per run (per partition for HTTPSCNW). A step whose  *
      *    predecessor must have finished first PERFORMs              *
      *    Check-Predecessor-Run once it knows its batch date and     *
      *    refuses the date when PREDECESSOR-NOT-FINISHED. A step     *
      *    with no batch header of its own PERFORMs                   *
      *    Resolve-Run-Batch-Date to take the date of the latest      *
      *    batch CLTEDIT released. Include RUNLWS in WORKING-STORAGE  *
      *    alongside this. Include at paragraph level in the          *
      *    PROCEDURE DIVISION.                                         *
      *----------------------------------------------------------------*

      ****************************************************************
      * Function: Start-Run-Ledger                                    *
      *                                                              *
      *           Stamps the start time of this run's ledger entry.  *
      ****************************************************************
       Start-Run-Ledger.

           Move Function Current-Date to WS-RUN-START-TIMESTAMP
           .

      ****************************************************************
      * Function: Resolve-Run-Batch-Date                              *
      *                                                              *
      *           For a step that reads no batch header: takes the   *
      *           batch date of the latest CLTEDIT run that released *
      *           its batch (RC 0 or 4). No history just leaves the  *
      *           date blank.                                         *
      ****************************************************************
       Resolve-Run-Batch-Date.

           Open Input RUN-HISTORY-FILE
           If WS-RUNHIST-STATUS = '00'
             Move 'N' to WS-EOF-RUNHIST
             Perform Until WS-RUNHIST-EOF
               Read RUN-HISTORY-FILE
                 At End
                   Set WS-RUNHIST-EOF to true
                 Not At End
                   If RUN-STEP = 'CLTEDIT'
                   And Not RUN-WAS-REFUSED
                   And (RUN-COMPLETION-CODE = 0
                     Or RUN-COMPLETION-CODE = 4)
                     Move RUN-BATCH-DATE to WS-RUN-BATCH-DATE
                   End-If
               End-Read
             End-Perform
             Close RUN-HISTORY-FILE
           Else
             Display "No run ledger history found - batch date "
                     "left blank on the ledger"
           End-If
           .

      ****************************************************************
      * Function: Check-Predecessor-Run                               *
      *                                                              *
      *           Looks up this step's enforced predecessor and      *
      *           scans the ledger for its runs against the same     *
      *           batch date. The date is clean only when every      *
      *           partition of the predecessor reported and its      *
      *           latest run ended RC 0 or 4 - HTTPSCNW's RC 2 is a  *
      *           drained, paused batch, not a finished one. No      *
      *           ledger at all (first run after cutover) skips the  *
      *           check rather than refusing every date.              *
      ****************************************************************
       Check-Predecessor-Run.

           Set PREDECESSOR-IS-CLEAN to true
           Move Spaces to WS-PRED-STEP
           Perform Varying PRED-MAP-INX From 1 by 1
                     Until PRED-MAP-INX > 9
             If WS-PRED-MAP-STEP(PRED-MAP-INX) = WS-RUN-STEP
             And PRED-MAP-ENFORCED(PRED-MAP-INX)
               Move WS-PRED-MAP-PRED(PRED-MAP-INX) to WS-PRED-STEP
             End-If
           End-Perform

           If WS-PRED-STEP Not = Spaces
             Move 0 to WS-PRED-PARTS-EXPECTED
             Perform Varying WS-PRED-PART-IDX From 1 by 1
                       Until WS-PRED-PART-IDX > 999
               Move 'N' to WS-PRED-PART-SEEN(WS-PRED-PART-IDX)
               Move 0   to WS-PRED-PART-RC(WS-PRED-PART-IDX)
             End-Perform

             Open Input RUN-HISTORY-FILE
             If WS-RUNHIST-STATUS = '00'
               Move 'N' to WS-EOF-RUNHIST
               Perform Until WS-RUNHIST-EOF
                 Read RUN-HISTORY-FILE
                   At End
                     Set WS-RUNHIST-EOF to true
                   Not At End
                     Perform Note-Predecessor-Run
                 End-Read
               End-Perform
               Close RUN-HISTORY-FILE
               Perform Judge-Predecessor-Run
             Else
               Display "No run ledger history found - predecessor "
                       "check for " WS-PRED-STEP " skipped"
             End-If
           End-If
           .

      ****************************************************************
      * Function: Note-Predecessor-Run                                *
      *                                                              *
      *           Keeps the latest completion code per partition of  *
      *           the predecessor's runs against this batch date.    *
      ****************************************************************
       Note-Predecessor-Run.

           If RUN-STEP = WS-PRED-STEP
           And RUN-BATCH-DATE = WS-RUN-BATCH-DATE
             Move RUN-PART-NUM to WS-PRED-PART-IDX
             If WS-PRED-PART-IDX = 0
               Move 1 to WS-PRED-PART-IDX
             End-If
             If RUN-PART-TOTAL > WS-PRED-PARTS-EXPECTED
               Move RUN-PART-TOTAL to WS-PRED-PARTS-EXPECTED
             End-If
             Move 'Y' to WS-PRED-PART-SEEN(WS-PRED-PART-IDX)
             Move RUN-COMPLETION-CODE
               to WS-PRED-PART-RC(WS-PRED-PART-IDX)
             If RUN-WAS-REFUSED
               Move 8 to WS-PRED-PART-RC(WS-PRED-PART-IDX)
             End-If
           End-If
           .

      ****************************************************************
      * Function: Judge-Predecessor-Run                               *
      *                                                              *
      *           Decides from the per-partition codes whether the   *
      *           predecessor finished this batch date cleanly, and  *
      *           says why not when it did not.                       *
      ****************************************************************
       Judge-Predecessor-Run.

           If WS-PRED-PARTS-EXPECTED = 0
             Set PREDECESSOR-NOT-FINISHED to true
             Display "ERROR: " WS-PRED-STEP " has no run on the "
                     "ledger for batch date " WS-RUN-BATCH-DATE
           End-If

           Perform Varying WS-PRED-PART-IDX From 1 by 1
                     Until WS-PRED-PART-IDX > WS-PRED-PARTS-EXPECTED
             Move WS-PRED-PART-IDX to WS-PRED-PART-EDIT
             If WS-PRED-PART-SEEN(WS-PRED-PART-IDX) Not = 'Y'
               Set PREDECESSOR-NOT-FINISHED to true
               Display "ERROR: " WS-PRED-STEP " partition "
                       WS-PRED-PART-EDIT " never finished batch date "
                       WS-RUN-BATCH-DATE
             Else
               If WS-PRED-PART-RC(WS-PRED-PART-IDX) Not = 0
               And WS-PRED-PART-RC(WS-PRED-PART-IDX) Not = 4
                 Set PREDECESSOR-NOT-FINISHED to true
                 Move WS-PRED-PART-RC(WS-PRED-PART-IDX)
                   to WS-PRED-RC-EDIT
                 Display "ERROR: " WS-PRED-STEP " partition "
                         WS-PRED-PART-EDIT " last ended RC "
                         WS-PRED-RC-EDIT " for batch date "
                         WS-RUN-BATCH-DATE
               End-If
             End-If
           End-Perform

           If PREDECESSOR-NOT-FINISHED
             Display "ERROR: batch date " WS-RUN-BATCH-DATE
                     " refused - " WS-PRED-STEP " has not finished "
                     "it cleanly"
           End-If
           .

      ****************************************************************
      * Function: Write-Run-Ledger-Record                             *
      *                                                              *
      *           Appends this run's ledger entry with the end time  *
      *           and the completion code already in Return-Code.    *
      *           A ledger that cannot be extended is reported but   *
      *           does not change the step's own outcome.             *
      ****************************************************************
       Write-Run-Ledger-Record.

           Open Extend RUN-LEDGER-FILE
           If WS-RUNLEDG-STATUS = '00'
             Move Spaces to RUN-LEDGER-RECORD
             Move WS-RUN-STEP            to RLG-STEP
             Move WS-RUN-BATCH-DATE      to RLG-BATCH-DATE
             Move WS-RUN-PART-NUM        to RLG-PART-NUM
             Move WS-RUN-PART-TOTAL      to RLG-PART-TOTAL
             Move WS-RUN-START-TIMESTAMP to RLG-START-TIMESTAMP
             Move Function Current-Date  to RLG-END-TIMESTAMP
             Move WS-RUN-COUNT-IN        to RLG-COUNT-IN
             Move WS-RUN-COUNT-OUT       to RLG-COUNT-OUT
             Move WS-RUN-COUNT-EXCEPTION to RLG-COUNT-EXCEPTION
             Move WS-RUN-INPUT-SIGNATURE to RLG-INPUT-SIGNATURE
             Move Return-Code            to RLG-COMPLETION-CODE
             Move WS-RUN-REFUSED         to RLG-REFUSED
             Write RUN-LEDGER-RECORD
             Close RUN-LEDGER-FILE
           Else
             Display "FAILED: Open Extend RUN-LEDGER-FILE, status "
                     WS-RUNLEDG-STATUS
           End-If
           .
