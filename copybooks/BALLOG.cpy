      *----------------------------------------------------------------*
      *                                                                *
      *    B A L L O G                                                 *
      *                                                                *
      *    Procedure copybook: the balance ledger. A money-moving     *
      *    step sets WS-BAL-STAGE and WS-BAL-CATEGORY-CODES, moves    *
      *    each account record's type, balance and category bucket   *
      *    to WS-BAL-ADD-TYPE/AMOUNT/BUCKET and PERFORMs              *
      *    Add-Balance-Amount, then PERFORMs Write-Balance-Records    *
      *    once its batch date and outcome are known - after the     *
      *    run-ledger fields in RUNLWS are set, since the balance     *
      *    records carry the same step, date, partition and start    *
      *    time as the run's ledger entry. Include BALWS in           *
      *    WORKING-STORAGE alongside this. Include at paragraph      *
      *    level in the PROCEDURE DIVISION.                           *
      *----------------------------------------------------------------*

      ****************************************************************
      * Function: Add-Balance-Amount                                  *
      *                                                              *
      *           Adds one account record to its type's bucket. A    *
      *           balance that is not numeric is counted with a zero *
      *           amount by the caller.                               *
      ****************************************************************
       Add-Balance-Amount.

           Move 0 to WS-BAL-FOUND-IDX
           Perform Varying WS-BAL-TYPE-IDX From 1 by 1
                     Until WS-BAL-TYPE-IDX > WS-BAL-TYPE-COUNT
                        Or WS-BAL-FOUND-IDX > 0
             If WS-BAL-TYPE(WS-BAL-TYPE-IDX) = WS-BAL-ADD-TYPE
               Move WS-BAL-TYPE-IDX to WS-BAL-FOUND-IDX
             End-If
           End-Perform

           If WS-BAL-FOUND-IDX = 0
             If WS-BAL-TYPE-COUNT < 50
               Add 1 to WS-BAL-TYPE-COUNT
               Move WS-BAL-TYPE-COUNT to WS-BAL-FOUND-IDX
               Move WS-BAL-ADD-TYPE to WS-BAL-TYPE(WS-BAL-FOUND-IDX)
               Perform Varying WS-BAL-BUCKET-IDX From 1 by 1
                         Until WS-BAL-BUCKET-IDX > 4
                 Move 0 to WS-BAL-COUNT(WS-BAL-FOUND-IDX,
                                        WS-BAL-BUCKET-IDX)
                 Move 0 to WS-BAL-AMOUNT(WS-BAL-FOUND-IDX,
                                         WS-BAL-BUCKET-IDX)
               End-Perform
             Else
               Move 50 to WS-BAL-FOUND-IDX
               Move '*OTHER*' to WS-BAL-TYPE(WS-BAL-FOUND-IDX)
             End-If
           End-If

           Add 1 to WS-BAL-COUNT(WS-BAL-FOUND-IDX, WS-BAL-ADD-BUCKET)
           Add WS-BAL-ADD-AMOUNT
             to WS-BAL-AMOUNT(WS-BAL-FOUND-IDX, WS-BAL-ADD-BUCKET)
           .

      ****************************************************************
      * Function: Write-Balance-Records                               *
      *                                                              *
      *           Appends one ledger record per account type and     *
      *           category this run counted, stamped with the run's  *
      *           step, batch date, partition and start time. A run  *
      *           that counted nothing writes a single zero record   *
      *           per category so the stage still shows it ran. A    *
      *           ledger that cannot be extended is reported but     *
      *           does not change the step's own outcome.             *
      ****************************************************************
       Write-Balance-Records.

           Open Extend BALANCE-LEDGER-FILE
           If WS-BALLEDG-STATUS = '00'
             If WS-BAL-TYPE-COUNT = 0
               Add 1 to WS-BAL-TYPE-COUNT
               Move Spaces to WS-BAL-TYPE(1)
               Perform Varying WS-BAL-BUCKET-IDX From 1 by 1
                         Until WS-BAL-BUCKET-IDX > 4
                 Move 0 to WS-BAL-COUNT(1, WS-BAL-BUCKET-IDX)
                 Move 0 to WS-BAL-AMOUNT(1, WS-BAL-BUCKET-IDX)
               End-Perform
             End-If
             Perform Varying WS-BAL-TYPE-IDX From 1 by 1
                       Until WS-BAL-TYPE-IDX > WS-BAL-TYPE-COUNT
               Perform Varying WS-BAL-BUCKET-IDX From 1 by 1
                         Until WS-BAL-BUCKET-IDX > 4
                 If WS-BAL-CATEGORY-CODE(WS-BAL-BUCKET-IDX)
                      Not = Spaces
                   Perform Write-Balance-Record
                 End-If
               End-Perform
             End-Perform
             Close BALANCE-LEDGER-FILE
           Else
             Display "FAILED: Open Extend BALANCE-LEDGER-FILE, status "
                     WS-BALLEDG-STATUS
           End-If
           .

      ****************************************************************
      * Function: Write-Balance-Record                                *
      *                                                              *
      *           Writes the ledger record for one type and bucket.  *
      ****************************************************************
       Write-Balance-Record.

           Move Spaces to BALANCE-LEDGER-RECORD
           Move WS-RUN-BATCH-DATE      to BAL-BATCH-DATE
           Move WS-RUN-STEP            to BAL-STEP
           Move WS-RUN-PART-NUM        to BAL-PART-NUM
           Move WS-RUN-PART-TOTAL      to BAL-PART-TOTAL
           Move WS-RUN-START-TIMESTAMP to BAL-RUN-TIMESTAMP
           Move WS-BAL-STAGE           to BAL-STAGE
           Move WS-BAL-CATEGORY-CODE(WS-BAL-BUCKET-IDX)
             to BAL-CATEGORY
           Move WS-BAL-TYPE(WS-BAL-TYPE-IDX) to BAL-ACCT-TYPE
           Move WS-BAL-COUNT(WS-BAL-TYPE-IDX, WS-BAL-BUCKET-IDX)
             to BAL-ACCOUNT-COUNT
           Move WS-BAL-AMOUNT(WS-BAL-TYPE-IDX, WS-BAL-BUCKET-IDX)
             to BAL-AMOUNT
           Write BALANCE-LEDGER-RECORD
           .
