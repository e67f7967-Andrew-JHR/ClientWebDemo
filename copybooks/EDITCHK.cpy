      *----------------------------------------------------------------*
      *                                                                *
      *    E D I T C H K                                               *
      *                                                                *
      *    Procedure copybook: the client extract field edits - the    *
      *    E001 thru E012 reason codes, the state/zip cross-check and  *
      *    the email shape edit. The caller PERFORMs                   *
      *    Edit-Client-Record or Edit-Child-Record on the record in    *
      *    CLIENT-RECORD; on return RECORD-IS-VALID says whether it    *
      *    passed and WS-REASON-CODE/WS-REASON-TEXT carry the first    *
      *    edit it failed. Edit-Child-Record reads the parent state    *
      *    the caller keeps in WS-LAST-PARENT-KEY/WS-PARENT-STATE. A   *
      *    full duplicate-key table sets TABLE-LIMIT-HIT. Include      *
      *    EDITWS in WORKING-STORAGE alongside this. Include at        *
      *    paragraph level in the PROCEDURE DIVISION.                  *
      *----------------------------------------------------------------*

      ****************************************************************
      * Function: Edit-Client-Record                                  *
      *                                                              *
      *           Field-checks the current CLIENT-RECORD. The first  *
      *           edit that fails sets the reason code and text and  *
      *           ends the checking - one reason code per record.    *
      ****************************************************************
       Edit-Client-Record.

           Move 'Y' to WS-RECORD-VALID
           Move Spaces to WS-REASON-CODE
           Move Spaces to WS-REASON-TEXT

      *    Key present
           If CLI-KEY = Spaces or CLI-KEY = Low-Values
             Perform Flag-Reason-1
           End-If

      *    Key unique within this extract
           If RECORD-IS-VALID
             Perform Is-Key-Duplicate
             If KEY-IS-DUPLICATE
               Perform Flag-Reason-2
             Else
               Perform Insert-Seen-Key
             End-If
           End-If

      *    Age numeric and sane
           If RECORD-IS-VALID
             If CLI-AGE is Not Numeric
               Perform Flag-Reason-3
             Else
               If CLI-AGE < 1 or CLI-AGE > 130
                 Perform Flag-Reason-4
               End-If
             End-If
           End-If

      *    Transaction type one of the CLNTREC 88-levels
           If RECORD-IS-VALID
             If Not CLI-TXN-POST and Not CLI-TXN-GET
                and Not CLI-TXN-PUT and Not CLI-TXN-DELETE
               Perform Flag-Reason-5
             End-If
           End-If

      *    Email shaped like an email
           If RECORD-IS-VALID
             Perform Edit-Email-Address
             If Not EMAIL-IS-OK
               Perform Flag-Reason-6
             End-If
           End-If

      *    State recognized and zip plausible for it
           If RECORD-IS-VALID
             Perform Edit-State-And-Zip
           End-If
           .

      ****************************************************************
      * Function: Edit-Child-Record                                   *
      *                                                              *
      *           Hierarchy check for a contact or account child     *
      *           record: it must follow its own parent's client     *
      *           record, and that parent must itself have passed.   *
      *           The child's parent key sits in the same bytes as   *
      *           CLI-KEY, so the comparison reads straight off the  *
      *           shared buffer. An account's balance must be        *
      *           numeric - HTTPSCNW edits it into the JSON body,    *
      *           and bad data never reaches the wire job.            *
      ****************************************************************
       Edit-Child-Record.

           Move 'Y' to WS-RECORD-VALID
           Move Spaces to WS-REASON-CODE
           Move Spaces to WS-REASON-TEXT

           Evaluate True
             When NO-PARENT-YET
               Perform Flag-Reason-9
             When CLI-KEY Not = WS-LAST-PARENT-KEY
               Perform Flag-Reason-9
             When PARENT-WAS-REJECTED
               Perform Flag-Reason-10
           End-Evaluate

           If RECORD-IS-VALID and CLI-REC-ACCOUNT
             If ACT-BALANCE is Not Numeric
               Perform Flag-Reason-12
             End-If
           End-If
           .

      ****************************************************************
      * Function: Flag-Reason-1 thru Flag-Reason-12                   *
      *                                                              *
      *           One paragraph per reason code: marks the record    *
      *           invalid, sets the code and text from the reason    *
      *           table, and bumps that reason's report count.       *
      ****************************************************************
       Flag-Reason-1.
           Move 1 to WS-ERROR-IDX
           Perform Flag-Reason-Common
           .
       Flag-Reason-2.
           Move 2 to WS-ERROR-IDX
           Perform Flag-Reason-Common
           .
       Flag-Reason-3.
           Move 3 to WS-ERROR-IDX
           Perform Flag-Reason-Common
           .
       Flag-Reason-4.
           Move 4 to WS-ERROR-IDX
           Perform Flag-Reason-Common
           .
       Flag-Reason-5.
           Move 5 to WS-ERROR-IDX
           Perform Flag-Reason-Common
           .
       Flag-Reason-6.
           Move 6 to WS-ERROR-IDX
           Perform Flag-Reason-Common
           .
       Flag-Reason-7.
           Move 7 to WS-ERROR-IDX
           Perform Flag-Reason-Common
           .
       Flag-Reason-8.
           Move 8 to WS-ERROR-IDX
           Perform Flag-Reason-Common
           .
       Flag-Reason-9.
           Move 9 to WS-ERROR-IDX
           Perform Flag-Reason-Common
           .
       Flag-Reason-10.
           Move 10 to WS-ERROR-IDX
           Perform Flag-Reason-Common
           .
       Flag-Reason-11.
           Move 11 to WS-ERROR-IDX
           Perform Flag-Reason-Common
           .
       Flag-Reason-12.
           Move 12 to WS-ERROR-IDX
           Perform Flag-Reason-Common
           .
       Flag-Reason-Common.
           Move 'N' to WS-RECORD-VALID
           Move WS-REASON-TBL-CODE(WS-ERROR-IDX) to WS-REASON-CODE
           Move WS-REASON-TBL-TEXT(WS-ERROR-IDX) to WS-REASON-TEXT
           Add 1 to WS-ERROR-COUNT(WS-ERROR-IDX)
           .

      ****************************************************************
      * Function: Is-Key-Duplicate                                    *
      *                                                              *
      *           Sets KEY-IS-DUPLICATE true when CLI-KEY has        *
      *           already been seen earlier in this extract.          *
      ****************************************************************
       Is-Key-Duplicate.

           Move 'N' to WS-KEY-IS-DUPLICATE
           If WS-SEEN-COUNT > 0
             Search All WS-SEEN-KEY
               At End Continue
               When WS-SEEN-KEY(SEEN-INX) = CLI-KEY
                 Move 'Y' to WS-KEY-IS-DUPLICATE
             End-Search
           End-If
           .

      ****************************************************************
      * Function: Insert-Seen-Key                                     *
      *                                                              *
      *           Places CLI-KEY into the seen-key table at its key  *
      *           position, keeping the table in the order the      *
      *           binary SEARCH ALL in Is-Key-Duplicate depends on.  *
      *           A table at capacity refuses the batch - no silent  *
      *           give-up on dup-checking.                            *
      ****************************************************************
       Insert-Seen-Key.

           If WS-SEEN-COUNT >= 100000
             Display "ERROR: duplicate-key table capacity of "
                     "100000 exceeded"
             Set TABLE-LIMIT-HIT to true
           Else
             Move 1 to WS-BIN-LO
             Compute WS-BIN-HI = WS-SEEN-COUNT + 1
             Perform Until WS-BIN-LO >= WS-BIN-HI
               Compute WS-BIN-MID = (WS-BIN-LO + WS-BIN-HI) / 2
               If WS-SEEN-KEY(WS-BIN-MID) < CLI-KEY
                 Compute WS-BIN-LO = WS-BIN-MID + 1
               Else
                 Move WS-BIN-MID to WS-BIN-HI
               End-If
             End-Perform

             Add 1 to WS-SEEN-COUNT
             Perform Varying WS-BIN-SHIFT
               From WS-SEEN-COUNT By -1
               Until WS-BIN-SHIFT <= WS-BIN-LO
               Move WS-SEEN-KEY(WS-BIN-SHIFT - 1)
                 to WS-SEEN-KEY(WS-BIN-SHIFT)
             End-Perform
             Move CLI-KEY to WS-SEEN-KEY(WS-BIN-LO)
           End-If
           .

      ****************************************************************
      * Function: Edit-Email-Address                                  *
      *                                                              *
      *           Shape check on CLI-EMAIL: exactly one '@', not in  *
      *           first position, at least one '.' after it (not     *
      *           immediately after it, not the final character),    *
      *           and no embedded blanks within the trimmed value.   *
      ****************************************************************
       Edit-Email-Address.

           Move 'Y' to WS-EMAIL-OK
           Move Function Trim(CLI-EMAIL) to WS-EMAIL-WORK
           Compute WS-EMAIL-LEN =
               Function Length(Function Trim(WS-EMAIL-WORK))

           If WS-EMAIL-WORK = Spaces
             Move 'N' to WS-EMAIL-OK
           Else
             Move 0 to WS-EMAIL-AT-COUNT
             Move 0 to WS-EMAIL-AT-POS
             Move 0 to WS-EMAIL-DOT-POS

             Perform Varying WS-EMAIL-IDX From 1 by 1
               Until WS-EMAIL-IDX > WS-EMAIL-LEN
               Evaluate WS-EMAIL-WORK(WS-EMAIL-IDX:1)
                 When '@'
                   Add 1 to WS-EMAIL-AT-COUNT
                   Move WS-EMAIL-IDX to WS-EMAIL-AT-POS
                 When '.'
                   If WS-EMAIL-AT-POS > 0
                     Move WS-EMAIL-IDX to WS-EMAIL-DOT-POS
                   End-If
                 When Space
                   Move 'N' to WS-EMAIL-OK
               End-Evaluate
             End-Perform

             If WS-EMAIL-AT-COUNT Not = 1
               Move 'N' to WS-EMAIL-OK
             End-If
             If WS-EMAIL-AT-POS < 2
               Move 'N' to WS-EMAIL-OK
             End-If
             If WS-EMAIL-DOT-POS = 0
               or WS-EMAIL-DOT-POS = WS-EMAIL-AT-POS + 1
               or WS-EMAIL-DOT-POS = WS-EMAIL-LEN
               Move 'N' to WS-EMAIL-OK
             End-If
           End-If
           .

      ****************************************************************
      * Function: Edit-State-And-Zip                                  *
      *                                                              *
      *           Looks CLI-STATE up in the state/zip table and      *
      *           cross-checks the first three zip digits against    *
      *           that state's assigned prefix range.                *
      ****************************************************************
       Edit-State-And-Zip.

           Move 'N' to WS-STATE-FOUND
           Move Function Upper-Case(Function Trim(CLI-STATE))
             to WS-STATE-WORK

           Perform Varying WS-STATE-IDX From 1 by 1
             Until WS-STATE-IDX > 51
                   or STATE-IS-FOUND
             If WS-STATE-WORK(1:2) = WS-STATE-TBL-CODE(WS-STATE-IDX)
                and WS-STATE-WORK(3:18) = Spaces
               Move 'Y' to WS-STATE-FOUND
             End-If
           End-Perform
      *    Perform Varying leaves the subscript one past the hit
           Subtract 1 from WS-STATE-IDX

           If Not STATE-IS-FOUND
             Perform Flag-Reason-7
           Else
             Move CLI-ZIP(1:3) to WS-ZIP-PREFIX
             If WS-ZIP-PREFIX is Not Numeric
                or CLI-ZIP(4:2) is Not Numeric
               Perform Flag-Reason-8
             Else
               Move WS-ZIP-PREFIX to WS-ZIP-PREFIX-NUM
               If WS-ZIP-PREFIX-NUM < WS-STATE-TBL-LO(WS-STATE-IDX)
                  or WS-ZIP-PREFIX-NUM > WS-STATE-TBL-HI(WS-STATE-IDX)
                 Perform Flag-Reason-8
               End-If
             End-If
           End-If
           .
