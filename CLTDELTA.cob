//*  close with a batch trailer (see CTLREC) - the trailer
//*  totals are balanced against what was read, and the
//*  delta goes out under its own header/trailer so every
//*  downstream step can prove it got the whole batch - the
//*  trailer carrying the ACT-BALANCE money total of the
//*  account records written as well as the count and hash.
//*  Each client parent travels with its contact/account
//*  child records (CNTCREC/ACCTREC); the match compares
//*  whole groups, so a changed or added child makes its
//*  client go out as a PUT with the full group.
//*  Every field the delta tells the server something new
//*  about - a PUT's changed client/contact/account fields,
//*  a POST's populated fields, a DELETE's parent fields -
//*  is staged on CHGWORK as a field-level change-history
//*  record (see CHGREC) and appended to the permanent
//*  CHGHIST once the delta is released; CHGMARK later marks
//*  each record delivered from AUDIT. RC 4 when the history
//*  could not be appended.
//*  Today's batch date is checked against the prior
//*  extract's on the business calendar (CALENDAR, see
//*  CALCHK): a gap of weekends and holidays is expected, but
//*  a business day skipped between them, or a batch dated
//*  on or before the prior one, suppresses the delta the
//*  same way an unbalanced extract does - the missing day
//*  must be delivered first (CATCHUP sequences queued days).
//*  CUTOVER: the extract layout grew to LRECL 165 (record
//*  type byte, controls, child records) - the one-time
//*  conversion job must re-allocate the cataloged
           SELECT DELTA-EXTRACT-FILE  ASSIGN TO DELTAEXT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DELTAEXT-STATUS.

           SELECT CHANGE-WORK-FILE  ASSIGN TO CHGWORK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHGWORK-STATUS.

           SELECT CHANGE-HISTORY-FILE  ASSIGN TO CHGHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHGHIST-STATUS.

           SELECT RUN-LEDGER-FILE  ASSIGN TO RUNLEDG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNLEDG-STATUS.

           SELECT RUN-HISTORY-FILE  ASSIGN TO RUNHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNHIST-STATUS.

           SELECT CALENDAR-FILE  ASSIGN TO CALENDAR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.
      *----------------------------------------------------------------*
      *                                                                *
      *    D A T A   D I V I S I O N                                   *
           LABEL RECORDS ARE STANDARD.
       01  PRIOR-CLIENT-RECORD.
           COPY CLNTREC REPLACING LEADING ==CLI-== BY ==PRV-==.
       01  PRIOR-CONTROL-RECORD.
           COPY CTLREC REPLACING LEADING ==CTL-== BY ==PCT-==.

       FD  DELTA-EXTRACT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  DELTA-RECORD                Pic X(165).

      ******************************************************
      * Field-level change history: this run's changes are
      * staged on CHGWORK while the match runs, and only
      * appended to the permanent CHGHIST once the delta has
      * balanced and been released.
      ******************************************************
       FD  CHANGE-WORK-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CHANGE-WORK-RECORD.
           COPY CHGREC.

       FD  CHANGE-HISTORY-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CHANGE-HISTORY-RECORD       Pic X(180).

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
       01  WS-TODAYEXT-STATUS       Pic XX Value Spaces.
       01  WS-PRIOREXT-STATUS       Pic XX Value Spaces.
       01  WS-DELTAEXT-STATUS       Pic XX Value Spaces.
       01  WS-CHGWORK-STATUS        Pic XX Value Spaces.
       01  WS-CHGHIST-STATUS        Pic XX Value Spaces.
       01  WS-FILES-OK              Pic X  Value 'Y'.
           88 FILES-ARE-OK                 Value 'Y'.

       01  WS-CHILDREN-MATCH        Pic X  Value 'Y'.
           88 CHILDREN-DO-MATCH            Value 'Y'.

      ******************************************************
      * Change-history work areas. The old and new sides of
      * the client, contact or account being recorded are
      * laid out here, the side that does not exist (before
      * a POST, after a DELETE, an added or dropped child)
      * left blank, and each field pair is compared in turn
      * - a pair that differs is one change-history record.
      * Children pair up by identity, not position: a
      * contact by name, an account by account number.
      ******************************************************
       01  WS-CHG-CLIENT-KEY        Pic X(10) Value Spaces.
       01  WS-CHG-TXN-TYPE          Pic X  Value Spaces.
       01  WS-CHG-REC-TYPE          Pic X  Value Spaces.
       01  WS-CHG-CHILD-ID          Pic X(30) Value Spaces.
       01  WS-CHG-FIELD-NAME        Pic X(12) Value Spaces.
       01  WS-CHG-OLD               Pic X(40) Value Spaces.
       01  WS-CHG-NEW               Pic X(40) Value Spaces.
       01  WS-CHG-BALANCE-EDIT      Pic -ZZZ,ZZZ,ZZ9.99.
       01  WS-CHG-OLD-CLIENT.
           COPY CLNTREC REPLACING LEADING ==CLI-== BY ==OCL-==.
       01  WS-CHG-NEW-CLIENT.
           COPY CLNTREC REPLACING LEADING ==CLI-== BY ==NCL-==.
       01  WS-CHG-OLD-CONTACT.
           COPY CNTCREC REPLACING LEADING ==CNT-== BY ==OCN-==.
       01  WS-CHG-OLD-ACCOUNT Redefines WS-CHG-OLD-CONTACT.
           COPY ACCTREC REPLACING LEADING ==ACT-== BY ==OAC-==.
       01  WS-CHG-NEW-CONTACT.
           COPY CNTCREC REPLACING LEADING ==CNT-== BY ==NCN-==.
       01  WS-CHG-NEW-ACCOUNT Redefines WS-CHG-NEW-CONTACT.
           COPY ACCTREC REPLACING LEADING ==ACT-== BY ==NAC-==.
       01  WS-CHG-CHILD-SIDE        Pic X  Value Spaces.
           88 CHG-CHILD-ADDED              Value 'A'.
           88 CHG-CHILD-DROPPED            Value 'D'.
           88 CHG-CHILD-KEPT               Value 'K'.
       01  WS-PRIOR-CHILD-USED-TABLE.
           05 WS-PRIOR-CHILD-USED  OCCURS 50 TIMES
                                 Pic X.
       01  WS-PAIR-IDX              Pic 9(9) Binary Value 0.
       01  WS-PAIR-FOUND            Pic 9(9) Binary Value 0.
       01  WS-CHGHIST-OK            Pic X  Value 'Y'.
           88 CHANGE-HISTORY-OK            Value 'Y'.
       01  WS-EOF-CHGWORK           Pic X  Value 'N'.
           88 WS-CHGWORK-EOF               Value 'Y'.

      ******************************************************
      * Batch control-record state for today's extract: the
      * header's batch date, the trailer's expected totals,
           88 TODAY-TRAILER-SEEN           Value 'Y'.
       01  WS-BATCH-DATE            Pic X(8)  Value Spaces.
       01  WS-TRAILER-DATE          Pic X(8)  Value Spaces.
       01  WS-PRIOR-BATCH-DATE      Pic X(8)  Value Spaces.
       01  WS-TODAY-EXP-COUNT       Pic 9(9)  Value 0.
       01  WS-TODAY-EXP-HASH        Pic 9(18) Value 0.
       01  WS-TODAY-HASH-TOTAL      Pic 9(18) Value 0.
       01  WS-DELTA-WRITTEN         Pic 9(9)  Value 0.
       01  WS-DELTA-HASH-TOTAL      Pic 9(18) Value 0.
       01  WS-DELTA-BALANCE-TOTAL   Pic S9(15)V99 Value 0.
       01  WS-DELTA-ACCOUNT.
           COPY ACCTREC REPLACING LEADING ==ACT-== BY ==DAC-==.
           COPY HASHWS.
       01  WS-OUT-CONTROL.
           COPY CTLREC REPLACING LEADING ==CTL-== BY ==DCT-==.
       01  WS-PUTS-GENERATED        Pic 9(9) Value 0.
       01  WS-DELETES-GENERATED     Pic 9(9) Value 0.
       01  WS-UNCHANGED-DROPPED     Pic 9(9) Value 0.
       01  WS-CHANGES-RECORDED      Pic 9(9) Value 0.
       01  WS-CHANGES-RELEASED      Pic 9(9) Value 0.

      ******************************************************
      * Run-history ledger entry and predecessor check -
      * see the RUNLOG procedure copybook.
      ******************************************************
           COPY RUNLWS.

      ******************************************************
      * Business calendar and batch-date gap check - see
      * the CALCHK procedure copybook.
      ******************************************************
           COPY CALWS.
      *----------------------------------------------------------------*
      *                                                                *
      *    P R O C E D U R E                                           *

           Display "Client extract delta generation start"

           Move 'CLTDELTA' to WS-RUN-STEP
           Perform Start-Run-Ledger

           Perform Open-Files

           If FILES-ARE-OK
             Perform Load-Business-Calendar
             Perform Read-Today-Extract
             Perform Read-Prior-Extract
             Perform Check-Batch-Sequence
             Perform Write-Delta-Header

             Perform Until WS-TODAY-KEY = High-Values

             Perform Close-Files

      *    A delta built from an unbalanced or headerless extract,
      *    or one a skipped business day separates from the prior
      *    extract, must not reach the edit step looking like a
      *    good batch - truncate it the same way CLTEDIT refuses to
      *    release an unbalanced CLEANEXT.
             If Not CONTROLS-ARE-OK
               Perform Suppress-Delta-Extract
             End-If

      *    The change history records only what a released delta
      *    actually tells the server.
             If CONTROLS-ARE-OK and INPUTS-IN-SEQUENCE
               Perform Release-Change-History
             Else
               Display "Change history not recorded - delta was "
                       "not released"
             End-If
           End-If

           Perform Write-Reconciliation-Report
             Move 8 to Return-Code
           End-If

      *    A good delta still goes out when the history could not
      *    be appended - the warning code gets it looked at.
           If Not CHANGE-HISTORY-OK and Return-Code < 4
             Move 4 to Return-Code
           End-If

           Display "Client extract delta generation end"

           Move WS-BATCH-DATE          to WS-RUN-BATCH-DATE
           Move WS-TODAY-RECORDS-READ  to WS-RUN-COUNT-IN
           Move WS-DELTA-WRITTEN       to WS-RUN-COUNT-OUT
           Perform Write-Run-Ledger-Record

           STOP    RUN.

      ****************************************************************
             Move 'N' to WS-FILES-OK
           End-If

           Open Output CHANGE-WORK-FILE
           If WS-CHGWORK-STATUS Not = '00'
             Display "FAILED: Open Output CHANGE-WORK-FILE, status "
                     WS-CHGWORK-STATUS
             Move 'N' to WS-FILES-OK
           End-If

           If Not FILES-ARE-OK
             Move 16 to Return-Code
           End-If
             Close PRIOR-EXTRACT-FILE
           End-If
           Close DELTA-EXTRACT-FILE
           Close CHANGE-WORK-FILE
           .

      ****************************************************************
           End-If
           .

      ****************************************************************
      * Function: Check-Batch-Sequence                                *
      *                                                              *
      *           Today's batch must follow the prior extract's with *
      *           nothing but closed days between - a skipped        *
      *           business day would fold two days' changes into one *
      *           delta dated the second. The very first cycle, or a *
      *           prior extract with no dated header, has nothing to *
      *           measure from.                                       *
      ****************************************************************
       Check-Batch-Sequence.

           If WS-BATCH-DATE Not = Spaces
             Move WS-PRIOR-BATCH-DATE to WS-CAL-FROM-DATE
             Move WS-BATCH-DATE       to WS-CAL-TO-DATE
             Perform Check-Batch-Gap
             If Not CAL-GAP-IS-ACCEPTABLE
               Move 'N' to WS-CTL-OK
             End-If
           End-If
           .

      ****************************************************************
      * Function: Write-Delta-Header                                  *
      *                                                              *
      ****************************************************************
      * Function: Write-Delta-Trailer                                 *
      *                                                              *
      *           Closes the delta with the count, key hash total    *
      *           and account balance total of the records actually  *
      *           written.                                            *
      ****************************************************************
       Write-Delta-Trailer.

           Move WS-BATCH-DATE      to DCT-BATCH-DATE
           Move WS-DELTA-WRITTEN   to DCT-RECORD-COUNT
           Move WS-DELTA-HASH-TOTAL to DCT-KEY-HASH-TOTAL
           Move WS-DELTA-BALANCE-TOTAL to DCT-BALANCE-TOTAL
           Write DELTA-RECORD from WS-OUT-CONTROL
           .

      * Function: Suppress-Delta-Extract                              *
      *                                                              *
      *           Truncates the delta when the controls did not      *
      *           balance or the batch date is out of sequence, so a *
      *           partial or out-of-turn transmission can never be   *
      *           released downstream. Same pattern as HTTPSCNW's    *
      *           Reset-Restart-File.                                 *
      ****************************************************************
       Suppress-Delta-Extract.

           If CAL-GAP-IS-ACCEPTABLE
             Display "Delta extract suppressed - control records "
                     "did not balance"
           Else
             Display "Delta extract suppressed - batch date out of "
                     "business-day sequence"
           End-If
           Open Output DELTA-EXTRACT-FILE
           If WS-DELTAEXT-STATUS = '00'
             Close DELTA-EXTRACT-FILE
      *    procedure copybook.
           COPY KEYHASH.

      *    The run-history ledger paragraphs are shared by every
      *    step of the batch stream via the RUNLOG procedure
      *    copybook.
           COPY RUNLOG.

      *    The business-calendar paragraphs are shared with CLTEDIT
      *    and CATCHUP via the CALCHK procedure copybook.
           COPY CALCHK.

      ****************************************************************
      * Function: Read-Prior-Extract                                  *
      *                                                              *
      *           child table, same sequence rules as                *
      *           Read-Today-Extract. The prior extract's control    *
      *           records were balanced when it was today's - they   *
      *           are stepped over here, not matched, the header     *
      *           giving up only its batch date. When the            *
      *           dataset could not be opened the key goes straight  *
      *           to HIGH-VALUES - first-cycle behavior.              *
      ****************************************************************
                 Else
                   Evaluate True
                     When PRV-REC-HEADER
                       If PCT-BATCH-DATE is Numeric
                         Move PCT-BATCH-DATE to WS-PRIOR-BATCH-DATE
                       End-If
                     When PRV-REC-TRAILER
                       Continue
                     When PRV-REC-CONTACT
           Move 'P' to TDC-TXN-TYPE
           Perform Write-Today-Group
           Add 1 to WS-POSTS-GENERATED

           Move 'P'     to WS-CHG-TXN-TYPE
           Move TDC-KEY to WS-CHG-CLIENT-KEY
           Perform Record-Client-Changes
           Perform Record-Child-Changes
           .

      ****************************************************************
               to WS-HASH-KEY-INPUT
             Perform Compute-Key-Hash-Value
             Add WS-HASH-KEY-VALUE to WS-DELTA-HASH-TOTAL
             Move WS-TODAY-CHILD(WS-CHILD-IDX) to WS-DELTA-ACCOUNT
             If DAC-REC-ACCOUNT and DAC-BALANCE is Numeric
               Add DAC-BALANCE to WS-DELTA-BALANCE-TOTAL
             End-If
           End-Perform
           .

           Move PDC-KEY to WS-HASH-KEY-INPUT
           Perform Compute-Key-Hash-Value
           Add WS-HASH-KEY-VALUE to WS-DELTA-HASH-TOTAL

           Move 'D'     to WS-CHG-TXN-TYPE
           Move PDC-KEY to WS-CHG-CLIENT-KEY
           Perform Record-Client-Changes
           .

      ****************************************************************
      *           a PUT when any of the name/age/email/address       *
      *           fields changed or any child record was added,      *
      *           dropped or altered, and is dropped from the batch  *
      *           entirely when nothing did. A PUT's changed fields  *
      *           go to the change history.                           *
      ****************************************************************
       Compare-Matched-Records.

             Move 'U' to TDC-TXN-TYPE
             Perform Write-Today-Group
             Add 1 to WS-PUTS-GENERATED

             Move 'U'     to WS-CHG-TXN-TYPE
             Move TDC-KEY to WS-CHG-CLIENT-KEY
             Perform Record-Client-Changes
             If Not CHILDREN-DO-MATCH
               Perform Record-Child-Changes
             End-If
           End-If
           .

           End-If
           .

      ****************************************************************
      * Function: Record-Client-Changes                               *
      *                                                              *
      *           Writes a change-history record for each parent     *
      *           field the transaction in WS-CHG-TXN-TYPE tells the *
      *           server something new about: the changed fields of *
      *           a PUT, the populated fields of a POST, the fields  *
      *           a DELETE removes.                                   *
      ****************************************************************
       Record-Client-Changes.

           Move Spaces to WS-CHG-OLD-CLIENT
           Move Spaces to WS-CHG-NEW-CLIENT
           If WS-CHG-TXN-TYPE Not = 'P'
             Move WS-PRIOR-CLIENT-GRP to WS-CHG-OLD-CLIENT
           End-If
           If WS-CHG-TXN-TYPE Not = 'D'
             Move WS-TODAY-CLIENT to WS-CHG-NEW-CLIENT
           End-If

           Move 'C'    to WS-CHG-REC-TYPE
           Move Spaces to WS-CHG-CHILD-ID

           Move 'NAME'       to WS-CHG-FIELD-NAME
           Move OCL-NAME     to WS-CHG-OLD
           Move NCL-NAME     to WS-CHG-NEW
           Perform Write-Change-Field

           Move 'AGE'        to WS-CHG-FIELD-NAME
           Move OCL-AGE      to WS-CHG-OLD
           Move NCL-AGE      to WS-CHG-NEW
           Perform Write-Change-Field

           Move 'EMAIL'      to WS-CHG-FIELD-NAME
           Move OCL-EMAIL    to WS-CHG-OLD
           Move NCL-EMAIL    to WS-CHG-NEW
           Perform Write-Change-Field

           Move 'STREET'     to WS-CHG-FIELD-NAME
           Move OCL-STREET   to WS-CHG-OLD
           Move NCL-STREET   to WS-CHG-NEW
           Perform Write-Change-Field

           Move 'CITY'       to WS-CHG-FIELD-NAME
           Move OCL-CITY     to WS-CHG-OLD
           Move NCL-CITY     to WS-CHG-NEW
           Perform Write-Change-Field

           Move 'STATE'      to WS-CHG-FIELD-NAME
           Move OCL-STATE    to WS-CHG-OLD
           Move NCL-STATE    to WS-CHG-NEW
           Perform Write-Change-Field

           Move 'ZIP'        to WS-CHG-FIELD-NAME
           Move OCL-ZIP      to WS-CHG-OLD
           Move NCL-ZIP      to WS-CHG-NEW
           Perform Write-Change-Field
           .

      ****************************************************************
      * Function: Record-Child-Changes                                *
      *                                                              *
      *           Pairs today's children with the prior cycle's by   *
      *           identity and records the field changes of each     *
      *           pair, every field of a child added today, and      *
      *           every field of a prior child no longer sent. A     *
      *           POST has no prior side - every child is added.      *
      ****************************************************************
       Record-Child-Changes.

           Perform Varying WS-PAIR-IDX From 1 by 1
             Until WS-PAIR-IDX > WS-PRIOR-CHILD-COUNT
             Move 'N' to WS-PRIOR-CHILD-USED(WS-PAIR-IDX)
           End-Perform

           Perform Varying WS-CHILD-IDX From 1 by 1
             Until WS-CHILD-IDX > WS-TODAY-CHILD-COUNT
             Move 0 to WS-PAIR-FOUND
             If WS-CHG-TXN-TYPE Not = 'P'
               Perform Find-Prior-Child-Pair
             End-If
             Move WS-TODAY-CHILD(WS-CHILD-IDX) to WS-CHG-NEW-CONTACT
             If WS-PAIR-FOUND = 0
               Move Spaces to WS-CHG-OLD-CONTACT
               Set CHG-CHILD-ADDED to true
               Perform Record-Child-Fields
             Else
               If WS-TODAY-CHILD(WS-CHILD-IDX)
                    Not = WS-PRIOR-CHILD(WS-PAIR-FOUND)
                 Move WS-PRIOR-CHILD(WS-PAIR-FOUND)
                   to WS-CHG-OLD-CONTACT
                 Set CHG-CHILD-KEPT to true
                 Perform Record-Child-Fields
               End-If
             End-If
           End-Perform

           If WS-CHG-TXN-TYPE Not = 'P'
             Perform Varying WS-PAIR-IDX From 1 by 1
               Until WS-PAIR-IDX > WS-PRIOR-CHILD-COUNT
               If WS-PRIOR-CHILD-USED(WS-PAIR-IDX) = 'N'
                 Move WS-PRIOR-CHILD(WS-PAIR-IDX)
                   to WS-CHG-OLD-CONTACT
                 Move Spaces to WS-CHG-NEW-CONTACT
                 Set CHG-CHILD-DROPPED to true
                 Perform Record-Child-Fields
               End-If
             End-Perform
           End-If
           .

      ****************************************************************
      * Function: Find-Prior-Child-Pair                               *
      *                                                              *
      *           Finds the first unused prior child of the same     *
      *           record type and identity as today's child at       *
      *           WS-CHILD-IDX - contact name or account number,     *
      *           both starting in byte 12. WS-PAIR-FOUND is its     *
      *           index, zero when there is none.                     *
      ****************************************************************
       Find-Prior-Child-Pair.

           Perform Varying WS-PAIR-IDX From 1 by 1
             Until WS-PAIR-IDX > WS-PRIOR-CHILD-COUNT
                   or WS-PAIR-FOUND > 0
             If WS-PRIOR-CHILD-USED(WS-PAIR-IDX) = 'N'
                and WS-PRIOR-CHILD(WS-PAIR-IDX)(1:1)
                      = WS-TODAY-CHILD(WS-CHILD-IDX)(1:1)
               Evaluate True
                 When WS-TODAY-CHILD(WS-CHILD-IDX)(1:1) = 'N'
                      and WS-PRIOR-CHILD(WS-PAIR-IDX)(12:30)
                            = WS-TODAY-CHILD(WS-CHILD-IDX)(12:30)
                   Move WS-PAIR-IDX to WS-PAIR-FOUND
                 When WS-TODAY-CHILD(WS-CHILD-IDX)(1:1) = 'A'
                      and WS-PRIOR-CHILD(WS-PAIR-IDX)(12:16)
                            = WS-TODAY-CHILD(WS-CHILD-IDX)(12:16)
                   Move WS-PAIR-IDX to WS-PAIR-FOUND
               End-Evaluate
             End-If
           End-Perform

           If WS-PAIR-FOUND > 0
             Move 'Y' to WS-PRIOR-CHILD-USED(WS-PAIR-FOUND)
           End-If
           .

      ****************************************************************
      * Function: Record-Child-Fields                                 *
      *                                                              *
      *           Compares the old and new sides of one contact or   *
      *           account, either side possibly blank, field by      *
      *           field into the change history.                      *
      ****************************************************************
       Record-Child-Fields.

           If CHG-CHILD-DROPPED
             Move OCN-REC-TYPE to WS-CHG-REC-TYPE
           Else
             Move NCN-REC-TYPE to WS-CHG-REC-TYPE
           End-If

           If WS-CHG-REC-TYPE = 'N'
             If CHG-CHILD-DROPPED
               Move OCN-NAME to WS-CHG-CHILD-ID
             Else
               Move NCN-NAME to WS-CHG-CHILD-ID
             End-If

             Move 'NAME'       to WS-CHG-FIELD-NAME
             Move OCN-NAME     to WS-CHG-OLD
             Move NCN-NAME     to WS-CHG-NEW
             Perform Write-Change-Field

             Move 'EMAIL'      to WS-CHG-FIELD-NAME
             Move OCN-EMAIL    to WS-CHG-OLD
             Move NCN-EMAIL    to WS-CHG-NEW
             Perform Write-Change-Field

             Move 'PHONE'      to WS-CHG-FIELD-NAME
             Move OCN-PHONE    to WS-CHG-OLD
             Move NCN-PHONE    to WS-CHG-NEW
             Perform Write-Change-Field

             Move 'ROLE'       to WS-CHG-FIELD-NAME
             Move OCN-ROLE     to WS-CHG-OLD
             Move NCN-ROLE     to WS-CHG-NEW
             Perform Write-Change-Field
           Else
             If CHG-CHILD-DROPPED
               Move OAC-NUMBER to WS-CHG-CHILD-ID
             Else
               Move NAC-NUMBER to WS-CHG-CHILD-ID
             End-If

             Move 'TYPE'       to WS-CHG-FIELD-NAME
             Move OAC-TYPE     to WS-CHG-OLD
             Move NAC-TYPE     to WS-CHG-NEW
             Perform Write-Change-Field

      *    A blank side has no balance to edit - it stays blank.
             Move 'BALANCE'    to WS-CHG-FIELD-NAME
             Move Spaces       to WS-CHG-OLD
             Move Spaces       to WS-CHG-NEW
             If Not CHG-CHILD-ADDED
               Move OAC-BALANCE to WS-CHG-BALANCE-EDIT
               Move WS-CHG-BALANCE-EDIT to WS-CHG-OLD
             End-If
             If Not CHG-CHILD-DROPPED
               Move NAC-BALANCE to WS-CHG-BALANCE-EDIT
               Move WS-CHG-BALANCE-EDIT to WS-CHG-NEW
             End-If
             Perform Write-Change-Field

             Move 'OPENED-DATE' to WS-CHG-FIELD-NAME
             Move OAC-OPENED-DATE to WS-CHG-OLD
             Move NAC-OPENED-DATE to WS-CHG-NEW
             Perform Write-Change-Field
           End-If
           .

      ****************************************************************
      * Function: Write-Change-Field                                  *
      *                                                              *
      *           Stages one change-history record, pending delivery,*
      *           when the old and new values of the field differ.    *
      ****************************************************************
       Write-Change-Field.

           If WS-CHG-OLD Not = WS-CHG-NEW
             Move Spaces            to CHANGE-WORK-RECORD
             Move WS-CHG-CLIENT-KEY to CHG-KEY
             Move WS-BATCH-DATE     to CHG-BATCH-DATE
             Move WS-CHG-TXN-TYPE   to CHG-TXN-TYPE
             Move WS-CHG-REC-TYPE   to CHG-REC-TYPE
             Move WS-CHG-CHILD-ID   to CHG-CHILD-ID
             Move WS-CHG-FIELD-NAME to CHG-FIELD
             Move WS-CHG-OLD        to CHG-OLD-VALUE
             Move WS-CHG-NEW        to CHG-NEW-VALUE
             Set CHG-PENDING to true
             Move 0                 to CHG-DELIVERED-CODE
             Write CHANGE-WORK-RECORD
             Add 1 to WS-CHANGES-RECORDED
           End-If
           .

      ****************************************************************
      * Function: Release-Change-History                              *
      *                                                              *
      *           Appends the staged changes of a released delta to  *
      *           the permanent change history. The delta is good    *
      *           either way - a history that cannot be extended     *
      *           only draws a warning code.                          *
      ****************************************************************
       Release-Change-History.

           Open Input CHANGE-WORK-FILE
           If WS-CHGWORK-STATUS Not = '00'
             Display "FAILED: Open Input CHANGE-WORK-FILE, status "
                     WS-CHGWORK-STATUS
             Move 'N' to WS-CHGHIST-OK
           Else
             Open Extend CHANGE-HISTORY-FILE
             If WS-CHGHIST-STATUS Not = '00'
               Display "FAILED: Open Extend CHANGE-HISTORY-FILE, "
                       "status " WS-CHGHIST-STATUS
               Move 'N' to WS-CHGHIST-OK
             Else
               Move 'N' to WS-EOF-CHGWORK
               Read CHANGE-WORK-FILE
                 At End Set WS-CHGWORK-EOF to true
               End-Read
               Perform Until WS-CHGWORK-EOF
                 Write CHANGE-HISTORY-RECORD from CHANGE-WORK-RECORD
                 Add 1 to WS-CHANGES-RELEASED
                 Read CHANGE-WORK-FILE
                   At End Set WS-CHGWORK-EOF to true
                 End-Read
               End-Perform
               Close CHANGE-HISTORY-FILE
             End-If
             Close CHANGE-WORK-FILE
           End-If

           If Not CHANGE-HISTORY-OK
             Display "WARNING: field changes not appended to the "
                     "change history"
           End-If
           .

      ****************************************************************
      * Function: Write-Reconciliation-Report                         *
      ****************************************************************
           Else
             Display "Control records:         OUT OF BALANCE"
           End-If.
           Display "Prior batch date:        " WS-PRIOR-BATCH-DATE.
           Evaluate True
             When CAL-GAP-NONE
               Display "Batch sequence:          NEXT BUSINESS DAY"
             When CAL-GAP-EXPECTED
               Display "Batch sequence:          EXPECTED GAP, "
                       WS-CAL-CLOSED-COUNT " CLOSED DAY(S)"
             When CAL-GAP-MISSING
               Display "Batch sequence:          MISSING BATCH, "
                       WS-CAL-MISSING-COUNT " BUSINESS DAY(S)"
             When CAL-GAP-OUT-OF-ORDER
               Display "Batch sequence:          NOT AFTER PRIOR"
             When CAL-GAP-BAD-DATE
               Display "Batch sequence:          NOT A CALENDAR DATE"
             When Other
               Display "Batch sequence:          NOT CHECKED"
           End-Evaluate.
           Display "Today's records read:    "
                   WS-TODAY-RECORDS-READ.
           Display "Prior records read:      "
                   WS-DELETES-GENERATED.
           Display "Unchanged dropped:       "
                   WS-UNCHANGED-DROPPED.
           Display "Field changes recorded:  "
                   WS-CHANGES-RECORDED.
           Display "Change history appended: "
                   WS-CHANGES-RELEASED.
           Display "=========================================".
           .

//GO.SYSPRINT  DD SYSOUT=*
//GO.TODAYEXT  DD DISP=SHR,DSN=ANDREWJ.HTTPSCNW.CLTMASTR(0)
//GO.PRIOREXT  DD DISP=SHR,DSN=ANDREWJ.HTTPSCNW.CLTMASTR(-1)
//*  Business calendar - W and H cards by region (see
//*  CALREC). Optional; a run without it does not check the
//*  gap between the two batch dates.
//GO.CALENDAR  DD DISP=SHR,DSN=ANDREWJ.HTTPSCNW.CALENDAR
//GO.DELTAEXT  DD DISP=OLD,DSN=ANDREWJ.HTTPSCNW.CLTEXTR
//GO.CHGWORK   DD DISP=(NEW,DELETE,DELETE),DSN=&&CHGWORK,
//                 DCB=(RECFM=FB,LRECL=180),SPACE=(TRK,(5,5)),
//                 UNIT=SYSDA
//GO.CHGHIST   DD DISP=MOD,DSN=ANDREWJ.HTTPSCNW.CHGHIST,
//                 DCB=(RECFM=FB,LRECL=180),SPACE=(TRK,(5,5)),
//                 UNIT=SYSDA
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
