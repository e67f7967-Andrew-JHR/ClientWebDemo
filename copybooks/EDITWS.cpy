      *----------------------------------------------------------------*
      *                                                                *
      *    E D I T W S                                                 *
      *                                                                *
      *    Working-storage companion to the EDITCHK procedure          *
      *    copybook: the edit outcome and reason code for the record   *
      *    under edit, the parent-hierarchy state, the duplicate-key   *
      *    table, the reason-code table with its per-code counts,      *
      *    and the email and state/zip edit work areas. Include once   *
      *    in WORKING-STORAGE of any program that copies EDITCHK into  *
      *    its PROCEDURE DIVISION; the record under edit must be       *
      *    addressable as CLIENT-RECORD (CLNTREC) with ACCTREC over    *
      *    the same bytes.                                             *
      *----------------------------------------------------------------*
      ******************************************************
      * Edit outcome for the current record. The first edit
      * that fails wins - one reason code per bad record.
      ******************************************************
       01  WS-RECORD-VALID          Pic X  Value 'Y'.
           88 RECORD-IS-VALID              Value 'Y'.
       01  WS-REASON-CODE           Pic X(4)  Value Spaces.
       01  WS-REASON-TEXT           Pic X(30) Value Spaces.

      ******************************************************
      * Hierarchy state for the child-record edits: the key
      * of the last client parent seen and how it fared. A
      * child arriving before any parent, or naming some
      * other parent's key, is an orphan; a child of a
      * rejected parent must not go out alone.
      ******************************************************
       01  WS-LAST-PARENT-KEY       Pic X(10) Value Spaces.
       01  WS-PARENT-STATE          Pic X  Value 'N'.
           88 NO-PARENT-YET                Value 'N'.
           88 PARENT-WAS-VALID             Value 'V'.
           88 PARENT-WAS-REJECTED          Value 'R'.

      ******************************************************
      * Duplicate-key check table, kept in key order by
      * Insert-Seen-Key so Is-Key-Duplicate runs as a
      * binary SEARCH ALL - the same sorted-table pattern
      * as HTTPSCNW's confirmed-key restart table. Hitting
      * the 100000 ceiling refuses the batch instead of
      * silently giving up dup-checking.
      ******************************************************
       01  WS-SEEN-COUNT            Pic 9(9) Binary Value 0.
       01  WS-SEEN-KEY-TABLE.
           05 WS-SEEN-KEY  OCCURS 1 TO 100000 TIMES
                            DEPENDING ON WS-SEEN-COUNT
                            ASCENDING KEY IS WS-SEEN-KEY
                            INDEXED BY SEEN-INX
                            Pic X(10).
       01  WS-KEY-IS-DUPLICATE      Pic X  Value 'N'.
           88 KEY-IS-DUPLICATE             Value 'Y'.
       01  WS-BIN-LO                Pic 9(9) Binary Value 0.
       01  WS-BIN-HI                Pic 9(9) Binary Value 0.
       01  WS-BIN-MID               Pic 9(9) Binary Value 0.
       01  WS-BIN-SHIFT             Pic 9(9) Binary Value 0.
       01  WS-TABLE-LIMIT           Pic X  Value 'N'.
           88 TABLE-LIMIT-HIT              Value 'Y'.

      ******************************************************
      * Counts by error type for the printed edit report,
      * one slot per reason code in WS-REASON-TABLE order.
      ******************************************************
       01  WS-ERROR-COUNT-TABLE.
           05 WS-ERROR-COUNT  OCCURS 12 TIMES
                                 Pic 9(9) Value 0.
       01  WS-ERROR-IDX             Pic 9(9) Binary Value 0.
       01  WS-REASON-TABLE.
           05 Filler Pic X(34) Value
              'E001Client key missing            '.
           05 Filler Pic X(34) Value
              'E002Duplicate client key          '.
           05 Filler Pic X(34) Value
              'E003Age not numeric               '.
           05 Filler Pic X(34) Value
              'E004Age outside 1-130             '.
           05 Filler Pic X(34) Value
              'E005Invalid transaction type      '.
           05 Filler Pic X(34) Value
              'E006Malformed email address       '.
           05 Filler Pic X(34) Value
              'E007Unrecognized state code       '.
           05 Filler Pic X(34) Value
              'E008Zip not valid for state       '.
           05 Filler Pic X(34) Value
              'E009Orphan child record           '.
           05 Filler Pic X(34) Value
              'E010Child of rejected parent      '.
           05 Filler Pic X(34) Value
              'E011Unknown record type           '.
           05 Filler Pic X(34) Value
              'E012Account balance not numeric   '.
       01  WS-REASON-ENTRIES Redefines WS-REASON-TABLE.
           05 WS-REASON-ENTRY  OCCURS 12 TIMES.
              10 WS-REASON-TBL-CODE Pic X(4).
              10 WS-REASON-TBL-TEXT Pic X(30).

      ******************************************************
      * Email edit work areas. The shape enforced is the
      * endpoint's own 400-rejection rule: exactly one '@',
      * not in first position, at least one '.' somewhere
      * after it, neither immediately after the '@' nor as
      * the last character, and no embedded blanks.
      ******************************************************
       01  WS-EMAIL-WORK            Pic X(40) Value Spaces.
       01  WS-EMAIL-LEN             Pic 9(9) Binary Value 0.
       01  WS-EMAIL-IDX             Pic 9(9) Binary Value 0.
       01  WS-EMAIL-AT-COUNT        Pic 9(9) Binary Value 0.
       01  WS-EMAIL-AT-POS          Pic 9(9) Binary Value 0.
       01  WS-EMAIL-DOT-POS         Pic 9(9) Binary Value 0.
       01  WS-EMAIL-OK              Pic X  Value 'Y'.
           88 EMAIL-IS-OK                  Value 'Y'.

      ******************************************************
      * State/zip cross-check table: USPS state code plus
      * the low and high 3-digit zip prefixes assigned to
      * it. A state whose zip ranges are not contiguous is
      * carried as its single spanning range - this is a
      * front-end plausibility edit, not a postal directory.
      ******************************************************
       01  WS-STATE-ZIP-TABLE.
           05 Filler Pic X(8) Value 'AL350369'.
           05 Filler Pic X(8) Value 'AK995999'.
           05 Filler Pic X(8) Value 'AZ850865'.
           05 Filler Pic X(8) Value 'AR716729'.
           05 Filler Pic X(8) Value 'CA900961'.
           05 Filler Pic X(8) Value 'CO800816'.
           05 Filler Pic X(8) Value 'CT060069'.
           05 Filler Pic X(8) Value 'DE197199'.
           05 Filler Pic X(8) Value 'DC200205'.
           05 Filler Pic X(8) Value 'FL320349'.
           05 Filler Pic X(8) Value 'GA300319'.
           05 Filler Pic X(8) Value 'HI967968'.
           05 Filler Pic X(8) Value 'ID832838'.
           05 Filler Pic X(8) Value 'IL600629'.
           05 Filler Pic X(8) Value 'IN460479'.
           05 Filler Pic X(8) Value 'IA500528'.
           05 Filler Pic X(8) Value 'KS660679'.
           05 Filler Pic X(8) Value 'KY400427'.
           05 Filler Pic X(8) Value 'LA700714'.
           05 Filler Pic X(8) Value 'ME039049'.
           05 Filler Pic X(8) Value 'MD206219'.
           05 Filler Pic X(8) Value 'MA010027'.
           05 Filler Pic X(8) Value 'MI480499'.
           05 Filler Pic X(8) Value 'MN550567'.
           05 Filler Pic X(8) Value 'MS386397'.
           05 Filler Pic X(8) Value 'MO630658'.
           05 Filler Pic X(8) Value 'MT590599'.
           05 Filler Pic X(8) Value 'NE680693'.
           05 Filler Pic X(8) Value 'NV889898'.
           05 Filler Pic X(8) Value 'NH030038'.
           05 Filler Pic X(8) Value 'NJ070089'.
           05 Filler Pic X(8) Value 'NM870884'.
           05 Filler Pic X(8) Value 'NY005149'.
           05 Filler Pic X(8) Value 'NC270289'.
           05 Filler Pic X(8) Value 'ND580588'.
           05 Filler Pic X(8) Value 'OH430459'.
           05 Filler Pic X(8) Value 'OK730749'.
           05 Filler Pic X(8) Value 'OR970979'.
           05 Filler Pic X(8) Value 'PA150196'.
           05 Filler Pic X(8) Value 'RI028029'.
           05 Filler Pic X(8) Value 'SC290299'.
           05 Filler Pic X(8) Value 'SD570577'.
           05 Filler Pic X(8) Value 'TN370385'.
           05 Filler Pic X(8) Value 'TX750799'.
           05 Filler Pic X(8) Value 'UT840847'.
           05 Filler Pic X(8) Value 'VT050059'.
           05 Filler Pic X(8) Value 'VA220246'.
           05 Filler Pic X(8) Value 'WA980994'.
           05 Filler Pic X(8) Value 'WV247268'.
           05 Filler Pic X(8) Value 'WI530549'.
           05 Filler Pic X(8) Value 'WY820831'.
       01  WS-STATE-ZIP-ENTRIES Redefines WS-STATE-ZIP-TABLE.
           05 WS-STATE-ZIP-ENTRY  OCCURS 51 TIMES.
              10 WS-STATE-TBL-CODE  Pic X(2).
              10 WS-STATE-TBL-LO    Pic 9(3).
              10 WS-STATE-TBL-HI    Pic 9(3).
       01  WS-STATE-IDX             Pic 9(9) Binary Value 0.
       01  WS-STATE-WORK            Pic X(20) Value Spaces.
       01  WS-STATE-FOUND           Pic X  Value 'N'.
           88 STATE-IS-FOUND               Value 'Y'.
       01  WS-ZIP-PREFIX            Pic X(3)  Value Spaces.
       01  WS-ZIP-PREFIX-NUM        Pic 9(3)  Value 0.
