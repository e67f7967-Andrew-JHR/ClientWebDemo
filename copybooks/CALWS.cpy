      *----------------------------------------------------------------*
      *                                                                *
      *    C A L W S                                                   *
      *                                                                *
      *    Working-storage companion to the CALCHK procedure          *
      *    copybook: the business calendar as loaded from the         *
      *    CALENDAR cards, and the inputs and outcome of a batch-date *
      *    gap check. Include once in WORKING-STORAGE of any program  *
      *    that copies CALCHK into its PROCEDURE DIVISION; the        *
      *    program must also declare CALENDAR-FILE (ASSIGN TO         *
      *    CALENDAR) with a CALREC record.                            *
      *----------------------------------------------------------------*
       01  WS-CALENDAR-STATUS       Pic XX Value Spaces.
       01  WS-EOF-CALENDAR          Pic X  Value 'N'.
           88 WS-CALENDAR-EOF              Value 'Y'.
       01  WS-CAL-LOADED            Pic X  Value 'N'.
           88 CALENDAR-IS-LOADED           Value 'Y'.
       01  WS-CAL-SKIPPED           Pic 9(9) Value 0.
       01  WS-CAL-TALLY             Pic 9(4) Binary Value 0.

      ******************************************************
      * Working week per region, Monday first, Y for a
      * working day. A region with no W card of its own
      * works the house week - Monday to Friday unless a
      * W card for region **** says otherwise.
      ******************************************************
       01  WS-CAL-HOUSE-PATTERN     Pic X(7) Value 'YYYYYNN'.
       01  WS-CAL-REGION-COUNT      Pic 9(4) Binary Value 0.
       01  WS-CAL-REGION-MAX        Pic 9(4) Binary Value 20.
       01  WS-CAL-REGION-TABLE.
           05 WS-CAL-REGION-ENTRY   Occurs 20 Times.
              10 WS-CRG-CODE        Pic X(4).
              10 WS-CRG-PATTERN     Pic X(7).
       01  WS-CAL-REGION-IDX        Pic 9(4) Binary Value 0.
       01  WS-CAL-FOUND-IDX         Pic 9(4) Binary Value 0.
       01  WS-CAL-SEARCH-REGION     Pic X(4) Value Spaces.

      ******************************************************
      * Holidays by date and region; region **** closes
      * every region that day.
      ******************************************************
       01  WS-CAL-HOLIDAY-COUNT     Pic 9(9) Binary Value 0.
       01  WS-CAL-HOLIDAY-MAX       Pic 9(9) Binary Value 1000.
       01  WS-CAL-HOLIDAY-TABLE.
           05 WS-CAL-HOLIDAY-ENTRY  Occurs 1000 Times.
              10 WS-CHL-DATE        Pic X(8).
              10 WS-CHL-REGION      Pic X(4).
       01  WS-CAL-HOLIDAY-IDX       Pic 9(9) Binary Value 0.

      ******************************************************
      * Check-Batch-Gap: the caller moves the last batch
      * date delivered to WS-CAL-FROM-DATE and the batch
      * date under check to WS-CAL-TO-DATE. The gap state
      * says what lies between them - nothing, only closed
      * days (an expected gap), or business days whose
      * batch never arrived - or that the batch is not
      * after the last one at all. Unchecked means there
      * was no calendar or no earlier date to measure from.
      ******************************************************
       01  WS-CAL-FROM-DATE         Pic X(8)  Value Spaces.
       01  WS-CAL-TO-DATE           Pic X(8)  Value Spaces.
       01  WS-CAL-GAP-STATE         Pic X  Value 'U'.
           88 CAL-GAP-NONE                 Value 'N'.
           88 CAL-GAP-EXPECTED             Value 'E'.
           88 CAL-GAP-MISSING              Value 'M'.
           88 CAL-GAP-OUT-OF-ORDER         Value 'O'.
           88 CAL-GAP-BAD-DATE             Value 'B'.
           88 CAL-GAP-UNCHECKED            Value 'U'.
           88 CAL-GAP-IS-ACCEPTABLE        Values 'N' 'E' 'U'.
       01  WS-CAL-MISSING-COUNT     Pic 9(5) Value 0.
       01  WS-CAL-FIRST-MISSING     Pic X(8)  Value Spaces.
       01  WS-CAL-LAST-MISSING      Pic X(8)  Value Spaces.
       01  WS-CAL-CLOSED-COUNT      Pic 9(5) Value 0.
       01  WS-CAL-TO-OPEN           Pic X  Value 'Y'.
           88 CAL-TO-IS-BUSINESS-DAY       Value 'Y'.

      ******************************************************
      * Date and business-day work fields. Dates are day
      * numbers from Integer-Of-Date; day 1, 1 January
      * 1601, was a Monday.
      ******************************************************
       01  WS-CAL-DATE              Pic X(8)  Value Spaces.
       01  WS-CAL-DATE-NUM          Pic 9(8)  Value 0.
       01  WS-CAL-CHECK-NUM         Pic 9(8)  Value 0.
       01  WS-CAL-DATE-INT          Pic 9(9) Binary Value 0.
       01  WS-CAL-FROM-INT          Pic 9(9) Binary Value 0.
       01  WS-CAL-TO-INT            Pic 9(9) Binary Value 0.
       01  WS-CAL-DAY-INT           Pic 9(9) Binary Value 0.
       01  WS-CAL-WEEKDAY           Pic 9(4) Binary Value 0.
       01  WS-CAL-DATE-VALID        Pic X  Value 'N'.
           88 CAL-DATE-IS-VALID            Value 'Y'.
       01  WS-CAL-BUSINESS          Pic X  Value 'N'.
           88 CAL-IS-BUSINESS-DAY          Value 'Y'.
       01  WS-CAL-REGION-OPEN       Pic X  Value 'N'.
           88 CAL-REGION-IS-OPEN           Value 'Y'.
       01  WS-CAL-PATTERN           Pic X(7)  Value Spaces.
