      *----------------------------------------------------------------*
      *                                                                *
      *    C A L C H K                                                 *
      *                                                                *
      *    Procedure copybook: the business calendar. A step PERFORMs *
      *    Load-Business-Calendar once, then for each batch date it   *
      *    must place moves the last date delivered to                *
      *    WS-CAL-FROM-DATE and the batch date to WS-CAL-TO-DATE and  *
      *    PERFORMs Check-Batch-Gap, which reports what lies between  *
      *    them and leaves the verdict in WS-CAL-GAP-STATE - an       *
      *    expected gap over closed days is acceptable, a business   *
      *    day with no batch is not. With no CALENDAR dataset every   *
      *    check comes back unchecked, as before the calendar         *
      *    existed. Include CALWS in WORKING-STORAGE alongside this.  *
      *    Include at paragraph level in the PROCEDURE DIVISION.      *
      *----------------------------------------------------------------*

      ****************************************************************
      * Function: Load-Business-Calendar                              *
      *                                                              *
      *           Builds the region working weeks and the holiday    *
      *           table from the CALENDAR cards. A card that cannot  *
      *           be read as a working week or a holiday is skipped  *
      *           with a warning rather than guessed at.              *
      ****************************************************************
       Load-Business-Calendar.

           Move 0 to WS-CAL-REGION-COUNT
           Move 0 to WS-CAL-HOLIDAY-COUNT
           Move 0 to WS-CAL-SKIPPED
           Move 'N' to WS-CAL-LOADED

           Open Input CALENDAR-FILE

           If WS-CALENDAR-STATUS = '00'
             Read CALENDAR-FILE
               At End Set WS-CALENDAR-EOF to true
             End-Read

             Perform Until WS-CALENDAR-EOF
               Perform Add-Calendar-Entry
               Read CALENDAR-FILE
                 At End Set WS-CALENDAR-EOF to true
               End-Read
             End-Perform

             Close CALENDAR-FILE
             Set CALENDAR-IS-LOADED to true

             Display "Business calendar: " WS-CAL-REGION-COUNT
                     " region(s), " WS-CAL-HOLIDAY-COUNT
                     " holiday(s), " WS-CAL-SKIPPED " card(s) skipped"
           Else
             Display "No business calendar - batch-date gaps are "
                     "not checked"
           End-If
           .

      ****************************************************************
      * Function: Add-Calendar-Entry                                  *
      *                                                              *
      *           Validates one CALENDAR card and files it. A blank  *
      *           region is the house calendar, region ****.          *
      ****************************************************************
       Add-Calendar-Entry.

           Move Function Upper-case(CAL-REGION) to WS-CAL-SEARCH-REGION
           If WS-CAL-SEARCH-REGION = Spaces
             Move '****' to WS-CAL-SEARCH-REGION
           End-If

           Evaluate True
             When CALENDAR-RECORD = Spaces
               Continue

             When CAL-REC-WEEK
               Move 0 to WS-CAL-TALLY
               Inspect CAL-WEEK-PATTERN Tallying WS-CAL-TALLY
                 For All 'Y' All 'N'
               If WS-CAL-TALLY Not = 7
                 Display "WARNING: calendar card skipped - region "
                         WS-CAL-SEARCH-REGION " working week '"
                         CAL-WEEK-PATTERN "' is not seven Y/N flags"
                 Add 1 to WS-CAL-SKIPPED
               Else
                 If WS-CAL-SEARCH-REGION = '****'
                   Move CAL-WEEK-PATTERN to WS-CAL-HOUSE-PATTERN
                 Else
                   Perform Register-Calendar-Region
                   If WS-CAL-FOUND-IDX > 0
                     Move CAL-WEEK-PATTERN
                       to WS-CRG-PATTERN(WS-CAL-FOUND-IDX)
                   End-If
                 End-If
               End-If

             When CAL-REC-HOLIDAY
               Move CAL-DATE to WS-CAL-DATE
               Perform Validate-Calendar-Date
               Evaluate True
                 When Not CAL-DATE-IS-VALID
                   Display "WARNING: calendar card skipped - region "
                           WS-CAL-SEARCH-REGION " holiday '" CAL-DATE
                           "' is not a date"
                   Add 1 to WS-CAL-SKIPPED
                 When WS-CAL-HOLIDAY-COUNT >= WS-CAL-HOLIDAY-MAX
                   Display "WARNING: more than " WS-CAL-HOLIDAY-MAX
                           " holidays - region " WS-CAL-SEARCH-REGION
                           " holiday " CAL-DATE " skipped"
                   Add 1 to WS-CAL-SKIPPED
                 When Other
                   Add 1 to WS-CAL-HOLIDAY-COUNT
                   Move CAL-DATE
                     to WS-CHL-DATE(WS-CAL-HOLIDAY-COUNT)
                   Move WS-CAL-SEARCH-REGION
                     to WS-CHL-REGION(WS-CAL-HOLIDAY-COUNT)
                   If WS-CAL-SEARCH-REGION Not = '****'
                     Perform Register-Calendar-Region
                   End-If
               End-Evaluate

             When Other
               Display "WARNING: calendar card skipped - type '"
                       CAL-REC-TYPE "' is neither W nor H"
               Add 1 to WS-CAL-SKIPPED
           End-Evaluate
           .

      ****************************************************************
      * Function: Register-Calendar-Region                            *
      *                                                              *
      *           Finds WS-CAL-SEARCH-REGION in the region table,    *
      *           adding it with the house working week if it is     *
      *           new. WS-CAL-FOUND-IDX is zero when the table is    *
      *           full.                                               *
      ****************************************************************
       Register-Calendar-Region.

           Move 0 to WS-CAL-FOUND-IDX
           Perform Varying WS-CAL-REGION-IDX From 1 by 1
                     Until WS-CAL-REGION-IDX > WS-CAL-REGION-COUNT
                        Or WS-CAL-FOUND-IDX > 0
             If WS-CRG-CODE(WS-CAL-REGION-IDX) = WS-CAL-SEARCH-REGION
               Move WS-CAL-REGION-IDX to WS-CAL-FOUND-IDX
             End-If
           End-Perform

           If WS-CAL-FOUND-IDX = 0
             If WS-CAL-REGION-COUNT < WS-CAL-REGION-MAX
               Add 1 to WS-CAL-REGION-COUNT
               Move WS-CAL-REGION-COUNT to WS-CAL-FOUND-IDX
               Move WS-CAL-SEARCH-REGION
                 to WS-CRG-CODE(WS-CAL-FOUND-IDX)
               Move Spaces to WS-CRG-PATTERN(WS-CAL-FOUND-IDX)
             Else
               Display "WARNING: more than " WS-CAL-REGION-MAX
                       " calendar regions - region "
                       WS-CAL-SEARCH-REGION " ignored"
               Add 1 to WS-CAL-SKIPPED
             End-If
           End-If
           .

      ****************************************************************
      * Function: Validate-Calendar-Date                              *
      *                                                              *
      *           Checks WS-CAL-DATE is a real YYYYMMDD date and     *
      *           turns it into its day number in WS-CAL-DATE-INT -  *
      *           a date that does not come back the same from its   *
      *           day number (31 June, say) is not valid.             *
      ****************************************************************
       Validate-Calendar-Date.

           Move 'N' to WS-CAL-DATE-VALID
           Move 0 to WS-CAL-DATE-INT

           If WS-CAL-DATE is Numeric
           And WS-CAL-DATE(1:4) >= '1601'
           And WS-CAL-DATE(5:2) >= '01' And WS-CAL-DATE(5:2) <= '12'
           And WS-CAL-DATE(7:2) >= '01' And WS-CAL-DATE(7:2) <= '31'
             Move WS-CAL-DATE to WS-CAL-DATE-NUM
             Compute WS-CAL-DATE-INT =
               Function Integer-Of-Date(WS-CAL-DATE-NUM)
             If WS-CAL-DATE-INT > 0
               Compute WS-CAL-CHECK-NUM =
                 Function Date-Of-Integer(WS-CAL-DATE-INT)
               If WS-CAL-CHECK-NUM = WS-CAL-DATE-NUM
                 Move 'Y' to WS-CAL-DATE-VALID
               End-If
             End-If
           End-If
           .

      ****************************************************************
      * Function: Check-Batch-Gap                                     *
      *                                                              *
      *           Measures the gap between the last batch date       *
      *           delivered (WS-CAL-FROM-DATE) and the batch date    *
      *           under check (WS-CAL-TO-DATE): every day strictly   *
      *           between them is either closed - an expected gap -  *
      *           or a business day whose batch never arrived. The   *
      *           verdict is reported here; what to do about it is   *
      *           the caller's.                                       *
      ****************************************************************
       Check-Batch-Gap.

           Set CAL-GAP-UNCHECKED to true
           Move 0 to WS-CAL-MISSING-COUNT
           Move 0 to WS-CAL-CLOSED-COUNT
           Move Spaces to WS-CAL-FIRST-MISSING
           Move Spaces to WS-CAL-LAST-MISSING
           Move 'Y' to WS-CAL-TO-OPEN

           If CALENDAR-IS-LOADED
           And WS-CAL-FROM-DATE Not = Spaces
             Move WS-CAL-FROM-DATE to WS-CAL-DATE
             Perform Validate-Calendar-Date
             Move WS-CAL-DATE-INT to WS-CAL-FROM-INT
             If CAL-DATE-IS-VALID
               Move WS-CAL-TO-DATE to WS-CAL-DATE
               Perform Validate-Calendar-Date
               Move WS-CAL-DATE-INT to WS-CAL-TO-INT
             End-If

             Evaluate True
               When Not CAL-DATE-IS-VALID
                 Set CAL-GAP-BAD-DATE to true
               When WS-CAL-TO-INT <= WS-CAL-FROM-INT
                 Set CAL-GAP-OUT-OF-ORDER to true
               When Other
                 Perform Measure-Batch-Gap
             End-Evaluate

             Perform Report-Batch-Gap
           End-If
           .

      ****************************************************************
      * Function: Measure-Batch-Gap                                   *
      *                                                              *
      *           Walks the days between the two batch dates, then   *
      *           checks the batch date itself is a business day.    *
      ****************************************************************
       Measure-Batch-Gap.

           Move WS-CAL-FROM-INT to WS-CAL-DAY-INT
           Add 1 to WS-CAL-DAY-INT
           Perform Until WS-CAL-DAY-INT >= WS-CAL-TO-INT
             Perform Test-Business-Day
             If CAL-IS-BUSINESS-DAY
               Add 1 to WS-CAL-MISSING-COUNT
               If WS-CAL-FIRST-MISSING = Spaces
                 Move WS-CAL-DATE to WS-CAL-FIRST-MISSING
               End-If
               Move WS-CAL-DATE to WS-CAL-LAST-MISSING
             Else
               Add 1 to WS-CAL-CLOSED-COUNT
             End-If
             Add 1 to WS-CAL-DAY-INT
           End-Perform

           Move WS-CAL-TO-INT to WS-CAL-DAY-INT
           Perform Test-Business-Day
           Move WS-CAL-BUSINESS to WS-CAL-TO-OPEN

           Evaluate True
             When WS-CAL-MISSING-COUNT > 0
               Set CAL-GAP-MISSING to true
             When WS-CAL-CLOSED-COUNT > 0
               Set CAL-GAP-EXPECTED to true
             When Other
               Set CAL-GAP-NONE to true
           End-Evaluate
           .

      ****************************************************************
      * Function: Test-Business-Day                                   *
      *                                                              *
      *           Decides whether day number WS-CAL-DAY-INT is a     *
      *           business day - one on which any region is open.    *
      *           The house calendar is tested first: it stands for  *
      *           every endpoint region with no cards of its own, so *
      *           a holiday in one named region does not close the   *
      *           day for the rest. The named regions are tested     *
      *           next, for a day only they work. Leaves the date    *
      *           itself in WS-CAL-DATE.                              *
      ****************************************************************
       Test-Business-Day.

           Compute WS-CAL-DATE-NUM =
             Function Date-Of-Integer(WS-CAL-DAY-INT)
           Move WS-CAL-DATE-NUM to WS-CAL-DATE
           Compute WS-CAL-WEEKDAY =
             Function Mod(WS-CAL-DAY-INT - 1, 7) + 1

           Move 0 to WS-CAL-REGION-IDX
           Perform Test-Region-Open
           Move WS-CAL-REGION-OPEN to WS-CAL-BUSINESS

           Perform Varying WS-CAL-REGION-IDX From 1 by 1
                     Until WS-CAL-REGION-IDX > WS-CAL-REGION-COUNT
                        Or CAL-IS-BUSINESS-DAY
             Perform Test-Region-Open
             Move WS-CAL-REGION-OPEN to WS-CAL-BUSINESS
           End-Perform
           .

      ****************************************************************
      * Function: Test-Region-Open                                    *
      *                                                              *
      *           Whether region WS-CAL-REGION-IDX (zero for the     *
      *           house calendar) works on WS-CAL-DATE: a working    *
      *           weekday with no holiday for the region or for      *
      *           every region.                                       *
      ****************************************************************
       Test-Region-Open.

           Move WS-CAL-HOUSE-PATTERN to WS-CAL-PATTERN
           Move '****' to WS-CAL-SEARCH-REGION
           If WS-CAL-REGION-IDX > 0
             Move WS-CRG-CODE(WS-CAL-REGION-IDX)
               to WS-CAL-SEARCH-REGION
             If WS-CRG-PATTERN(WS-CAL-REGION-IDX) Not = Spaces
               Move WS-CRG-PATTERN(WS-CAL-REGION-IDX)
                 to WS-CAL-PATTERN
             End-If
           End-If

           Move 'N' to WS-CAL-REGION-OPEN
           If WS-CAL-PATTERN(WS-CAL-WEEKDAY:1) = 'Y'
             Move 'Y' to WS-CAL-REGION-OPEN
             Perform Varying WS-CAL-HOLIDAY-IDX From 1 by 1
                       Until WS-CAL-HOLIDAY-IDX > WS-CAL-HOLIDAY-COUNT
                          Or Not CAL-REGION-IS-OPEN
               If WS-CHL-DATE(WS-CAL-HOLIDAY-IDX) = WS-CAL-DATE
               And (WS-CHL-REGION(WS-CAL-HOLIDAY-IDX) = '****'
                 Or WS-CHL-REGION(WS-CAL-HOLIDAY-IDX)
                      = WS-CAL-SEARCH-REGION)
                 Move 'N' to WS-CAL-REGION-OPEN
               End-If
             End-Perform
           End-If
           .

      ****************************************************************
      * Function: Report-Batch-Gap                                    *
      ****************************************************************
       Report-Batch-Gap.

           Evaluate True
             When CAL-GAP-BAD-DATE
               Display "ERROR: batch date " WS-CAL-TO-DATE
                       " or the batch date before it "
                       WS-CAL-FROM-DATE " is not a calendar date"
             When CAL-GAP-OUT-OF-ORDER
               Display "ERROR: batch date " WS-CAL-TO-DATE
                       " is not after the batch date before it "
                       WS-CAL-FROM-DATE
             When CAL-GAP-MISSING
               Display "ERROR: batch date " WS-CAL-TO-DATE
                       " follows " WS-CAL-FROM-DATE " but "
                       WS-CAL-MISSING-COUNT
                       " business day(s) between have no batch"
               Display "       missing " WS-CAL-FIRST-MISSING
                       " through " WS-CAL-LAST-MISSING
             When CAL-GAP-EXPECTED
               Display "Batch date " WS-CAL-TO-DATE " follows "
                       WS-CAL-FROM-DATE " over " WS-CAL-CLOSED-COUNT
                       " closed day(s) - expected gap"
           End-Evaluate

           If Not CAL-TO-IS-BUSINESS-DAY
             Display "WARNING: batch date " WS-CAL-TO-DATE
                     " is not a business day on the calendar"
           End-If
           .
