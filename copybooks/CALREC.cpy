      *----------------------------------------------------------------*
      *                                                                *
      *    C A L R E C                                                 *
      *                                                                *
      *    Business-calendar card. A W card gives a region's working  *
      *    week - seven Y/N flags in columns 17-23, Monday first. An  *
      *    H card closes a region for the date in columns 8-15. The   *
      *    region is the routing endpoint code in columns 3-6 (see    *
      *    HTTPSCNW's ROUTECTL); region **** is the house calendar -  *
      *    its W card is the working week of every region without    *
      *    one of its own, and its H cards close every region. A day *
      *    is a business day, on which upstream sends a batch, when  *
      *    any region is working. Description in columns 25-54.      *
      *    Read through the CALCHK procedure copybook. Included       *
      *    under an 01 in the FD for the CALENDAR dataset.            *
      *----------------------------------------------------------------*
           05 CAL-REC-TYPE          Pic X(1).
              88 CAL-REC-WEEK              Value 'W'.
              88 CAL-REC-HOLIDAY           Value 'H'.
           05 Filler                Pic X(1).
           05 CAL-REGION            Pic X(4).
           05 Filler                Pic X(1).
           05 CAL-DATE              Pic X(8).
           05 Filler                Pic X(1).
           05 CAL-WEEK-PATTERN      Pic X(7).
           05 Filler                Pic X(1).
           05 CAL-DESCRIPTION       Pic X(30).
           05 Filler                Pic X(26).
