      *----------------------------------------------------------------*
      *                                                                *
      *    B A L W S                                                   *
      *                                                                *
      *    Working-storage companion to the BALLOG procedure          *
      *    copybook: this run's account balance totals as they        *
      *    accumulate, by account type and by up to four categories   *
      *    the step names in WS-BAL-CATEGORY-CODES. Include once in   *
      *    WORKING-STORAGE of any program that copies BALLOG into its *
      *    PROCEDURE DIVISION, alongside RUNLWS; the program must     *
      *    also declare BALANCE-LEDGER-FILE (ASSIGN TO BALLEDG,       *
      *    extended) with a BALREC record.                            *
      *----------------------------------------------------------------*
       01  WS-BALLEDG-STATUS        Pic XX Value Spaces.

      ******************************************************
      * The step sets its stage and category codes before
      * it counts anything; bucket n of every type entry
      * totals category code n.
      ******************************************************
       01  WS-BAL-STAGE             Pic X(4)  Value Spaces.
       01  WS-BAL-CATEGORY-CODES.
           05 WS-BAL-CATEGORY-CODE  Pic X(4)  Occurs 4 Times
                                    Value Spaces.

      ******************************************************
      * Totals by account type, in the order types are
      * first met. Types past the 50th are folded into the
      * last entry as *OTHER* rather than lost.
      ******************************************************
       01  WS-BAL-TYPE-COUNT        Pic 9(4) Binary Value 0.
       01  WS-BAL-TYPE-TABLE.
           05 WS-BAL-TYPE-ENTRY     Occurs 50 Times.
              10 WS-BAL-TYPE        Pic X(10).
              10 WS-BAL-BUCKET      Occurs 4 Times.
                 15 WS-BAL-COUNT    Pic 9(9).
                 15 WS-BAL-AMOUNT   Pic S9(13)V99.

      ******************************************************
      * Add-Balance-Amount parameters and work fields.
      ******************************************************
       01  WS-BAL-ADD-TYPE          Pic X(10) Value Spaces.
       01  WS-BAL-ADD-AMOUNT        Pic S9(13)V99 Value 0.
       01  WS-BAL-ADD-BUCKET        Pic 9(4) Binary Value 0.
       01  WS-BAL-TYPE-IDX          Pic 9(4) Binary Value 0.
       01  WS-BAL-BUCKET-IDX        Pic 9(4) Binary Value 0.
       01  WS-BAL-FOUND-IDX         Pic 9(4) Binary Value 0.
