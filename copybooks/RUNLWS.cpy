      *----------------------------------------------------------------*
      *                                                                *
      *    R U N L W S                                                 *
      *                                                                *
      *    Working-storage companion to the RUNLOG procedure          *
      *    copybook: this run's ledger entry as it accumulates, the   *
      *    step-predecessor map, and the work areas for the          *
      *    predecessor check. Include once in WORKING-STORAGE of any  *
      *    program that copies RUNLOG into its PROCEDURE DIVISION;    *
      *    the program must also declare the ledger files as          *
      *    RUN-LEDGER-FILE (ASSIGN TO RUNLEDG, extended) and          *
      *    RUN-HISTORY-FILE (ASSIGN TO RUNHIST, read), each with a    *
      *    RUNLREC record - the history DD concatenates the main      *
      *    ledger and the HTTPSCNW partition ledgers.                 *
      *----------------------------------------------------------------*
       01  WS-RUNLEDG-STATUS        Pic XX Value Spaces.
       01  WS-RUNHIST-STATUS        Pic XX Value Spaces.
       01  WS-EOF-RUNHIST           Pic X  Value 'N'.
           88 WS-RUNHIST-EOF               Value 'Y'.

      ******************************************************
      * This run's ledger entry. The step sets its name at
      * start, the batch date once it knows it, and its key
      * counts just before Write-Run-Ledger-Record; a step
      * with no batch header of its own inherits the date of
      * the latest batch CLTEDIT released.
      ******************************************************
       01  WS-RUN-STEP              Pic X(8)  Value Spaces.
       01  WS-RUN-BATCH-DATE        Pic X(8)  Value Spaces.
       01  WS-RUN-PART-NUM          Pic 9(3)  Value 1.
       01  WS-RUN-PART-TOTAL        Pic 9(3)  Value 1.
       01  WS-RUN-START-TIMESTAMP   Pic X(21) Value Spaces.
       01  WS-RUN-COUNT-IN          Pic 9(9)  Value 0.
       01  WS-RUN-COUNT-OUT         Pic 9(9)  Value 0.
       01  WS-RUN-COUNT-EXCEPTION   Pic 9(9)  Value 0.
       01  WS-RUN-INPUT-SIGNATURE   Pic 9(18) Value 0.
       01  WS-RUN-REFUSED           Pic X  Value 'N'.
           88 RUN-IS-REFUSED               Value 'Y'.

      ******************************************************
      * Step-predecessor map: which step must have finished
      * cleanly for the same batch date before a step may
      * run. Enforced entries make Check-Predecessor-Run
      * refuse the date; the report-only entry is just
      * flagged by RUNRPT, since PARTMRG exists precisely
      * to report partitions that did not finish.
      ******************************************************
       01  WS-PRED-MAP-VALUES.
           05 Filler                Pic X(17) Value
                                    'CLTEDIT CLTDELTAY'.
           05 Filler                Pic X(17) Value
                                    'HTTPSCNWCLTEDIT Y'.
           05 Filler                Pic X(17) Value
                                    'HTTPSVFYCLTEDIT Y'.
           05 Filler                Pic X(17) Value
                                    'PARTMRG HTTPSCNWN'.
           05 Filler                Pic X(17) Value
                                    'SUSPRSB HTTPSCNWY'.
           05 Filler                Pic X(17) Value
                                    'RESPXRF HTTPSCNWY'.
           05 Filler                Pic X(17) Value
                                    'CLTVRFY HTTPSVFYY'.
           05 Filler                Pic X(17) Value
                                    'INVRECN HTTPSINVY'.
           05 Filler                Pic X(17) Value
                                    'CLTRMED CLTVRFY Y'.
       01  WS-PRED-MAP-TABLE Redefines WS-PRED-MAP-VALUES.
           05 WS-PRED-MAP-ENTRY     Occurs 9 Times
                                    Indexed by PRED-MAP-INX.
              10 WS-PRED-MAP-STEP   Pic X(8).
              10 WS-PRED-MAP-PRED   Pic X(8).
              10 WS-PRED-MAP-ENFORCE Pic X.
                 88 PRED-MAP-ENFORCED      Value 'Y'.

      ******************************************************
      * Predecessor check work areas. The latest completion
      * code is kept per partition of the predecessor step,
      * so a partition rerun supersedes its own failure and
      * a partition that never reported keeps the whole date
      * unfinished.
      ******************************************************
       01  WS-PRED-STEP             Pic X(8)  Value Spaces.
       01  WS-PRED-STATE            Pic X  Value 'C'.
           88 PREDECESSOR-IS-CLEAN         Value 'C'.
           88 PREDECESSOR-NOT-FINISHED     Value 'N'.
       01  WS-PRED-PARTS-EXPECTED   Pic 9(3)  Value 0.
       01  WS-PRED-PART-IDX         Pic 9(9) Binary Value 0.
       01  WS-PRED-PART-TABLE.
           05 WS-PRED-PART-ENTRY    Occurs 999 Times.
              10 WS-PRED-PART-SEEN  Pic X.
              10 WS-PRED-PART-RC    Pic 9(4).
       01  WS-PRED-PART-EDIT        Pic ZZ9.
       01  WS-PRED-RC-EDIT          Pic ZZZ9.
