      *----------------------------------------------------------------*
      *                                                                *
      *    R U N L R E C                                               *
      *                                                                *
      *    Run-history ledger record. One record is appended at the   *
      *    end of every step of the client batch stream: the step     *
      *    name, the CTLREC batch date the run worked on, the         *
      *    partition for HTTPSCNW instances (partition 1 of 1 for     *
      *    every other step), start and end times, the step's key     *
      *    counts in/out/exceptions, an input signature where the     *
      *    step has one, and the completion code the step set. A     *
      *    run that refused its batch date because the predecessor   *
      *    step had not finished cleanly is written with RUN-REFUSED  *
      *    set. Written through the RUNLOG procedure copybook and     *
      *    read back by RUNLOG and the ledger report RUNRPT.          *
      *    Included under an 01 in the FD for the ledger dataset.     *
      *----------------------------------------------------------------*
           05 RUN-STEP              Pic X(8).
           05 RUN-BATCH-DATE        Pic X(8).
           05 RUN-PART-NUM          Pic 9(3).
           05 RUN-PART-TOTAL        Pic 9(3).
           05 RUN-START-TIMESTAMP   Pic X(21).
           05 RUN-END-TIMESTAMP     Pic X(21).
           05 RUN-COUNT-IN          Pic 9(9).
           05 RUN-COUNT-OUT         Pic 9(9).
           05 RUN-COUNT-EXCEPTION   Pic 9(9).
           05 RUN-INPUT-SIGNATURE   Pic 9(18).
           05 RUN-COMPLETION-CODE   Pic 9(4).
           05 RUN-REFUSED           Pic X(1).
              88 RUN-WAS-REFUSED           Value 'Y'.
           05 Filler                Pic X(36).
