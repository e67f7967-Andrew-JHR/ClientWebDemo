      *----------------------------------------------------------------*
      *                                                                *
      *    E R A S R E Q                                               *
      *                                                                *
      *    Right-to-erasure request card. One card per client to be   *
      *    erased end to end: our client key in columns 1-10, the     *
      *    privacy case reference in columns 12-31, and the date the  *
      *    request was received (YYYYMMDD) in columns 33-40 - only a  *
      *    server DELETE on or after that date counts as confirming   *
      *    it. Read by CLTERAS, which builds the erasure extract, and *
      *    by CLTPURG, which purges and certifies. Included under an  *
      *    01 in the FD for the ERASREQ dataset.                       *
      *----------------------------------------------------------------*
           05 ERQ-KEY               Pic X(10).
           05 Filler                Pic X(1).
           05 ERQ-REFERENCE         Pic X(20).
           05 Filler                Pic X(1).
           05 ERQ-DATE              Pic X(8).
           05 Filler                Pic X(40).
