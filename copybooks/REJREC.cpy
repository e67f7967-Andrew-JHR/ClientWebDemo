      *    and resubmit without going back to the upstream feed      *
      *    (the record's client key sits in image bytes 2-11).       *
      *    Written by CLTEDIT and read back by EXCPRPT. Included     *
      *    under an 01 in the FD for the REJECTS dataset, and for     *
      *    REJHELD, where REJCORR holds the rejects still waiting on  *
      *    a fix from one day to the next.                            *
      *                                                                *
      *    A reject whose client has been erased is tombstoned by     *
      *    CLTPURG: reason ERAS, personal fields of the image filled  *
      *    with asterisks. It is kept for the record count only and  *
      *    is never reworked.                                          *
      *                                                                *
      *    A client the server itself refused for its data (its       *
      *    error catalog disposition F) is appended by SUSPRSB,       *
      *    children and all: reason SRVR, the server's message as     *
      *    the reason text. REJCORR re-sends it only once correction  *
      *    cards name its key.                                         *
      *----------------------------------------------------------------*
           05 REJ-REASON-CODE       Pic X(4).
              88 REJ-ERASED                Value 'ERAS'.
              88 REJ-SERVER-REFUSED        Value 'SRVR'.
           05 REJ-REASON-TEXT       Pic X(30).
           05 REJ-RECORD-IMAGE      Pic X(165).
