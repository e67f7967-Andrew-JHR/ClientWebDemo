      *    not be posted, written by HTTPSCNW and read back by the     *
      *    resubmission driver SUSPRSB. Included under an 01 in the    *
      *    FD for the SUSPNS dataset.                                  *
      *                                                                *
      *    When the server answered with an error reply, the error    *
      *    code and message it gave are carried with the disposition  *
      *    the ERRCAT error catalog assigned them: R retry, F the     *
      *    data needs fixing (SUSPRSB routes it to REJECTS), E         *
      *    escalate (SUSPRSB dead-letters it at once). A blank         *
      *    disposition - a transport failure, or a record written     *
      *    before the catalog existed - is treated as retryable.      *
      *----------------------------------------------------------------*
           05 SUSPNS-KEY            Pic X(10).
           05 SUSPNS-RETCODE-TEXT   Pic X(30).
           05 SUSPNS-RSNCODE-TEXT   Pic X(30).
           05 SUSPNS-TIMESTAMP      Pic X(21).
           05 SUSPNS-ERROR-CODE     Pic X(20).
           05 SUSPNS-DISPOSITION    Pic X(1).
              88 SUSPNS-DISP-RETRY         Values 'R' ' '.
              88 SUSPNS-DISP-DATA-FIX      Value 'F'.
              88 SUSPNS-DISP-ESCALATE      Value 'E'.
           05 SUSPNS-ERROR-MESSAGE  Pic X(40).
