      *----------------------------------------------------------------*
      *                                                                *
      *    E R R C R E C                                               *
      *                                                                *
      *    Error-catalog card. One card per server failure the        *
      *    catalog knows how to handle: the HTTP status in columns    *
      *    1-3 (exact, a class such as 4XX, or *** for any status),   *
      *    the server's error code from the reply body in columns     *
      *    5-24 (exact, or * for any code), the disposition in        *
      *    column 26 and a description in columns 28-67. The most     *
      *    specific card wins - an exact code before a wildcard one,  *
      *    then an exact status before a class before any. A failure  *
      *    no card matches stays retryable. Read by HTTPSCNW.         *
      *    Included under an 01 in the FD for the ERRCAT dataset.     *
      *----------------------------------------------------------------*
           05 ERC-HTTP-STATUS       Pic X(3).
           05 Filler                Pic X(1).
           05 ERC-ERROR-CODE        Pic X(20).
           05 Filler                Pic X(1).
           05 ERC-DISPOSITION       Pic X(1).
              88 ERC-DISP-RETRY            Value 'R'.
              88 ERC-DISP-DATA-FIX         Value 'F'.
              88 ERC-DISP-ESCALATE         Value 'E'.
              88 ERC-DISP-VALID            Values 'R' 'F' 'E'.
           05 Filler                Pic X(1).
           05 ERC-DESCRIPTION       Pic X(40).
           05 Filler                Pic X(13).
