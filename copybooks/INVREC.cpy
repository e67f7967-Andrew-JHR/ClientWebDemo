      *----------------------------------------------------------------*
      *                                                                *
      *    I N V R E C                                                 *
      *                                                                *
      *    Server inventory record: one per resource the server       *
      *    listed on an HTTPSCNW INVENTORY sweep, written by INVRECN. *
      *    The endpoint it was listed on, its server id and status,   *
      *    and our client key when one resolves to it - through the   *
      *    cross-reference master (X), because the server id is our  *
      *    own client key (K), or by a unique name and email match   *
      *    on the client master (M). A blank key is a server orphan.  *
      *    A resource for a key already held by another resource is  *
      *    flagged duplicate. Included under an 01 in the FD for the  *
      *    inventory dataset.                                         *
      *----------------------------------------------------------------*
           05 INV-ENDPOINT          Pic X(4).
           05 INV-SERVER-ID         Pic X(24).
           05 INV-KEY               Pic X(10).
           05 INV-MATCH             Pic X(1).
              88 INV-MATCH-XREF            Value 'X'.
              88 INV-MATCH-KEY-ID          Value 'K'.
              88 INV-MATCH-NAME-EMAIL      Value 'M'.
              88 INV-MATCH-NONE            Value ' '.
           05 INV-STATUS            Pic X(12).
           05 INV-PAGE              Pic 9(6).
           05 INV-LISTED-TIMESTAMP  Pic X(21).
           05 INV-DUPLICATE         Pic X(1).
              88 INV-IS-DUPLICATE          Value 'Y'.
           05 Filler                Pic X(21).
