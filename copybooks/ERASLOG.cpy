      *----------------------------------------------------------------*
      *                                                                *
      *    E R A S L O G                                               *
      *                                                                *
      *    Erasure evidence record. CLTPURG writes one record per     *
      *    erased client per dataset it examined: the server DELETE   *
      *    that confirmed the erasure (AUDIT timestamp, HTTP code and *
      *    endpoint), each live dataset purged, scrubbed, tombstoned  *
      *    or retained, and each archive generation scrubbed - with   *
      *    the records found for the key, the records changed, and   *
      *    the outcome. The dataset is permanent and append-only; it *
      *    is the evidence trail the erasure certificate is printed  *
      *    from and is never aged off by RETARCH. Included under an  *
      *    01 in the FD for the ERASLOG dataset.                       *
      *----------------------------------------------------------------*
           05 ERL-KEY               Pic X(10).
           05 ERL-REFERENCE         Pic X(20).
           05 ERL-REQUEST-DATE      Pic X(8).
           05 ERL-KIND              Pic X(1).
              88 ERL-KIND-SERVER           Value 'S'.
              88 ERL-KIND-DATASET          Value 'D'.
              88 ERL-KIND-ARCHIVE          Value 'A'.
           05 ERL-DATASET           Pic X(17).
           05 ERL-RECORDS-FOUND     Pic 9(7).
           05 ERL-RECORDS-CHANGED   Pic 9(7).
           05 ERL-OUTCOME           Pic X(30).
           05 ERL-HTTP-CODE         Pic 9(3).
           05 ERL-ENDPOINT          Pic X(4).
           05 ERL-TIMESTAMP         Pic X(21).
           05 Filler                Pic X(12).
