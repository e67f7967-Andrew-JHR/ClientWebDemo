      *----------------------------------------------------------------*
      *                                                                *
      *    C H G R E C                                                 *
      *                                                                *
      *    Field-level client change-history record. CLTDELTA writes  *
      *    one record per field it sends the server a new value for: *
      *    every changed client, contact or account field of a PUT,  *
      *    every populated field of a new client's POST, and the     *
      *    parent fields of a DELETE - our key, the record type and  *
      *    the child it belongs to (contact name or account number), *
      *    the field, the old and new values, and the batch date.    *
      *    Records are written pending; CHGMARK marks them delivered *
      *    with the AUDIT timestamp, HTTP code and endpoint of the   *
      *    call that confirmed them. The dataset is permanent - it   *
      *    is never aged off by RETARCH. Read back by the change     *
      *    inquiry CHGINQ. Included under an 01 in the FD for the    *
      *    change-history dataset.                                    *
      *----------------------------------------------------------------*
           05 CHG-KEY                 Pic X(10).
           05 CHG-BATCH-DATE          Pic X(8).
           05 CHG-TXN-TYPE            Pic X(1).
              88 CHG-TXN-POST                Value 'P'.
              88 CHG-TXN-PUT                 Value 'U'.
              88 CHG-TXN-DELETE              Value 'D'.
           05 CHG-REC-TYPE            Pic X(1).
              88 CHG-REC-CLIENT              Value 'C'.
              88 CHG-REC-CONTACT             Value 'N'.
              88 CHG-REC-ACCOUNT             Value 'A'.
           05 CHG-CHILD-ID            Pic X(30).
           05 CHG-FIELD               Pic X(12).
           05 CHG-OLD-VALUE           Pic X(40).
           05 CHG-NEW-VALUE           Pic X(40).
           05 CHG-DELIVERY            Pic X(1).
              88 CHG-PENDING                 Value 'P'.
              88 CHG-DELIVERED               Value 'D'.
           05 CHG-DELIVERED-TIMESTAMP Pic X(21).
           05 CHG-DELIVERED-CODE      Pic 9(3).
           05 CHG-DELIVERED-ENDPOINT  Pic X(4).
           05 Filler                  Pic X(9).
