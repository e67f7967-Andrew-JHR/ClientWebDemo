      *----------------------------------------------------------------*
      *                                                                *
      *    D I S C R E C                                               *
      *                                                                *
      *    Machine-readable verification discrepancy record. One      *
      *    record per finding on the CLTVRFY discrepancy report: the  *
      *    client key, what kind of finding it is, the field label   *
      *    and both sides' values, and the verify run's cutoff date.  *
      *    Written by CLTVRFY and read back by the remediation step   *
      *    CLTRMED. Included under an 01 in the FD for the DISCOUT   *
      *    dataset.                                                    *
      *----------------------------------------------------------------*
           05 DSC-KEY               Pic X(10).
           05 DSC-KIND              Pic X(1).
              88 DSC-FIELD-MISMATCH        Value 'M'.
              88 DSC-NO-REPLY              Value 'N'.
              88 DSC-STALE-REPLY           Value 'S'.
           05 DSC-FIELD             Pic X(8).
           05 DSC-OURS-VALUE        Pic X(40).
           05 DSC-THEIRS-VALUE      Pic X(40).
           05 DSC-RUN-DATE          Pic X(8).
           05 Filler                Pic X(13).
