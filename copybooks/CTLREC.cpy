      *    The key hash total is the sum of each client key's hash   *
      *    value - see the KEYHASH procedure copybook, which every    *
      *    program that writes or balances control records shares.    *
      *                                                                *
      *    The trailer also carries the money total - the sum of     *
      *    ACT-BALANCE over the account records between header and   *
      *    trailer - on every extract this system writes; an         *
      *    upstream trailer that leaves it blank is simply not       *
      *    balanced on it. The header names what kind of extract     *
      *    follows: the day's clean extract (blank), a REJCORR       *
      *    supplemental (S) or a CLTRMED remediation (R), so the     *
      *    balance ledger can keep each posting run apart.           *
      *----------------------------------------------------------------*
           05 CTL-REC-TYPE            Pic X(1).
              88 CTL-REC-HEADER              Value 'H'.
           05 CTL-BATCH-DATE          Pic X(8).
           05 CTL-RECORD-COUNT        Pic 9(9).
           05 CTL-KEY-HASH-TOTAL      Pic 9(18).
           05 CTL-BALANCE-TOTAL       Pic S9(15)V99.
           05 CTL-EXTRACT-KIND        Pic X(1).
              88 CTL-KIND-CLEAN              Value Space.
              88 CTL-KIND-SUPPLEMENT         Value 'S'.
              88 CTL-KIND-REMEDIATION        Value 'R'.
           05 Filler                  Pic X(111).
