      *----------------------------------------------------------------*
      *                                                                *
      *    B A L R E C                                                 *
      *                                                                *
      *    Balance-ledger record. Every money-moving step of the      *
      *    client batch stream appends, as it finishes, one record    *
      *    per account type and category it counted: the account     *
      *    records and the sum of their ACT-BALANCE. The stage says   *
      *    which step and which flavour of run counted them - EDIT    *
      *    (CLTEDIT), POST / SUPP / RMED / RTRY (HTTPSCNW posting the *
      *    clean extract, a REJCORR supplemental, a CLTRMED           *
      *    remediation or a SUSPRSB retry extract) and RSUB           *
      *    (SUSPRSB). The run start time identifies the run, so a     *
      *    rerun supersedes the figures of the run before it. A run   *
      *    that counted nothing still writes zero records with a      *
      *    blank account type. SUSPRSB counts a suspended key the     *
      *    server refused as a data fault under FIXR - it goes to     *
      *    REJECTS for correction, not back to the server. Written    *
      *    through the BALLOG procedure copybook and read by the      *
      *    FINBAL balancing report.                                   *
      *    Included under an 01 in the FD for the ledger dataset.     *
      *----------------------------------------------------------------*
           05 BAL-BATCH-DATE        Pic X(8).
           05 BAL-STEP              Pic X(8).
           05 BAL-PART-NUM          Pic 9(3).
           05 BAL-PART-TOTAL        Pic 9(3).
           05 BAL-RUN-TIMESTAMP     Pic X(21).
           05 BAL-STAGE             Pic X(4).
              88 BAL-STAGE-EDIT            Value 'EDIT'.
              88 BAL-STAGE-POST            Value 'POST'.
              88 BAL-STAGE-SUPP            Value 'SUPP'.
              88 BAL-STAGE-RMED            Value 'RMED'.
              88 BAL-STAGE-RTRY            Value 'RTRY'.
              88 BAL-STAGE-RSUB            Value 'RSUB'.
           05 BAL-CATEGORY          Pic X(4).
              88 BAL-CAT-SOURCE            Value 'SRCE'.
              88 BAL-CAT-PASSED            Value 'PASS'.
              88 BAL-CAT-REJECTED          Value 'REJT'.
              88 BAL-CAT-POSTED            Value 'POST'.
              88 BAL-CAT-SUSPENDED         Value 'SUSP'.
              88 BAL-CAT-SKIPPED           Value 'SKIP'.
              88 BAL-CAT-NOT-SENT          Value 'UNSN'.
              88 BAL-CAT-CARRIED           Value 'SUSI'.
              88 BAL-CAT-RESUBMITTED       Value 'RSUB'.
              88 BAL-CAT-DEAD-LETTERED     Value 'DLTR'.
              88 BAL-CAT-ROUTED-TO-REJECTS Value 'FIXR'.
           05 BAL-ACCT-TYPE         Pic X(10).
           05 BAL-ACCOUNT-COUNT     Pic 9(9).
           05 BAL-AMOUNT            Pic S9(13)V99.
           05 Filler                Pic X(15).
