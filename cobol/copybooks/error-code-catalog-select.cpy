      * Shared error-code catalog - the one list of codes every
      * program logs on SUITE-ERROR-LOG, with the severity, owning
      * team, short text, operator runbook action and whether the
      * night's stream may carry on past it.
           SELECT ERROR-CODE-CATALOG-FILE ASSIGN TO
               DYNAMIC WS-ECC-CATALOG-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ECC-CATALOG-STATUS.
