      * Chain hashing for the compliance logs - ALLERGY-AUDIT,
      * DEIDENTIFY-AUDIT, DATA-LINEAGE and CONSOLE-ACCESS. The anchor
      * file holds the seal of every archive cut and the seed each
      * live log carries on from; the scan file reads any of the
      * logs to find the last link already on file.
           SELECT LOG-CHAIN-ANCHOR-FILE ASSIGN TO
               DYNAMIC WS-CHAIN-ANCHOR-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CHAIN-ANCHOR-STATUS.
           SELECT LOG-CHAIN-SCAN-FILE ASSIGN TO
               DYNAMIC WS-CHAIN-SCAN-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CHAIN-SCAN-STATUS.
