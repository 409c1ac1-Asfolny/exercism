      * Puts the next link on a compliance-log record. The link it
      * follows is read back off the log on every write - the last
      * link on file, or the anchor seed when the log holds none yet
      * - and never carried over in memory: several programs append
      * to the same log in a night, and a link remembered from
      * earlier in the run would fork the chain behind whatever
      * another writer appended since. Callers write and close each
      * record before chaining the next, so the read-back sees it.
       CHAIN-LOG-RECORD SECTION.
           MOVE WS-CHAIN-LOG-DSN TO WS-CHAIN-SCAN-DSN
           PERFORM LOAD-LOG-CHAIN-SEED
           PERFORM COMPUTE-LOG-CHAIN-HASH
           MOVE WS-CHAIN-HASH TO WS-CHAIN-RECORD(WS-CHAIN-HASH-POS:18)
           EXIT.

      * Two positional remainder hashes over the previous link and
      * the record's content, side by side - enough that an edited,
      * dropped or inserted record cannot be made to fit the chain
      * by hand; not a cryptographic digest.
       COMPUTE-LOG-CHAIN-HASH SECTION.
           COMPUTE WS-CHAIN-HASH-POS = WS-CHAIN-RECORD-LEN - 17
           COMPUTE WS-CHAIN-CONTENT-LEN = WS-CHAIN-RECORD-LEN - 18
           MOVE WS-CHAIN-PREV-A TO WS-CHAIN-ACCUM-A
           MOVE WS-CHAIN-PREV-B TO WS-CHAIN-ACCUM-B
           PERFORM VARYING WS-CHAIN-IDX FROM 1 BY 1
                   UNTIL WS-CHAIN-IDX > WS-CHAIN-CONTENT-LEN
               COMPUTE WS-CHAIN-ACCUM-A = FUNCTION MOD(
                   WS-CHAIN-ACCUM-A * 257 +
                   FUNCTION ORD(WS-CHAIN-RECORD(WS-CHAIN-IDX:1)),
                   999999937)
               COMPUTE WS-CHAIN-ACCUM-B = FUNCTION MOD(
                   WS-CHAIN-ACCUM-B * 263 + WS-CHAIN-IDX +
                   FUNCTION ORD(WS-CHAIN-RECORD(WS-CHAIN-IDX:1)),
                   999999929)
           END-PERFORM
           MOVE WS-CHAIN-ACCUM-A TO WS-CHAIN-HASH-A
           MOVE WS-CHAIN-ACCUM-B TO WS-CHAIN-HASH-B
           EXIT.

      * Last link on the log named in WS-CHAIN-SCAN-DSN, read with
      * WS-CHAIN-RECORD-LEN; a log with no linked record yet starts
      * from its anchor seed, or from zero.
       LOAD-LOG-CHAIN-SEED SECTION.
           MOVE ZEROS TO WS-CHAIN-PREV-HASH
           MOVE 0 TO WS-CHAIN-RECORDS
           MOVE 'N' TO WS-CHAIN-FOUND
           COMPUTE WS-CHAIN-HASH-POS = WS-CHAIN-RECORD-LEN - 17
           OPEN INPUT LOG-CHAIN-SCAN-FILE
           IF WS-CHAIN-SCAN-STATUS = '00'
               MOVE 'N' TO WS-CHAIN-EOF
               PERFORM UNTIL WS-CHAIN-EOF = 'Y'
                   READ LOG-CHAIN-SCAN-FILE
                       AT END
                           MOVE 'Y' TO WS-CHAIN-EOF
                       NOT AT END
                           ADD 1 TO WS-CHAIN-RECORDS
                           IF CHAIN-SCAN-LINE(WS-CHAIN-HASH-POS:18)
                              IS NUMERIC
                               MOVE CHAIN-SCAN-LINE
                                    (WS-CHAIN-HASH-POS:18)
                                 TO WS-CHAIN-PREV-HASH
                               MOVE 'Y' TO WS-CHAIN-FOUND
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOG-CHAIN-SCAN-FILE
           END-IF
           IF WS-CHAIN-FOUND = 'N'
               MOVE 'L' TO WS-CHAIN-FIND-KIND
               PERFORM FIND-LOG-CHAIN-ANCHOR
               IF WS-CHAIN-ANCHOR-FOUND = 'Y'
                   MOVE ANC-SEED-HASH TO WS-CHAIN-PREV-HASH
               END-IF
           END-IF
           EXIT.

      * Latest anchor entry of kind WS-CHAIN-FIND-KIND for the DSN in
      * WS-CHAIN-SCAN-DSN, left in WS-CHAIN-ANCHOR-ENTRY.
       FIND-LOG-CHAIN-ANCHOR SECTION.
           PERFORM RESOLVE-LOG-CHAIN-ANCHOR-DSN
           MOVE 'N' TO WS-CHAIN-ANCHOR-FOUND
           OPEN INPUT LOG-CHAIN-ANCHOR-FILE
           IF WS-CHAIN-ANCHOR-STATUS NOT = '00'
               GO TO FIND-LOG-CHAIN-ANCHOR-EXIT
           END-IF
           MOVE 'N' TO WS-CHAIN-EOF
           PERFORM UNTIL WS-CHAIN-EOF = 'Y'
               READ LOG-CHAIN-ANCHOR-FILE INTO WS-CHAIN-ANCHOR-ENTRY
                   AT END
                       MOVE 'Y' TO WS-CHAIN-EOF
                   NOT AT END
                       IF ANC-KIND = WS-CHAIN-FIND-KIND
                          AND ANC-LOG-DSN = WS-CHAIN-SCAN-DSN
                           MOVE WS-CHAIN-ANCHOR-ENTRY
                             TO WS-CHAIN-ANCHOR-HOLD
                           MOVE 'Y' TO WS-CHAIN-ANCHOR-FOUND
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOG-CHAIN-ANCHOR-FILE
           IF WS-CHAIN-ANCHOR-FOUND = 'Y'
               MOVE WS-CHAIN-ANCHOR-HOLD TO WS-CHAIN-ANCHOR-ENTRY
           END-IF.
       FIND-LOG-CHAIN-ANCHOR-EXIT.
           EXIT.

      * Callers fill WS-CHAIN-ANCHOR-ENTRY before PERFORM.
       WRITE-LOG-CHAIN-ANCHOR SECTION.
           PERFORM RESOLVE-LOG-CHAIN-ANCHOR-DSN
           OPEN EXTEND LOG-CHAIN-ANCHOR-FILE
           IF WS-CHAIN-ANCHOR-STATUS NOT = '00'
               OPEN OUTPUT LOG-CHAIN-ANCHOR-FILE
           END-IF
           WRITE CHAIN-ANCHOR-LINE FROM WS-CHAIN-ANCHOR-ENTRY
           CLOSE LOG-CHAIN-ANCHOR-FILE
           EXIT.

       RESOLVE-LOG-CHAIN-ANCHOR-DSN SECTION.
           ACCEPT WS-CHAIN-ENV FROM ENVIRONMENT
                  'LOG_CHAIN_ANCHOR_FILE'
           IF WS-CHAIN-ENV NOT = SPACES
               MOVE WS-CHAIN-ENV TO WS-CHAIN-ANCHOR-DSN
           END-IF
           EXIT.
