               MOVE WS-FEED-GUARD-NAME TO SERR-PROGRAM-ID
               MOVE WS-FEED-GUARD-DATA-DSN(1:20) TO SERR-KEY-FIELD
               MOVE 'DUPLICATE FEED - OVERRIDDEN' TO SERR-REASON
               MOVE 'FED003' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
           END-IF
           IF WS-FEED-GUARD-DUPLICATE = 'Y'
               MOVE WS-FEED-GUARD-NAME TO SERR-PROGRAM-ID
               MOVE WS-FEED-GUARD-DATA-DSN(1:20) TO SERR-KEY-FIELD
               MOVE 'DUPLICATE FEED PRESENTED' TO SERR-REASON
               MOVE 'FED003' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
           END-IF
           EXIT.
