               MOVE 'FEED-CHECK' TO SERR-PROGRAM-ID
               MOVE EXF-NAME TO SERR-KEY-FIELD
               MOVE 'EXPECTED FEED NOT READY' TO SERR-REASON
               MOVE 'FED001' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               IF EXF-CRITICAL = 'Y'
                   ADD 1 TO WS-CRITICAL-MISSING
