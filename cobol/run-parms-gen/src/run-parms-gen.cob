               MOVE 'RUN-PARMS-GEN' TO SERR-PROGRAM-ID
               MOVE WS-OLD-COMPANY TO SERR-KEY-FIELD
               MOVE 'COMPANY NOT ON MASTER' TO SERR-REASON
               MOVE 'REF002' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               MOVE SPACES TO WS-OLD-COMPANY
           END-IF.
               MOVE 'RUN-PARMS-GEN' TO SERR-PROGRAM-ID
               MOVE WS-OLD-ENVIRONMENT TO SERR-KEY-FIELD
               MOVE 'INVALID ENVIRONMENT - PROD USED' TO SERR-REASON
               MOVE 'SEC002' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               MOVE 'PROD' TO WS-OLD-ENVIRONMENT
           END-IF
