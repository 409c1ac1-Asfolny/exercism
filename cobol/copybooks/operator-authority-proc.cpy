      * Prompts for the operator ID and signs it on for the console
      * in WS-OPA-CONSOLE. Every line for the operator on this
      * console (or on *) that is still within its valid-until date
      * contributes its rights. No authority file, no ID, or no
      * current line leaves WS-OPA-SIGNED-ON at N - the console
      * must end - and the refusal is logged. OPERATOR_AUTHORITY_FILE
      * and CONSOLE_ACCESS_LOG_FILE override the dataset names.
       SIGN-ON-OPERATOR SECTION.
           ACCEPT WS-OPA-ENV FROM ENVIRONMENT
                  'OPERATOR_AUTHORITY_FILE'
           IF WS-OPA-ENV NOT = SPACES
               MOVE WS-OPA-ENV TO WS-OPA-AUTHORITY-DSN
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-OPA-TODAY
           MOVE 'N' TO WS-OPA-SIGNED-ON
           MOVE 'N' TO WS-OPA-EXPIRED-SEEN
           MOVE SPACES TO WS-OPA-RIGHTS
           MOVE SPACES TO WS-OPA-OPERATOR-NAME
           MOVE SPACE TO WS-OPA-FUNCTION
           DISPLAY 'OPERATOR ID: '
           ACCEPT WS-OPA-OPERATOR-ID FROM CONSOLE
           IF WS-OPA-OPERATOR-ID = SPACES
               DISPLAY 'OPERATOR ID REQUIRED'
               MOVE 'REFUSED' TO CAL-OUTCOME
               MOVE 'NO OPERATOR ID GIVEN' TO WS-OPA-DETAIL
               PERFORM WRITE-CONSOLE-ACCESS-LOG
               GO TO SIGN-ON-OPERATOR-EXIT
           END-IF
           OPEN INPUT OPERATOR-AUTHORITY-FILE
           IF WS-OPA-AUTHORITY-STATUS NOT = '00'
               DISPLAY 'OPERATOR AUTHORITY FILE NOT AVAILABLE'
               MOVE 'REFUSED' TO CAL-OUTCOME
               MOVE 'AUTHORITY FILE NOT AVAILABLE' TO WS-OPA-DETAIL
               PERFORM WRITE-CONSOLE-ACCESS-LOG
               GO TO SIGN-ON-OPERATOR-EXIT
           END-IF
           MOVE 'N' TO WS-OPA-EOF
           PERFORM UNTIL WS-OPA-EOF = 'Y'
               READ OPERATOR-AUTHORITY-FILE
                   AT END
                       MOVE 'Y' TO WS-OPA-EOF
                   NOT AT END
                       IF OPA-OPERATOR-ID = WS-OPA-OPERATOR-ID
                           AND (OPA-CONSOLE = WS-OPA-CONSOLE
                                OR OPA-CONSOLE = '*')
                           IF OPA-VALID-UNTIL IS NUMERIC
                               AND OPA-VALID-UNTIL >= WS-OPA-TODAY
                               MOVE 'Y' TO WS-OPA-SIGNED-ON
                               MOVE OPA-NAME TO WS-OPA-OPERATOR-NAME
                               IF OPA-CONSOLE = '*'
                                   MOVE OPA-RIGHTS
                                     TO WS-OPA-RIGHTS(9:8)
                               ELSE
                                   MOVE OPA-RIGHTS
                                     TO WS-OPA-RIGHTS(1:8)
                               END-IF
                           ELSE
                               MOVE 'Y' TO WS-OPA-EXPIRED-SEEN
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OPERATOR-AUTHORITY-FILE
           IF WS-OPA-SIGNED-ON NOT = 'Y'
               DISPLAY 'OPERATOR NOT AUTHORIZED FOR THIS CONSOLE'
               MOVE 'REFUSED' TO CAL-OUTCOME
               IF WS-OPA-EXPIRED-SEEN = 'Y'
                   MOVE 'AUTHORITY EXPIRED' TO WS-OPA-DETAIL
               ELSE
                   MOVE 'NO AUTHORITY FOR CONSOLE' TO WS-OPA-DETAIL
               END-IF
               PERFORM WRITE-CONSOLE-ACCESS-LOG
               GO TO SIGN-ON-OPERATOR-EXIT
           END-IF
           DISPLAY 'SIGNED ON: ' WS-OPA-OPERATOR-NAME
           MOVE 'SIGNON' TO CAL-OUTCOME
           MOVE WS-OPA-OPERATOR-NAME TO WS-OPA-DETAIL
           PERFORM WRITE-CONSOLE-ACCESS-LOG.
       SIGN-ON-OPERATOR-EXIT.
           EXIT.

      * Sets WS-OPA-ALLOWED for the function letter in
      * WS-OPA-FUNCTION and logs the action granted or refused.
       CHECK-OPERATOR-RIGHT SECTION.
           MOVE 0 TO WS-OPA-TALLY
           IF WS-OPA-SIGNED-ON = 'Y'
               AND WS-OPA-FUNCTION NOT = SPACE
               INSPECT WS-OPA-RIGHTS TALLYING WS-OPA-TALLY
                       FOR ALL WS-OPA-FUNCTION
           END-IF
           IF WS-OPA-TALLY > 0
               MOVE 'Y' TO WS-OPA-ALLOWED
               MOVE 'GRANTED' TO CAL-OUTCOME
           ELSE
               MOVE 'N' TO WS-OPA-ALLOWED
               MOVE 'REFUSED' TO CAL-OUTCOME
               DISPLAY 'NOT AUTHORIZED FOR THIS FUNCTION'
           END-IF
           PERFORM WRITE-CONSOLE-ACCESS-LOG
           EXIT.

       SIGN-OFF-OPERATOR SECTION.
           IF WS-OPA-SIGNED-ON = 'Y'
               MOVE SPACE TO WS-OPA-FUNCTION
               MOVE 'SIGNOFF' TO CAL-OUTCOME
               MOVE SPACES TO WS-OPA-DETAIL
               PERFORM WRITE-CONSOLE-ACCESS-LOG
               MOVE 'N' TO WS-OPA-SIGNED-ON
           END-IF
           EXIT.

       WRITE-CONSOLE-ACCESS-LOG SECTION.
           ACCEPT WS-OPA-ENV FROM ENVIRONMENT
                  'CONSOLE_ACCESS_LOG_FILE'
           IF WS-OPA-ENV NOT = SPACES
               MOVE WS-OPA-ENV TO WS-OPA-ACCESS-LOG-DSN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-OPA-STAMP
           MOVE WS-OPA-STAMP(1:14) TO CAL-TIMESTAMP
           MOVE WS-OPA-CONSOLE TO CAL-CONSOLE
           MOVE WS-OPA-OPERATOR-ID TO CAL-OPERATOR-ID
           MOVE WS-OPA-FUNCTION TO CAL-FUNCTION
           MOVE WS-OPA-DETAIL TO CAL-DETAIL
           MOVE WS-OPA-ACCESS-LOG-DSN TO WS-CHAIN-LOG-DSN
           MOVE CAL-RECORD TO WS-CHAIN-RECORD
           MOVE 100 TO WS-CHAIN-RECORD-LEN
           PERFORM CHAIN-LOG-RECORD
           MOVE WS-CHAIN-RECORD TO CAL-RECORD
           OPEN EXTEND CONSOLE-ACCESS-LOG-FILE
           IF WS-OPA-ACCESS-LOG-STATUS NOT = '00'
               OPEN OUTPUT CONSOLE-ACCESS-LOG-FILE
           END-IF
           WRITE CONSOLE-ACCESS-LINE FROM CAL-RECORD
           CLOSE CONSOLE-ACCESS-LOG-FILE
           EXIT.
