      * Blank or all-zero means the feed supplied no date, which the
      * caller already treats as open-ended; anything else must be
      * a real calendar date.
       CHECK-INBOUND-DATE SECTION.
           MOVE 'Y' TO WS-DATE-CHECK-VALID
           MOVE SPACES TO WS-DATE-CHECK-REASON
           IF WS-DATE-CHECK-VALUE = SPACES
               OR WS-DATE-CHECK-VALUE = ZEROS
               GO TO CHECK-INBOUND-DATE-EXIT
           END-IF
           CALL 'VALIDATE-DATE' USING WS-DATE-CHECK-VALUE
                WS-DATE-CHECK-VALID WS-DATE-CHECK-REASON.
       CHECK-INBOUND-DATE-EXIT.
           EXIT.
