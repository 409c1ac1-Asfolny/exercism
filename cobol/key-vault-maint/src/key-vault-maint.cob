           SELECT CHANGE-LOG-FILE ASSIGN TO DYNAMIC WS-CHANGE-LOG-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CHANGE-LOG-STATUS.
           COPY "suite-error-log-select.cpy".
           COPY "table-capacity-select.cpy".
           COPY "operator-authority-select.cpy".
           COPY "log-chain-select.cpy".

       DATA DIVISION.
       FILE SECTION.
           RECORD CONTAINS 80 CHARACTERS.
       01 CHG-LOG-LINE PIC X(80).

       COPY "suite-error-log-fd.cpy".
       COPY "table-capacity-fd.cpy".
       COPY "operator-authority-fd.cpy".
       COPY "log-chain-fd.cpy".

       WORKING-STORAGE SECTION.
       01 WS-KEY-VAULT-DSN      PIC X(100)
          VALUE 'CIPHER-KEY-VAULT.DAT'.

      * 20 matches rotational-cipher.cob's own vault table - this
      * program must not let an operator add more keys than the batch
      * can ever load. A vault file already holding more than that is
      * refused outright - saving a truncated table would drop keys
      * last quarter's files still need.
       01 WS-VAULT-MAX-SIZE PIC 99 VALUE 20.
       01 WS-TABLE-COUNT PIC 99 VALUE 0.
       01 WS-VAULT-ON-FILE PIC 9(4) VALUE 0.
       01 WS-TABLE-OVERFLOW PIC X VALUE 'N'.
       01 WS-TABLE.
           03 WS-ENTRY OCCURS 20 TIMES INDEXED BY T-IDX.
               05 WS-ENTRY-ID       PIC X(8).
           03 FILLER      PIC X(2) VALUE SPACES.
           03 DSP-ENTERED PIC X(8).

       COPY "suite-error-log-ws.cpy".
       COPY "env-accept-ws.cpy".
       COPY "table-capacity-ws.cpy".
       COPY "operator-authority-ws.cpy".
       COPY "log-chain-ws.cpy".
       COPY "date-check-ws.cpy".

       PROCEDURE DIVISION.
       RUN-KEY-VAULT-MAINT SECTION.
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-CHANGE-LOG-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'SUITE_ERROR_LOG_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-SUITE-ERROR-LOG-DSN
           END-IF
           MOVE 'KEY-VAULT' TO WS-OPA-CONSOLE
           PERFORM SIGN-ON-OPERATOR
           IF WS-OPA-SIGNED-ON NOT = 'Y'
               GOBACK
           END-IF
           MOVE WS-OPA-OPERATOR-ID TO WS-OPERATOR-ID
           PERFORM LOAD-TABLE
           IF WS-TABLE-OVERFLOW = 'Y'
               DISPLAY 'VAULT HOLDS MORE THAN ' WS-VAULT-MAX-SIZE
                       ' KEYS - CONSOLE CLOSED, NOTHING SAVED'
               PERFORM RECORD-TABLE-CAPACITY
               PERFORM SIGN-OFF-OPERATOR
               GOBACK
           END-IF
           PERFORM UNTIL WS-DONE = 'Y'
               PERFORM DISPLAY-MENU
               ACCEPT WS-CHOICE FROM CONSOLE
               EVALUATE WS-CHOICE
                   WHEN 'L'
                       MOVE 'V' TO WS-OPA-FUNCTION
                       MOVE 'LIST KEYS' TO WS-OPA-DETAIL
                       PERFORM CHECK-OPERATOR-RIGHT
                       IF WS-OPA-ALLOWED = 'Y'
                           PERFORM LIST-ENTRIES
                       END-IF
                   WHEN 'A'
                       MOVE 'A' TO WS-OPA-FUNCTION
                       MOVE 'ADD KEY' TO WS-OPA-DETAIL
                       PERFORM CHECK-OPERATOR-RIGHT
                       IF WS-OPA-ALLOWED = 'Y'
                           PERFORM ADD-ENTRY
                       END-IF
                   WHEN 'D'
                       MOVE 'D' TO WS-OPA-FUNCTION
                       MOVE 'DEACTIVATE KEY' TO WS-OPA-DETAIL
                       PERFORM CHECK-OPERATOR-RIGHT
                       IF WS-OPA-ALLOWED = 'Y'
                           PERFORM DEACTIVATE-ENTRY
                       END-IF
                   WHEN 'R'
                       MOVE 'D' TO WS-OPA-FUNCTION
                       MOVE 'REACTIVATE KEY' TO WS-OPA-DETAIL
                       PERFORM CHECK-OPERATOR-RIGHT
                       IF WS-OPA-ALLOWED = 'Y'
                           PERFORM REACTIVATE-ENTRY
                       END-IF
                   WHEN 'P'
                       MOVE 'C' TO WS-OPA-FUNCTION
                       MOVE 'APPROVE PENDING KEY' TO WS-OPA-DETAIL
                       PERFORM CHECK-OPERATOR-RIGHT
                       IF WS-OPA-ALLOWED = 'Y'
                           PERFORM APPROVE-PENDING-ENTRY
                       END-IF
                   WHEN 'S'
                       PERFORM SAVE-TABLE
                       MOVE 'Y' TO WS-DONE
                       DISPLAY 'UNRECOGNIZED CHOICE'
               END-EVALUATE
           END-PERFORM
           PERFORM RECORD-TABLE-CAPACITY
           PERFORM SIGN-OFF-OPERATOR
           GOBACK.

       DISPLAY-MENU SECTION.

       LOAD-TABLE SECTION.
           MOVE 0 TO WS-TABLE-COUNT
           MOVE 0 TO WS-VAULT-ON-FILE
           OPEN INPUT KEY-VAULT-FILE
           IF WS-KEY-VAULT-STATUS = '00'
               MOVE 'N' TO WS-EOF-FLAG
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-VAULT-ON-FILE
                           PERFORM LOAD-ONE-KEY
                   END-READ
               END-PERFORM
               CLOSE KEY-VAULT-FILE
           END-IF
           EXIT.

      * The first key past the table ceiling is logged and closes
      * the console; the rest of the file is only counted, so the
      * capacity line shows how far over the vault is.
       LOAD-ONE-KEY SECTION.
           IF WS-TABLE-COUNT >= WS-VAULT-MAX-SIZE
               IF WS-TABLE-OVERFLOW = 'N'
                   MOVE 'Y' TO WS-TABLE-OVERFLOW
                   MOVE 'KEY-VAULT' TO SERR-PROGRAM-ID
                   MOVE KV-KEY-ID TO SERR-KEY-FIELD
                   MOVE 'VAULT TABLE FULL - NOT OPENED'
                     TO SERR-REASON
                   MOVE 'TBL001' TO SERR-ERROR-CODE
                   PERFORM WRITE-SUITE-ERROR-LOG
               END-IF
               GO TO LOAD-ONE-KEY-EXIT
           END-IF
           ADD 1 TO WS-TABLE-COUNT
           MOVE KV-KEY-ID TO WS-ENTRY-ID(WS-TABLE-COUNT)
           MOVE KV-KEY-VALUE TO WS-ENTRY-VALUE(WS-TABLE-COUNT)
           MOVE KV-EFF-DATE TO WS-ENTRY-EFF-DATE(WS-TABLE-COUNT)
           MOVE KV-EXP-DATE TO WS-ENTRY-EXP-DATE(WS-TABLE-COUNT)
           MOVE KV-ACTIVE TO WS-ENTRY-ACTIVE(WS-TABLE-COUNT)
           MOVE KV-PEND-ACTION TO WS-ENTRY-PEND(WS-TABLE-COUNT)
           MOVE KV-ENTERED-BY TO WS-ENTRY-ENTERED(WS-TABLE-COUNT)
           MOVE KV-APPROVED-BY TO WS-ENTRY-APPROVED(WS-TABLE-COUNT)
           PERFORM CHECK-VAULT-DATES.
       LOAD-ONE-KEY-EXIT.
           EXIT.

      * A vault date that is not a real calendar date is shown to
      * the operator and logged. The entry stays in the table so the
      * save cannot drop a key; the batch loaders refuse it until it
      * is corrected.
       CHECK-VAULT-DATES SECTION.
           MOVE KV-EFF-DATE TO WS-DATE-CHECK-VALUE
           PERFORM CHECK-INBOUND-DATE
           IF WS-DATE-CHECK-VALID = 'Y'
               MOVE KV-EXP-DATE TO WS-DATE-CHECK-VALUE
               PERFORM CHECK-INBOUND-DATE
           END-IF
           IF WS-DATE-CHECK-VALID = 'N'
               DISPLAY 'KEY ' KV-KEY-ID ' ' WS-DATE-CHECK-VALUE ' '
                       WS-DATE-CHECK-REASON
               MOVE 'KEY-VAULT' TO SERR-PROGRAM-ID
               MOVE KV-KEY-ID TO SERR-KEY-FIELD
               MOVE WS-DATE-CHECK-REASON TO SERR-REASON
               MOVE 'DTE001' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
           END-IF
           EXIT.

       LIST-ENTRIES SECTION.
           DISPLAY 'KEY ID    KY  EFFECTIVE-EXPIRY   ACT  P  ENTERED'
           PERFORM VARYING T-IDX FROM 1 BY 1
           END-IF
           DISPLAY 'EFFECTIVE DATE YYYYMMDD: '
           ACCEPT WS-NEW-EFF-DATE FROM CONSOLE
           MOVE WS-NEW-EFF-DATE TO WS-DATE-CHECK-VALUE
           PERFORM CHECK-INBOUND-DATE
           IF WS-NEW-EFF-DATE = 0
               MOVE 'N' TO WS-DATE-CHECK-VALID
               MOVE 'EFFECTIVE DATE REQUIRED' TO WS-DATE-CHECK-REASON
           END-IF
           IF WS-DATE-CHECK-VALID = 'N'
               DISPLAY WS-DATE-CHECK-REASON ' - ENTRY NOT ADDED'
               GO TO ADD-ENTRY-EXIT
           END-IF
           DISPLAY 'EXPIRY DATE YYYYMMDD (0 = NONE): '
           ACCEPT WS-NEW-EXP-DATE FROM CONSOLE
           MOVE WS-NEW-EXP-DATE TO WS-DATE-CHECK-VALUE
           PERFORM CHECK-INBOUND-DATE
           IF WS-DATE-CHECK-VALID = 'N'
               DISPLAY WS-DATE-CHECK-REASON ' - ENTRY NOT ADDED'
               GO TO ADD-ENTRY-EXIT
           END-IF
           IF WS-NEW-EXP-DATE NOT = 0
               AND WS-NEW-EXP-DATE < WS-NEW-EFF-DATE
               DISPLAY 'EXPIRY BEFORE EFFECTIVE DATE - ENTRY NOT ADDED'
           END-PERFORM
           CLOSE KEY-VAULT-FILE
           EXIT.

      * High-water mark of the vault table for this run, kept so
      * TABLE-CAPACITY-REPORT can warn before a ceiling is reached.
      * An overflowing vault reports every key on file as the peak.
       RECORD-TABLE-CAPACITY SECTION.
           MOVE 'KEY-VAULT-MAINT' TO TCAP-PROGRAM-ID
           MOVE SPACES TO TCAP-RUN-ID
           MOVE 0 TO TCAP-RUN-DATE
           MOVE 'VAULT' TO TCAP-TABLE-NAME
           MOVE WS-TABLE-COUNT TO TCAP-PEAK
           IF WS-VAULT-ON-FILE > WS-TABLE-COUNT
               MOVE WS-VAULT-ON-FILE TO TCAP-PEAK
           END-IF
           MOVE WS-VAULT-MAX-SIZE TO TCAP-CEILING
           PERFORM WRITE-TABLE-CAPACITY
           EXIT.

       COPY "suite-error-log-proc.cpy".
       COPY "table-capacity-proc.cpy".
       COPY "operator-authority-proc.cpy".
       COPY "log-chain-proc.cpy".
       COPY "date-check-proc.cpy".
