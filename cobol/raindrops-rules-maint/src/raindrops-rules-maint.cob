           SELECT RULES-FILE ASSIGN TO DYNAMIC WS-RULES-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RULES-STATUS.
           COPY "suite-error-log-select.cpy".
           COPY "table-capacity-select.cpy".
           COPY "operator-authority-select.cpy".
           COPY "log-chain-select.cpy".

       DATA DIVISION.
       FILE SECTION.
          03 RULE-IN-EXP-DATE PIC 9(8).
          03 RULE-IN-CLASS    PIC X(4).

       COPY "suite-error-log-fd.cpy".
       COPY "table-capacity-fd.cpy".
       COPY "operator-authority-fd.cpy".
       COPY "log-chain-fd.cpy".

       WORKING-STORAGE SECTION.
       01 WS-RULES-DSN     PIC X(100) VALUE 'RAINDROP-RULES.DAT'.
       01 WS-RULES-STATUS  PIC XX VALUE '00'.

      * 20 matches raindrops.cob's own WS-RULE-TABLE size - this
      * program must not let an operator add more rules than
      * raindrops.cob can ever load. A rules file already holding
      * more than that is refused - saving a truncated table would
      * silently drop the rules past the ceiling.
       01 WS-RULE-MAX-SIZE PIC 99 VALUE 20.
       01 WS-TABLE-COUNT PIC 99 VALUE 0.
       01 WS-RULES-ON-FILE PIC 9(4) VALUE 0.
       01 WS-TABLE-OVERFLOW PIC X VALUE 'N'.
       01 WS-TABLE.
           03 WS-ENTRY OCCURS 20 TIMES INDEXED BY T-IDX.
               05 WS-ENTRY-DIVISOR  PIC 9(3).
       01 WS-LIVE-DSN     PIC X(100).
       01 WS-STAGE-DSN    PIC X(100).

       COPY "suite-error-log-ws.cpy".
       COPY "env-accept-ws.cpy".
       COPY "table-capacity-ws.cpy".
       COPY "operator-authority-ws.cpy".
       COPY "log-chain-ws.cpy".
       COPY "date-check-ws.cpy".

       PROCEDURE DIVISION.
       RUN-RAINDROPS-RULES-MAINT SECTION.
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-RULES-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'SUITE_ERROR_LOG_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-SUITE-ERROR-LOG-DSN
           END-IF
           MOVE WS-RULES-DSN TO WS-LIVE-DSN
           MOVE SPACES TO WS-STAGE-DSN
           STRING FUNCTION TRIM(WS-LIVE-DSN) DELIMITED BY SIZE
                  '.STAGE' DELIMITED BY SIZE
             INTO WS-STAGE-DSN
           MOVE 'RAINDROPS' TO WS-OPA-CONSOLE
           PERFORM SIGN-ON-OPERATOR
           IF WS-OPA-SIGNED-ON NOT = 'Y'
               GOBACK
           END-IF

           PERFORM LOAD-TABLE
           IF WS-TABLE-OVERFLOW = 'Y'
               DISPLAY 'RULES FILE HOLDS MORE THAN ' WS-RULE-MAX-SIZE
                       ' RULES - CONSOLE CLOSED, NOTHING SAVED'
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
                       MOVE 'LIST ENTRIES' TO WS-OPA-DETAIL
                       PERFORM CHECK-OPERATOR-RIGHT
                       IF WS-OPA-ALLOWED = 'Y'
                           PERFORM LIST-ENTRIES
                       END-IF
                   WHEN 'A'
                       MOVE 'A' TO WS-OPA-FUNCTION
                       MOVE 'ADD ENTRY' TO WS-OPA-DETAIL
                       PERFORM CHECK-OPERATOR-RIGHT
                       IF WS-OPA-ALLOWED = 'Y'
                           PERFORM ADD-ENTRY
                       END-IF
                   WHEN 'D'
                       MOVE 'D' TO WS-OPA-FUNCTION
                       MOVE 'DEACTIVATE ENTRY' TO WS-OPA-DETAIL
                       PERFORM CHECK-OPERATOR-RIGHT
                       IF WS-OPA-ALLOWED = 'Y'
                           PERFORM DEACTIVATE-ENTRY
                       END-IF
                   WHEN 'R'
                       MOVE 'D' TO WS-OPA-FUNCTION
                       MOVE 'REACTIVATE ENTRY' TO WS-OPA-DETAIL
                       PERFORM CHECK-OPERATOR-RIGHT
                       IF WS-OPA-ALLOWED = 'Y'
                           PERFORM REACTIVATE-ENTRY
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
           MOVE WS-STAGE-DSN TO WS-RULES-DSN
           PERFORM LOAD-TABLE-FROM-FILE
           IF WS-TABLE-COUNT = 0
               AND WS-TABLE-OVERFLOW = 'N'
               MOVE WS-LIVE-DSN TO WS-RULES-DSN
               PERFORM LOAD-TABLE-FROM-FILE
           END-IF

       LOAD-TABLE-FROM-FILE SECTION.
           MOVE 0 TO WS-TABLE-COUNT
           MOVE 0 TO WS-RULES-ON-FILE
           OPEN INPUT RULES-FILE
           IF WS-RULES-STATUS = '00'
               MOVE 'N' TO WS-EOF-FLAG
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-RULES-ON-FILE
                           PERFORM LOAD-ONE-RULE
                   END-READ
               END-PERFORM
               CLOSE RULES-FILE
           END-IF
           EXIT.

      * The first rule past the table ceiling is logged and closes
      * the console; the rest of the file is only counted, so the
      * capacity line shows how far over the table is.
       LOAD-ONE-RULE SECTION.
           IF WS-TABLE-COUNT >= WS-RULE-MAX-SIZE
               IF WS-TABLE-OVERFLOW = 'N'
                   MOVE 'Y' TO WS-TABLE-OVERFLOW
                   MOVE 'RULES-MAINT' TO SERR-PROGRAM-ID
                   MOVE RULE-IN-WORD TO SERR-KEY-FIELD
                   MOVE 'RULE TABLE FULL - NOT OPENED' TO SERR-REASON
                   MOVE 'TBL001' TO SERR-ERROR-CODE
                   PERFORM WRITE-SUITE-ERROR-LOG
               END-IF
               GO TO LOAD-ONE-RULE-EXIT
           END-IF
           PERFORM CHECK-RULE-DATES
           ADD 1 TO WS-TABLE-COUNT
           MOVE RULE-IN-DIVISOR TO WS-ENTRY-DIVISOR(WS-TABLE-COUNT)
           MOVE RULE-IN-WORD TO WS-ENTRY-WORD(WS-TABLE-COUNT)
           MOVE RULE-IN-ACTIVE TO WS-ENTRY-ACTIVE(WS-TABLE-COUNT)
           IF RULE-IN-EFF-DATE IS NUMERIC
               MOVE RULE-IN-EFF-DATE
                 TO WS-ENTRY-EFF-DATE(WS-TABLE-COUNT)
           ELSE
               MOVE 0 TO WS-ENTRY-EFF-DATE(WS-TABLE-COUNT)
           END-IF
           IF RULE-IN-EXP-DATE IS NUMERIC
               MOVE RULE-IN-EXP-DATE
                 TO WS-ENTRY-EXP-DATE(WS-TABLE-COUNT)
           ELSE
               MOVE 0 TO WS-ENTRY-EXP-DATE(WS-TABLE-COUNT)
           END-IF
           MOVE RULE-IN-CLASS TO WS-ENTRY-CLASS(WS-TABLE-COUNT).
       LOAD-ONE-RULE-EXIT.
           EXIT.

      * A rule date that is not a real calendar date is shown to the
      * operator and logged. The rule stays in the table so the save
      * cannot drop it; raindrops refuses it until it is corrected.
       CHECK-RULE-DATES SECTION.
           MOVE RULE-IN-EFF-DATE TO WS-DATE-CHECK-VALUE
           PERFORM CHECK-INBOUND-DATE
           IF WS-DATE-CHECK-VALID = 'Y'
               MOVE RULE-IN-EXP-DATE TO WS-DATE-CHECK-VALUE
               PERFORM CHECK-INBOUND-DATE
           END-IF
           IF WS-DATE-CHECK-VALID = 'N'
               DISPLAY 'RULE ' RULE-IN-WORD ' ' WS-DATE-CHECK-VALUE ' '
                       WS-DATE-CHECK-REASON
               MOVE 'RULES-MAINT' TO SERR-PROGRAM-ID
               MOVE RULE-IN-WORD TO SERR-KEY-FIELD
               MOVE WS-DATE-CHECK-REASON TO SERR-REASON
               MOVE 'DTE001' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
           END-IF
           EXIT.

       LIST-ENTRIES SECTION.
           DISPLAY 'DIV  WORD        ACT  EFFECTIVE-EXPIRY   CLAS'
           PERFORM VARYING T-IDX FROM 1 BY 1
      * its run date. Zero means in force immediately / no expiry.
           DISPLAY 'EFFECTIVE DATE YYYYMMDD (0 = IMMEDIATE): '
           ACCEPT WS-NEW-EFF-DATE FROM CONSOLE
           MOVE WS-NEW-EFF-DATE TO WS-DATE-CHECK-VALUE
           PERFORM CHECK-INBOUND-DATE
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
           CLOSE RULES-FILE
           EXIT.

      * High-water mark of the rule table for this run, kept so
      * TABLE-CAPACITY-REPORT can warn before a ceiling is reached.
      * An overflowing file reports every rule on it as the peak.
       RECORD-TABLE-CAPACITY SECTION.
           MOVE 'RAINDROPS-RULES-MAINT' TO TCAP-PROGRAM-ID
           MOVE SPACES TO TCAP-RUN-ID
           MOVE 0 TO TCAP-RUN-DATE
           MOVE 'RULE' TO TCAP-TABLE-NAME
           MOVE WS-TABLE-COUNT TO TCAP-PEAK
           IF WS-RULES-ON-FILE > WS-TABLE-COUNT
               MOVE WS-RULES-ON-FILE TO TCAP-PEAK
           END-IF
           MOVE WS-RULE-MAX-SIZE TO TCAP-CEILING
           PERFORM WRITE-TABLE-CAPACITY
           EXIT.

       COPY "suite-error-log-proc.cpy".
       COPY "table-capacity-proc.cpy".
       COPY "operator-authority-proc.cpy".
       COPY "log-chain-proc.cpy".
       COPY "date-check-proc.cpy".
