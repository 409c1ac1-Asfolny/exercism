               ASSIGN TO DYNAMIC WS-ALLERGEN-TBL-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ALLERGEN-TBL-STATUS.
           COPY "suite-error-log-select.cpy".
           COPY "table-capacity-select.cpy".
           COPY "operator-authority-select.cpy".
           COPY "log-chain-select.cpy".

       DATA DIVISION.
       FILE SECTION.
          03 ALG-VAL             PIC 9(5).
          03 FILLER              PIC X.

       COPY "suite-error-log-fd.cpy".
       COPY "table-capacity-fd.cpy".
       COPY "operator-authority-fd.cpy".
       COPY "log-chain-fd.cpy".

       WORKING-STORAGE SECTION.
       01 WS-ALLERGEN-TBL-DSN      PIC X(100)
          VALUE 'ALLERGEN-TABLE.DAT'.
      * overflowing WS-SCORE's PIC S9(5), so this program must not let
      * an operator add more than allergies.cob can ever load.
       01 WS-ALLERGEN-MAX-SIZE PIC 99 VALUE 16.
      * The in-storage table itself holds 50, so an over-long file
      * can still be listed and deactivated down; past 50 the console
      * refuses the file rather than save a truncated table.
       01 WS-ALLERGEN-TABLE-MAX PIC 99 VALUE 50.
       01 WS-TABLE-COUNT PIC 99 VALUE 0.
       01 WS-ALLERGENS-ON-FILE PIC 9(4) VALUE 0.
       01 WS-TABLE-OVERFLOW PIC X VALUE 'N'.
       01 WS-TABLE.
           03 WS-ENTRY OCCURS 50 TIMES INDEXED BY T-IDX.
               05 WS-ENTRY-TYPE   PIC X(12).
       01 WS-LIVE-DSN     PIC X(100).
       01 WS-STAGE-DSN    PIC X(100).

       COPY "suite-error-log-ws.cpy".
       COPY "env-accept-ws.cpy".
       COPY "table-capacity-ws.cpy".
       COPY "operator-authority-ws.cpy".
       COPY "log-chain-ws.cpy".

       PROCEDURE DIVISION.
       RUN-ALLERGY-TABLE-MAINT SECTION.
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-ALLERGEN-TBL-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'SUITE_ERROR_LOG_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-SUITE-ERROR-LOG-DSN
           END-IF
           MOVE WS-ALLERGEN-TBL-DSN TO WS-LIVE-DSN
           MOVE SPACES TO WS-STAGE-DSN
           STRING FUNCTION TRIM(WS-LIVE-DSN) DELIMITED BY SIZE
                  '.STAGE' DELIMITED BY SIZE
             INTO WS-STAGE-DSN
           MOVE 'ALLERGY-TBL' TO WS-OPA-CONSOLE
           PERFORM SIGN-ON-OPERATOR
           IF WS-OPA-SIGNED-ON NOT = 'Y'
               GOBACK
           END-IF

           PERFORM LOAD-TABLE
           IF WS-TABLE-OVERFLOW = 'Y'
               DISPLAY 'ALLERGEN FILE HOLDS MORE THAN '
                       WS-ALLERGEN-TABLE-MAX
                       ' ENTRIES - CONSOLE CLOSED, NOTHING SAVED'
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
           MOVE WS-STAGE-DSN TO WS-ALLERGEN-TBL-DSN
           PERFORM LOAD-TABLE-FROM-FILE
           IF WS-TABLE-COUNT = 0
               AND WS-TABLE-OVERFLOW = 'N'
               MOVE WS-LIVE-DSN TO WS-ALLERGEN-TBL-DSN
               PERFORM LOAD-TABLE-FROM-FILE
           END-IF

       LOAD-TABLE-FROM-FILE SECTION.
           MOVE 0 TO WS-TABLE-COUNT
           MOVE 0 TO WS-ALLERGENS-ON-FILE
           OPEN INPUT ALLERGEN-TABLE-FILE
           IF WS-ALLERGEN-TBL-STATUS = '00'
               MOVE 'N' TO WS-EOF-FLAG
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-ALLERGENS-ON-FILE
                           PERFORM LOAD-ONE-ALLERGEN
                   END-READ
               END-PERFORM
               CLOSE ALLERGEN-TABLE-FILE
           END-IF
           EXIT.

      * The first entry past the table ceiling is logged and closes
      * the console; the rest of the file is only counted, so the
      * capacity line shows how far over the table is.
       LOAD-ONE-ALLERGEN SECTION.
           IF WS-TABLE-COUNT >= WS-ALLERGEN-TABLE-MAX
               IF WS-TABLE-OVERFLOW = 'N'
                   MOVE 'Y' TO WS-TABLE-OVERFLOW
                   MOVE 'ALLERGY-TBL' TO SERR-PROGRAM-ID
                   MOVE ALG-TYPE TO SERR-KEY-FIELD
                   MOVE 'ALLERGEN TBL FULL - NOT OPENED'
                     TO SERR-REASON
                   MOVE 'TBL001' TO SERR-ERROR-CODE
                   PERFORM WRITE-SUITE-ERROR-LOG
               END-IF
               GO TO LOAD-ONE-ALLERGEN-EXIT
           END-IF
           ADD 1 TO WS-TABLE-COUNT
           MOVE ALG-TYPE TO WS-ENTRY-TYPE(WS-TABLE-COUNT)
           MOVE ALG-ACTIVE TO WS-ENTRY-ACTIVE(WS-TABLE-COUNT)
           MOVE ALG-VAL TO WS-ENTRY-VAL(WS-TABLE-COUNT).
       LOAD-ONE-ALLERGEN-EXIT.
           EXIT.

       LIST-ENTRIES SECTION.
           DISPLAY 'ALLERGEN      ACT VALUE'
           PERFORM VARYING T-IDX FROM 1 BY 1
           END-PERFORM
           CLOSE ALLERGEN-TABLE-FILE
           EXIT.

      * High-water mark of the allergen table for this run, kept so
      * TABLE-CAPACITY-REPORT can warn before a ceiling is reached.
      * The ceiling reported is the 16 allergies.cob can score, not
      * the 50 this console can hold - 16 is the one that matters.
       RECORD-TABLE-CAPACITY SECTION.
           MOVE 'ALLERGY-TABLE-MAINT' TO TCAP-PROGRAM-ID
           MOVE SPACES TO TCAP-RUN-ID
           MOVE 0 TO TCAP-RUN-DATE
           MOVE 'ALLERGEN' TO TCAP-TABLE-NAME
           MOVE WS-TABLE-COUNT TO TCAP-PEAK
           IF WS-ALLERGENS-ON-FILE > WS-TABLE-COUNT
               MOVE WS-ALLERGENS-ON-FILE TO TCAP-PEAK
           END-IF
           MOVE WS-ALLERGEN-MAX-SIZE TO TCAP-CEILING
           PERFORM WRITE-TABLE-CAPACITY
           EXIT.

       COPY "suite-error-log-proc.cpy".
       COPY "table-capacity-proc.cpy".
       COPY "operator-authority-proc.cpy".
       COPY "log-chain-proc.cpy".
