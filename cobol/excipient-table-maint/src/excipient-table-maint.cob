       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXCIPIENT-TABLE-MAINT.
      * Line-mode maintenance console for the medication-excipient
      * table PHARMACY-CHECK reads - one record per drug code and
      * food-derived allergen it carries (egg in a vaccine, gelatin
      * in a capsule shell, lactose in a tablet filler), so a drug
      * with three excipients is three records. Same ACCEPT/DISPLAY
      * pattern and the same staging discipline as the allergen
      * table console: edits save to a .STAGE copy and go into force
      * only through TABLE-PROMOTE. Pairs are deactivated rather
      * than deleted so a withdrawn formulation stays on record.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXCIPIENT-TABLE-FILE
               ASSIGN TO DYNAMIC WS-EXCIPIENT-TBL-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-EXCIPIENT-TBL-STATUS.
      * Allergen names are checked against the live allergen table
      * so an excipient can only name an allergen the resident panel
      * can actually carry.
           SELECT ALLERGEN-TABLE-FILE
               ASSIGN TO DYNAMIC WS-ALLERGEN-TBL-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ALLERGEN-TBL-STATUS.
           COPY "suite-error-log-select.cpy".
           COPY "table-capacity-select.cpy".
           COPY "operator-authority-select.cpy".
           COPY "log-chain-select.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD  EXCIPIENT-TABLE-FILE
           RECORD CONTAINS 54 CHARACTERS.
       01 EXC-RECORD.
          03 EXC-DRUG-CODE       PIC X(10).
          03 EXC-ALLERGEN        PIC X(12).
          03 EXC-ACTIVE          PIC X.
          03 EXC-DRUG-NAME       PIC X(30).
          03 FILLER              PIC X.

       FD  ALLERGEN-TABLE-FILE
           RECORD CONTAINS 19 CHARACTERS.
       01 ALG-RECORD.
          03 ALG-TYPE            PIC X(12).
          03 ALG-ACTIVE          PIC X.
          03 ALG-VAL             PIC 9(5).
          03 FILLER              PIC X.

       COPY "suite-error-log-fd.cpy".
       COPY "table-capacity-fd.cpy".
       COPY "operator-authority-fd.cpy".
       COPY "log-chain-fd.cpy".

       WORKING-STORAGE SECTION.
       01 WS-EXCIPIENT-TBL-DSN     PIC X(100)
          VALUE 'MEDICATION-EXCIPIENT.DAT'.
       01 WS-EXCIPIENT-TBL-STATUS  PIC XX VALUE '00'.
       01 WS-ALLERGEN-TBL-DSN      PIC X(100)
          VALUE 'ALLERGEN-TABLE.DAT'.
       01 WS-ALLERGEN-TBL-STATUS   PIC XX VALUE '00'.
       01 WS-EOF-FLAG              PIC X VALUE 'N'.

      * 200 matches the promote console's diff ceiling - a bigger
      * table could be saved here but never promoted. A file already
      * over 200 is refused - saving the first 200 would silently drop
      * the rest.
       01 WS-EXCIPIENT-MAX-SIZE PIC 9(3) VALUE 200.
       01 WS-TABLE-COUNT PIC 9(3) VALUE 0.
       01 WS-EXCIPIENTS-ON-FILE PIC 9(4) VALUE 0.
       01 WS-TABLE-OVERFLOW PIC X VALUE 'N'.
       01 WS-TABLE.
           03 WS-ENTRY OCCURS 200 TIMES INDEXED BY T-IDX.
               05 WS-ENTRY-DRUG-CODE PIC X(10).
               05 WS-ENTRY-ALLERGEN  PIC X(12).
               05 WS-ENTRY-ACTIVE    PIC X.
               05 WS-ENTRY-DRUG-NAME PIC X(30).

       01 WS-ALLERGEN-COUNT PIC 99 VALUE 0.
       01 WS-ALLERGEN-NAMES.
           03 WS-ALLERGEN-NAME OCCURS 16 TIMES INDEXED BY AL-IDX
              PIC X(12).

       01 WS-CHOICE         PIC X.
       01 WS-DONE           PIC X VALUE 'N'.
       01 WS-NEW-DRUG-CODE  PIC X(10).
       01 WS-NEW-DRUG-NAME  PIC X(30).
       01 WS-NEW-ALLERGEN   PIC X(12).
       01 WS-SEL-DRUG-CODE  PIC X(10).
       01 WS-SEL-ALLERGEN   PIC X(12).
       01 WS-FOUND          PIC X.
       01 WS-DISPLAY-LINE.
           03 DSP-DRUG-CODE PIC X(10).
           03 FILLER        PIC X(2) VALUE SPACES.
           03 DSP-ALLERGEN  PIC X(12).
           03 FILLER        PIC X(2) VALUE SPACES.
           03 DSP-ACTIVE    PIC X.
           03 FILLER        PIC X(2) VALUE SPACES.
           03 DSP-DRUG-NAME PIC X(30).

       01 WS-LIVE-DSN     PIC X(100).
       01 WS-STAGE-DSN    PIC X(100).

       COPY "suite-error-log-ws.cpy".
       COPY "env-accept-ws.cpy".
       COPY "table-capacity-ws.cpy".
       COPY "operator-authority-ws.cpy".
       COPY "log-chain-ws.cpy".

       PROCEDURE DIVISION.
       RUN-EXCIPIENT-TABLE-MAINT SECTION.
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'PHARMACY_EXCIPIENT_TABLE_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-EXCIPIENT-TBL-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'ALLERGIES_ALLERGEN_TABLE_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-ALLERGEN-TBL-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'SUITE_ERROR_LOG_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-SUITE-ERROR-LOG-DSN
           END-IF
           MOVE WS-EXCIPIENT-TBL-DSN TO WS-LIVE-DSN
           MOVE SPACES TO WS-STAGE-DSN
           STRING FUNCTION TRIM(WS-LIVE-DSN) DELIMITED BY SIZE
                  '.STAGE' DELIMITED BY SIZE
             INTO WS-STAGE-DSN
           MOVE 'EXCIPIENT' TO WS-OPA-CONSOLE
           PERFORM SIGN-ON-OPERATOR
           IF WS-OPA-SIGNED-ON NOT = 'Y'
               GOBACK
           END-IF

           PERFORM LOAD-ALLERGEN-NAMES
           PERFORM LOAD-TABLE
           IF WS-TABLE-OVERFLOW = 'Y'
               DISPLAY 'EXCIPIENT FILE HOLDS MORE THAN '
                       WS-EXCIPIENT-MAX-SIZE
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
                   WHEN OTHER
                       DISPLAY 'UNRECOGNIZED CHOICE'
               END-EVALUATE
           END-PERFORM
           PERFORM RECORD-TABLE-CAPACITY
           PERFORM SIGN-OFF-OPERATOR
           GOBACK.

       DISPLAY-MENU SECTION.
           DISPLAY ' '
           DISPLAY 'MEDICATION EXCIPIENT TABLE MAINTENANCE'
           DISPLAY 'L) LIST   A) ADD   D) DEACTIVATE'
           DISPLAY 'R) REACTIVATE   S) SAVE AND EXIT'
           DISPLAY 'CHOICE: '
           EXIT.

      * Active and inactive allergen names alike - a deactivated
      * allergen may come back, and its excipient pairs with it.
       LOAD-ALLERGEN-NAMES SECTION.
           MOVE 0 TO WS-ALLERGEN-COUNT
           OPEN INPUT ALLERGEN-TABLE-FILE
           IF WS-ALLERGEN-TBL-STATUS = '00'
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ ALLERGEN-TABLE-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           IF WS-ALLERGEN-COUNT < 16
                               ADD 1 TO WS-ALLERGEN-COUNT
                               MOVE ALG-TYPE TO
                                 WS-ALLERGEN-NAME(WS-ALLERGEN-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ALLERGEN-TABLE-FILE
           END-IF
           EXIT.

      * An unfinished staging copy resumes the edit session; an
      * absent one - or the empty one a promote leaves behind -
      * means the live table seeds it instead.
       LOAD-TABLE SECTION.
           MOVE WS-STAGE-DSN TO WS-EXCIPIENT-TBL-DSN
           PERFORM LOAD-TABLE-FROM-FILE
           IF WS-TABLE-COUNT = 0
               AND WS-TABLE-OVERFLOW = 'N'
               MOVE WS-LIVE-DSN TO WS-EXCIPIENT-TBL-DSN
               PERFORM LOAD-TABLE-FROM-FILE
           END-IF
           EXIT.

       LOAD-TABLE-FROM-FILE SECTION.
           MOVE 0 TO WS-TABLE-COUNT
           MOVE 0 TO WS-EXCIPIENTS-ON-FILE
           OPEN INPUT EXCIPIENT-TABLE-FILE
           IF WS-EXCIPIENT-TBL-STATUS = '00'
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ EXCIPIENT-TABLE-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-EXCIPIENTS-ON-FILE
                           PERFORM LOAD-ONE-EXCIPIENT
                   END-READ
               END-PERFORM
               CLOSE EXCIPIENT-TABLE-FILE
           END-IF
           EXIT.

      * The first pair past the table ceiling is logged and closes
      * the console; the rest of the file is only counted, so the
      * capacity line shows how far over the table is.
       LOAD-ONE-EXCIPIENT SECTION.
           IF WS-TABLE-COUNT >= WS-EXCIPIENT-MAX-SIZE
               IF WS-TABLE-OVERFLOW = 'N'
                   MOVE 'Y' TO WS-TABLE-OVERFLOW
                   MOVE 'EXCIPIENT' TO SERR-PROGRAM-ID
                   MOVE EXC-DRUG-CODE TO SERR-KEY-FIELD
                   MOVE 'EXCIPIENTS FULL - NOT OPENED'
                     TO SERR-REASON
                   MOVE 'TBL001' TO SERR-ERROR-CODE
                   PERFORM WRITE-SUITE-ERROR-LOG
               END-IF
               GO TO LOAD-ONE-EXCIPIENT-EXIT
           END-IF
           ADD 1 TO WS-TABLE-COUNT
           MOVE EXC-DRUG-CODE TO WS-ENTRY-DRUG-CODE(WS-TABLE-COUNT)
           MOVE EXC-ALLERGEN TO WS-ENTRY-ALLERGEN(WS-TABLE-COUNT)
           MOVE EXC-ACTIVE TO WS-ENTRY-ACTIVE(WS-TABLE-COUNT)
           MOVE EXC-DRUG-NAME TO WS-ENTRY-DRUG-NAME(WS-TABLE-COUNT).
       LOAD-ONE-EXCIPIENT-EXIT.
           EXIT.

       LIST-ENTRIES SECTION.
           DISPLAY 'DRUG CODE   ALLERGEN      A  DRUG NAME'
           PERFORM VARYING T-IDX FROM 1 BY 1
                   UNTIL T-IDX > WS-TABLE-COUNT
               MOVE WS-ENTRY-DRUG-CODE(T-IDX) TO DSP-DRUG-CODE
               MOVE WS-ENTRY-ALLERGEN(T-IDX) TO DSP-ALLERGEN
               MOVE WS-ENTRY-ACTIVE(T-IDX) TO DSP-ACTIVE
               MOVE WS-ENTRY-DRUG-NAME(T-IDX) TO DSP-DRUG-NAME
               DISPLAY WS-DISPLAY-LINE
           END-PERFORM
           EXIT.

       ADD-ENTRY SECTION.
           IF WS-TABLE-COUNT >= WS-EXCIPIENT-MAX-SIZE
               DISPLAY 'TABLE IS FULL - ENTRY NOT ADDED'
               GO TO ADD-ENTRY-EXIT
           END-IF
           DISPLAY 'DRUG CODE: '
           ACCEPT WS-NEW-DRUG-CODE FROM CONSOLE
           DISPLAY 'DRUG NAME: '
           ACCEPT WS-NEW-DRUG-NAME FROM CONSOLE
           DISPLAY 'ALLERGEN CARRIED: '
           ACCEPT WS-NEW-ALLERGEN FROM CONSOLE
           IF WS-NEW-DRUG-CODE = SPACES
               DISPLAY 'DRUG CODE IS REQUIRED - ENTRY NOT ADDED'
               GO TO ADD-ENTRY-EXIT
           END-IF

           MOVE 'N' TO WS-FOUND
           PERFORM VARYING AL-IDX FROM 1 BY 1
                   UNTIL AL-IDX > WS-ALLERGEN-COUNT
               IF WS-ALLERGEN-NAME(AL-IDX) = WS-NEW-ALLERGEN
                   MOVE 'Y' TO WS-FOUND
               END-IF
           END-PERFORM
           IF WS-FOUND = 'N'
               DISPLAY 'ALLERGEN NOT ON ALLERGEN TABLE - '
                  'ENTRY NOT ADDED'
               GO TO ADD-ENTRY-EXIT
           END-IF

           MOVE 'N' TO WS-FOUND
           PERFORM VARYING T-IDX FROM 1 BY 1
                   UNTIL T-IDX > WS-TABLE-COUNT
               IF WS-ENTRY-DRUG-CODE(T-IDX) = WS-NEW-DRUG-CODE
                   AND WS-ENTRY-ALLERGEN(T-IDX) = WS-NEW-ALLERGEN
                   MOVE 'Y' TO WS-FOUND
               END-IF
           END-PERFORM
           IF WS-FOUND = 'Y'
               DISPLAY 'PAIR ALREADY ON TABLE - REACTIVATE IT INSTEAD'
               GO TO ADD-ENTRY-EXIT
           END-IF

           ADD 1 TO WS-TABLE-COUNT
           MOVE WS-NEW-DRUG-CODE TO WS-ENTRY-DRUG-CODE(WS-TABLE-COUNT)
           MOVE WS-NEW-ALLERGEN TO WS-ENTRY-ALLERGEN(WS-TABLE-COUNT)
           MOVE WS-NEW-DRUG-NAME TO WS-ENTRY-DRUG-NAME(WS-TABLE-COUNT)
           MOVE 'Y' TO WS-ENTRY-ACTIVE(WS-TABLE-COUNT).
       ADD-ENTRY-EXIT.
           EXIT.

       DEACTIVATE-ENTRY SECTION.
           DISPLAY 'DRUG CODE TO DEACTIVATE: '
           ACCEPT WS-SEL-DRUG-CODE FROM CONSOLE
           DISPLAY 'ALLERGEN: '
           ACCEPT WS-SEL-ALLERGEN FROM CONSOLE
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING T-IDX FROM 1 BY 1
                   UNTIL T-IDX > WS-TABLE-COUNT
               IF WS-ENTRY-DRUG-CODE(T-IDX) = WS-SEL-DRUG-CODE
                   AND WS-ENTRY-ALLERGEN(T-IDX) = WS-SEL-ALLERGEN
                   MOVE 'N' TO WS-ENTRY-ACTIVE(T-IDX)
                   MOVE 'Y' TO WS-FOUND
               END-IF
           END-PERFORM
           IF WS-FOUND = 'N'
               DISPLAY 'NOT FOUND'
           END-IF
           EXIT.

       REACTIVATE-ENTRY SECTION.
           DISPLAY 'DRUG CODE TO REACTIVATE: '
           ACCEPT WS-SEL-DRUG-CODE FROM CONSOLE
           DISPLAY 'ALLERGEN: '
           ACCEPT WS-SEL-ALLERGEN FROM CONSOLE
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING T-IDX FROM 1 BY 1
                   UNTIL T-IDX > WS-TABLE-COUNT
               IF WS-ENTRY-DRUG-CODE(T-IDX) = WS-SEL-DRUG-CODE
                   AND WS-ENTRY-ALLERGEN(T-IDX) = WS-SEL-ALLERGEN
                   MOVE 'Y' TO WS-ENTRY-ACTIVE(T-IDX)
                   MOVE 'Y' TO WS-FOUND
               END-IF
           END-PERFORM
           IF WS-FOUND = 'N'
               DISPLAY 'NOT FOUND'
           END-IF
           EXIT.

       SAVE-TABLE SECTION.
           MOVE WS-STAGE-DSN TO WS-EXCIPIENT-TBL-DSN
           OPEN OUTPUT EXCIPIENT-TABLE-FILE
           DISPLAY 'SAVED TO STAGING - PROMOTE TO PUT IN FORCE'
           PERFORM VARYING T-IDX FROM 1 BY 1
                   UNTIL T-IDX > WS-TABLE-COUNT
               MOVE SPACES TO EXC-RECORD
               MOVE WS-ENTRY-DRUG-CODE(T-IDX) TO EXC-DRUG-CODE
               MOVE WS-ENTRY-ALLERGEN(T-IDX) TO EXC-ALLERGEN
               MOVE WS-ENTRY-ACTIVE(T-IDX) TO EXC-ACTIVE
               MOVE WS-ENTRY-DRUG-NAME(T-IDX) TO EXC-DRUG-NAME
               WRITE EXC-RECORD
           END-PERFORM
           CLOSE EXCIPIENT-TABLE-FILE
           EXIT.

      * High-water mark of the excipient table for this run, kept so
      * TABLE-CAPACITY-REPORT can warn before a ceiling is reached.
      * An overflowing file reports every pair on it as the peak.
       RECORD-TABLE-CAPACITY SECTION.
           MOVE 'EXCIPIENT-TABLE-MAINT' TO TCAP-PROGRAM-ID
           MOVE SPACES TO TCAP-RUN-ID
           MOVE 0 TO TCAP-RUN-DATE
           MOVE 'EXCIPIENT' TO TCAP-TABLE-NAME
           MOVE WS-TABLE-COUNT TO TCAP-PEAK
           IF WS-EXCIPIENTS-ON-FILE > WS-TABLE-COUNT
               MOVE WS-EXCIPIENTS-ON-FILE TO TCAP-PEAK
           END-IF
           MOVE WS-EXCIPIENT-MAX-SIZE TO TCAP-CEILING
           PERFORM WRITE-TABLE-CAPACITY
           EXIT.

       COPY "suite-error-log-proc.cpy".
       COPY "table-capacity-proc.cpy".
       COPY "operator-authority-proc.cpy".
       COPY "log-chain-proc.cpy".
