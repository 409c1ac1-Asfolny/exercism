      * where a dish is blocked, and the severity letters from
      * ALLERGY-SEVERITY.DAT. One output replaces three printouts and
      * a highlighter.
      * Each resident's meal carries its own ticket number, and every
      * ticket line is written to TRAY-TICKET-ISSUE.DAT as well, so
      * TRAY-SCAN-RECON can hold the meal line's delivered-tray scans
      * against what was printed.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TICKET-FILE ASSIGN TO DYNAMIC WS-TICKET-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TICKET-STATUS.
      * Every ticket line as issued - ticket number, resident, meal,
      * the dish printed and the menu dish it stands for - so the
      * meal line's scan-back of delivered trays can be reconciled
      * against what the tickets told the tray line to serve.
           SELECT TICKET-ISSUE-FILE ASSIGN TO
               DYNAMIC WS-TICKET-ISSUE-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TICKET-ISSUE-STATUS.
      * Tickets print unit by unit, room and bed order within the
      * unit, so each nursing station's trays come off the printer
      * together - the master sorts into this work file first.
           SELECT UNIT-SORT-WORK-FILE ASSIGN TO 'SORTWK'.
           SELECT UNIT-SORTED-MASTER ASSIGN TO
               DYNAMIC WS-UNIT-SORTED-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-UNIT-SORTED-STATUS.
      * Standard run-balancing control-total report so ops balances
      * this job the same way every other nightly batch job is
      * balanced.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-TOTAL-STATUS.
           COPY "suite-error-log-select.cpy".
           COPY "table-capacity-select.cpy".
           COPY "run-parms-select.cpy".

       DATA DIVISION.
          03 MNU-SERVE-DATE     PIC 9(8).

       FD  PATIENT-MASTER
           RECORD CONTAINS 60 CHARACTERS.
       01 PAT-RECORD.
          03 PAT-PATIENT-ID     PIC X(10).
          03 PAT-PATIENT-NAME   PIC X(30).
          03 PAT-ALLERGY-SCORE  PIC 9(5).
          03 PAT-LOCATION.
             05 PAT-NURSING-UNIT PIC X(6).
             05 PAT-ROOM         PIC X(5).
             05 PAT-BED          PIC X(2).
          03 FILLER             PIC X(2).

       FD  ALLERGEN-TABLE-FILE
           RECORD CONTAINS 19 CHARACTERS.
          03 ALG-VAL             PIC 9(5).
          03 FILLER              PIC X.

      * Quantity per portion, its unit of measure and the supplying
      * vendor drive INGREDIENT-REQUISITION; a line written before
      * they were added reads with them blank and is not ordered.
       FD  RECIPE-MASTER-FILE
           RECORD CONTAINS 76 CHARACTERS.
       01 RCP-RECORD.
          03 RCP-DISH            PIC X(30).
          03 RCP-INGREDIENT      PIC X(20).
          03 RCP-ALLERGEN        PIC X(12).
          03 RCP-QTY-PER-PORTION PIC 9(3)V9(3).
          03 RCP-UOM             PIC X(4).
          03 RCP-VENDOR          PIC X(4).

       FD  SUBSTITUTION-FILE
           RECORD CONTAINS 72 CHARACTERS.
           RECORD CONTAINS 100 CHARACTERS.
       01 TKT-LINE PIC X(100).

      * TIS-STATUS: P dish printed as on the menu, S substitute
      * printed in place of the blocked menu dish, H blocked menu
      * dish with no substitute - tray held.
       FD  TICKET-ISSUE-FILE
           RECORD CONTAINS 125 CHARACTERS.
       01 TIS-RECORD.
          03 TIS-SERVE-DATE     PIC 9(8).
          03 FILLER             PIC X(2).
          03 TIS-TICKET-NO      PIC 9(6).
          03 FILLER             PIC X(2).
          03 TIS-PATIENT-ID     PIC X(10).
          03 FILLER             PIC X(2).
          03 TIS-MEAL           PIC X(12).
          03 FILLER             PIC X(2).
          03 TIS-DISH           PIC X(30).
          03 FILLER             PIC X(2).
          03 TIS-MENU-DISH      PIC X(30).
          03 FILLER             PIC X(2).
          03 TIS-STATUS         PIC X.
          03 FILLER             PIC X(2).
          03 TIS-BLOCK-ALLERGEN PIC X(12).
          03 FILLER             PIC X(2).

       SD  UNIT-SORT-WORK-FILE.
       01 USR-RECORD.
          03 USR-PATIENT-ID     PIC X(10).
          03 USR-PATIENT-NAME   PIC X(30).
          03 USR-ALLERGY-SCORE  PIC 9(5).
          03 USR-NURSING-UNIT   PIC X(6).
          03 USR-ROOM           PIC X(5).
          03 USR-BED            PIC X(2).
          03 FILLER             PIC X(2).

       FD  UNIT-SORTED-MASTER
           RECORD CONTAINS 60 CHARACTERS.
       01 USM-RECORD            PIC X(60).

       FD  CONTROL-TOTAL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 CTL-LINE PIC X(80).

       COPY "suite-error-log-fd.cpy".
       COPY "table-capacity-fd.cpy".
       COPY "run-parms-fd.cpy".

       WORKING-STORAGE SECTION.
       01 WS-SUBSTITUTION-STATUS PIC XX VALUE '00'.
       01 WS-SEVERITY-STATUS    PIC XX VALUE '00'.
       01 WS-TICKET-STATUS      PIC XX VALUE '00'.
       01 WS-TICKET-ISSUE-DSN   PIC X(100)
          VALUE 'TRAY-TICKET-ISSUE.DAT'.
       01 WS-TICKET-ISSUE-STATUS PIC XX VALUE '00'.
      * One ticket number per resident per meal, in print order -
      * the number the meal line scans back on the delivered tray.
       01 WS-TICKET-SEQ         PIC 9(6) VALUE 0.
       01 WS-EOF-FLAG           PIC X VALUE 'N'.

       01 WS-CONTROL-TOTAL-DSN    PIC X(100)
       01 WS-DISHES-SERVED        PIC 9(6) VALUE 0.
       01 WS-SUBSTITUTIONS-MADE   PIC 9(6) VALUE 0.
       01 WS-UNRESOLVED-BLOCKS    PIC 9(6) VALUE 0.
       01 WS-UNITS-TICKETED       PIC 9(6) VALUE 0.
       01 WS-MEAL-TICKETS         PIC 9(6) VALUE 0.
       01 WS-CTL-COUNT-TXT        PIC ZZZZZ9.

      * Unit break fields - the subtotal at the foot of each unit's
      * tickets is what the unit's tray cart should hold.
       01 WS-UNIT-SORTED-DSN      PIC X(100)
          VALUE 'TRAY-TICKET-BY-UNIT.TMP'.
       01 WS-UNIT-SORTED-STATUS   PIC XX VALUE '00'.
       01 WS-UNIT-FIRST           PIC X VALUE 'Y'.
       01 WS-CURRENT-UNIT         PIC X(6) VALUE SPACES.
       01 WS-UNIT-LABEL           PIC X(10) VALUE SPACES.
       01 WS-UNIT-TICKETS         PIC 9(6) VALUE 0.
       01 WS-UNIT-HELD            PIC 9(6) VALUE 0.
       01 WS-UNIT-COUNT-TXT       PIC ZZZZZ9.
       01 WS-UNIT-HELD-TXT        PIC ZZZZZ9.
       01 WS-ROOM-BED             PIC X(8) VALUE SPACES.

       01 WS-SERVE-DATE         PIC 9(8) VALUE 0.
       01 WS-SERVE-DATE-TXT     PIC X(8) VALUE SPACES.

          03 TKT-NOTE          PIC X(60).

       COPY "suite-error-log-ws.cpy".
       COPY "table-capacity-ws.cpy".
       COPY "run-parms-ws.cpy".
       COPY "env-accept-ws.cpy".
       COPY "transaction-header.cpy".
       COPY "return-codes.cpy".
       COPY "env-switch-ws.cpy".
       COPY "date-check-ws.cpy".

       PROCEDURE DIVISION.
       RUN-TRAY-TICKETS SECTION.
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-TICKET-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'TRAY_TICKET_ISSUE_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-TICKET-ISSUE-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'TRAY_TICKET_CONTROL_TOTAL_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
           MOVE WS-TICKET-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-TICKET-DSN
           MOVE WS-TICKET-ISSUE-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-TICKET-ISSUE-DSN
           MOVE WS-CONTROL-TOTAL-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-CONTROL-TOTAL-DSN
                  WS-SERVE-DATE DELIMITED BY SIZE
             INTO TKT-LINE
           WRITE TKT-LINE
           OPEN OUTPUT TICKET-ISSUE-FILE
           MOVE TRX-HEADER TO TIS-RECORD
           WRITE TIS-RECORD

           OPEN INPUT PATIENT-MASTER
           IF WS-PATIENT-MST-STATUS = '00'
               CLOSE PATIENT-MASTER
               SORT UNIT-SORT-WORK-FILE
                   ON ASCENDING KEY USR-NURSING-UNIT
                                    USR-ROOM
                                    USR-BED
                                    USR-PATIENT-ID
                   USING PATIENT-MASTER
                   GIVING UNIT-SORTED-MASTER
               OPEN INPUT PATIENT-MASTER
               OPEN INPUT UNIT-SORTED-MASTER
               MOVE 'Y' TO WS-UNIT-FIRST
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ UNIT-SORTED-MASTER
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           MOVE USM-RECORD TO PAT-RECORD
                           PERFORM CHECK-UNIT-BREAK
                           PERFORM WRITE-ONE-TICKET
                   END-READ
               END-PERFORM
               IF WS-UNIT-FIRST = 'N'
                   PERFORM END-TICKET-UNIT
               END-IF
               CLOSE UNIT-SORTED-MASTER
               CLOSE PATIENT-MASTER
           END-IF
           CLOSE TICKET-FILE
           CLOSE TICKET-ISSUE-FILE
           PERFORM WRITE-CONTROL-TOTALS

           SET RC-NORMAL TO TRUE
               SET RC-WARNING TO TRUE
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
           PERFORM RECORD-TABLE-CAPACITY
           GOBACK.

       CHECK-UNIT-BREAK SECTION.
           IF WS-UNIT-FIRST = 'N'
               IF PAT-NURSING-UNIT = WS-CURRENT-UNIT
                   GO TO CHECK-UNIT-BREAK-EXIT
               END-IF
               PERFORM END-TICKET-UNIT
           END-IF
           MOVE 'N' TO WS-UNIT-FIRST
           MOVE PAT-NURSING-UNIT TO WS-CURRENT-UNIT
           MOVE 0 TO WS-UNIT-TICKETS
           MOVE 0 TO WS-UNIT-HELD
           ADD 1 TO WS-UNITS-TICKETED
           IF WS-CURRENT-UNIT = SPACES
               MOVE 'UNASSIGNED' TO WS-UNIT-LABEL
           ELSE
               MOVE WS-CURRENT-UNIT TO WS-UNIT-LABEL
           END-IF
           MOVE ALL '*' TO TKT-LINE
           WRITE TKT-LINE
           MOVE SPACES TO TKT-LINE
           STRING 'NURSING UNIT ' DELIMITED BY SIZE
                  WS-UNIT-LABEL DELIMITED BY SIZE
             INTO TKT-LINE
           WRITE TKT-LINE.
       CHECK-UNIT-BREAK-EXIT.
           EXIT.

       END-TICKET-UNIT SECTION.
           MOVE ALL '-' TO TKT-LINE
           WRITE TKT-LINE
           MOVE WS-UNIT-TICKETS TO WS-UNIT-COUNT-TXT
           MOVE WS-UNIT-HELD TO WS-UNIT-HELD-TXT
           MOVE SPACES TO TKT-LINE
           STRING 'UNIT ' DELIMITED BY SIZE
                  WS-UNIT-LABEL DELIMITED BY SIZE
                  ' TICKETS: ' DELIMITED BY SIZE
                  WS-UNIT-COUNT-TXT DELIMITED BY SIZE
                  '  TRAYS ON HOLD: ' DELIMITED BY SIZE
                  WS-UNIT-HELD-TXT DELIMITED BY SIZE
             INTO TKT-LINE
           WRITE TKT-LINE
           EXIT.

      * One ticket per resident: every dish on the serve date's menu,
      * with the approved substitution printed in place of a blocked
      * dish and the offending allergen's severity letter alongside.
       WRITE-ONE-TICKET SECTION.
           ADD 1 TO WS-RESIDENTS-TICKETED
           ADD 1 TO WS-UNIT-TICKETS
           MOVE ALL '=' TO TKT-LINE
           WRITE TKT-LINE
           MOVE SPACES TO WS-ROOM-BED
           IF PAT-ROOM NOT = SPACES
               IF PAT-BED = SPACES
                   MOVE PAT-ROOM TO WS-ROOM-BED
               ELSE
                   STRING FUNCTION TRIM(PAT-ROOM) DELIMITED BY SIZE
                          '-' DELIMITED BY SIZE
                          FUNCTION TRIM(PAT-BED) DELIMITED BY SIZE
                     INTO WS-ROOM-BED
               END-IF
           END-IF
           MOVE SPACES TO TKT-LINE
           STRING PAT-PATIENT-ID DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  PAT-PATIENT-NAME DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-UNIT-LABEL DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-ROOM-BED DELIMITED BY SIZE
             INTO TKT-LINE
           WRITE TKT-LINE
           MOVE PAT-ALLERGY-SCORE TO WS-SCORE
               SET DH-IDX TO WS-CUR-DISH
               IF DSH-MEAL(DH-IDX) NOT = WS-CUR-MEAL
                   MOVE DSH-MEAL(DH-IDX) TO WS-CUR-MEAL
                   ADD 1 TO WS-TICKET-SEQ
                   ADD 1 TO WS-MEAL-TICKETS
                   MOVE SPACES TO TKT-LINE
                   STRING 'MEAL: ' DELIMITED BY SIZE
                          WS-CUR-MEAL DELIMITED BY SIZE
                          '  TICKET ' DELIMITED BY SIZE
                          WS-TICKET-SEQ DELIMITED BY SIZE
                     INTO TKT-LINE
                   WRITE TKT-LINE
               END-IF
               END-PERFORM
           END-IF
           MOVE SPACES TO WS-TKT-DETAIL
           MOVE SPACES TO TIS-RECORD
           MOVE WS-SERVE-DATE TO TIS-SERVE-DATE
           MOVE WS-TICKET-SEQ TO TIS-TICKET-NO
           MOVE PAT-PATIENT-ID TO TIS-PATIENT-ID
           MOVE DSH-MEAL(DH-IDX) TO TIS-MEAL
           MOVE DSH-DISH(DH-IDX) TO TIS-MENU-DISH
           MOVE WS-BLOCK-ALLERGEN TO TIS-BLOCK-ALLERGEN
           IF WS-BLOCKED = 'N'
               ADD 1 TO WS-DISHES-SERVED
               MOVE DSH-DISH(DH-IDX) TO TKT-DISH
               MOVE 'P' TO TIS-STATUS
           ELSE
               MOVE DSH-DISH(DH-IDX) TO WS-SUB-DISH
               MOVE WS-BLOCK-ALLERGEN TO WS-SUB-ALLERGEN
               IF WS-SUB-FOUND = 'Y'
                   ADD 1 TO WS-SUBSTITUTIONS-MADE
                   MOVE WS-SUB-ALTERNATE TO TKT-DISH
                   MOVE 'S' TO TIS-STATUS
                   STRING 'SUBSTITUTED FOR ' DELIMITED BY SIZE
                          FUNCTION TRIM(DSH-DISH(DH-IDX))
                            DELIMITED BY SIZE
                     INTO TKT-NOTE
               ELSE
                   ADD 1 TO WS-UNRESOLVED-BLOCKS
                   ADD 1 TO WS-UNIT-HELD
                   MOVE DSH-DISH(DH-IDX) TO TKT-DISH
                   MOVE 'H' TO TIS-STATUS
                   STRING '** BLOCKED - ' DELIMITED BY SIZE
                          FUNCTION TRIM(WS-BLOCK-ALLERGEN)
                            DELIMITED BY SIZE
           MOVE '  ' TO TKT-PREFIX
           MOVE WS-TKT-DETAIL TO TKT-LINE
           WRITE TKT-LINE
           MOVE TKT-DISH TO TIS-DISH
           WRITE TIS-RECORD
           EXIT.

       LOOKUP-SUBSTITUTION SECTION.
                   MOVE 'TRAY-TICKET' TO SERR-PROGRAM-ID
                   MOVE MNU-DISH(1:20) TO SERR-KEY-FIELD
                   MOVE 'DISH TABLE FULL - IGNORED' TO SERR-REASON
                   MOVE 'TBL001' TO SERR-ERROR-CODE
                   PERFORM WRITE-SUITE-ERROR-LOG
               ELSE
                   ADD 1 TO WS-DISH-COUNT
                   MOVE 'TRAY-TICKET' TO SERR-PROGRAM-ID
                   MOVE MNU-DISH(1:20) TO SERR-KEY-FIELD
                   MOVE 'DISH HAS NO RECIPE' TO SERR-REASON
                   MOVE 'REF002' TO SERR-ERROR-CODE
                   PERFORM WRITE-SUITE-ERROR-LOG
               END-IF
           ELSE
      * Same effective-date rules as the dietary extract - only
      * orders in force for the serve date block a tray.
       LOAD-ONE-DIET-ORDER SECTION.
           MOVE DTO-EFF-DATE TO WS-DATE-CHECK-VALUE
           PERFORM CHECK-INBOUND-DATE
           IF WS-DATE-CHECK-VALID = 'Y'
               MOVE DTO-EXP-DATE TO WS-DATE-CHECK-VALUE
               PERFORM CHECK-INBOUND-DATE
           END-IF
           IF WS-DATE-CHECK-VALID = 'N'
               MOVE 'TRAY-TICKET' TO SERR-PROGRAM-ID
               MOVE DTO-PATIENT-ID TO SERR-KEY-FIELD
               MOVE WS-DATE-CHECK-REASON TO SERR-REASON
               MOVE 'DTE001' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               GO TO LOAD-ONE-DIET-ORDER-EXIT
           END-IF
           IF DTO-EFF-DATE IS NUMERIC
               AND DTO-EFF-DATE > WS-SERVE-DATE
               GO TO LOAD-ONE-DIET-ORDER-EXIT
               MOVE 'TRAY-TICKET' TO SERR-PROGRAM-ID
               MOVE DTO-PATIENT-ID TO SERR-KEY-FIELD
               MOVE 'DIET ORDER TABLE FULL' TO SERR-REASON
               MOVE 'TBL001' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               GO TO LOAD-ONE-DIET-ORDER-EXIT
           END-IF
                                     TO SERR-KEY-FIELD
                                   MOVE 'DIET TAG TABLE FULL'
                                     TO SERR-REASON
                                   MOVE 'TBL001' TO SERR-ERROR-CODE
                                   PERFORM WRITE-SUITE-ERROR-LOG
                               ELSE
                                   ADD 1 TO WS-DIET-TAG-COUNT
                   MOVE 'TRAY-TICKET' TO SERR-PROGRAM-ID
                   MOVE WS-ADD-ALLERGEN TO SERR-KEY-FIELD
                   MOVE 'UNKNOWN ALLERGEN ON MENU' TO SERR-REASON
                   MOVE 'REF002' TO SERR-ERROR-CODE
                   PERFORM WRITE-SUITE-ERROR-LOG
               WHEN ALLERGY-TYPE OF CONTENTS(A-IDX) = WS-ADD-ALLERGEN
                   MOVE 'N' TO WS-ALG-DUP
                               MOVE ALG-TYPE TO SERR-KEY-FIELD
                               MOVE 'ALLERGEN TABLE FULL - IGNORED'
                                 TO SERR-REASON
                               MOVE 'TBL001' TO SERR-ERROR-CODE
                               PERFORM WRITE-SUITE-ERROR-LOG
                           ELSE
                               ADD 1 TO TBL-SZ
                                     TO SERR-KEY-FIELD
                                   MOVE 'RECIPE TABLE FULL - IGNORED'
                                     TO SERR-REASON
                                   MOVE 'TBL001' TO SERR-ERROR-CODE
                                   PERFORM WRITE-SUITE-ERROR-LOG
                               ELSE
                                   ADD 1 TO WS-RECIPE-COUNT
                               MOVE SUB-DISH(1:20) TO SERR-KEY-FIELD
                               MOVE 'SUB CATALOG FULL - IGNORED'
                                 TO SERR-REASON
                               MOVE 'TBL001' TO SERR-ERROR-CODE
                               PERFORM WRITE-SUITE-ERROR-LOG
                           ELSE
                               ADD 1 TO WS-SUB-COUNT
                               MOVE SEV-PATIENT-ID TO SERR-KEY-FIELD
                               MOVE 'SEVERITY TABLE FULL - IGNORED'
                                 TO SERR-REASON
                               MOVE 'TBL001' TO SERR-ERROR-CODE
                               PERFORM WRITE-SUITE-ERROR-LOG
                           ELSE
                               ADD 1 TO WS-SEVERITY-COUNT
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-UNITS-TICKETED TO WS-CTL-COUNT-TXT
           STRING 'NURSING UNITS    : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-MEAL-TICKETS TO WS-CTL-COUNT-TXT
           STRING 'MEAL TICKETS     : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           CLOSE CONTROL-TOTAL-FILE
           EXIT.

      * High-water marks of the in-memory tables for this run,
      * kept so TABLE-CAPACITY-REPORT can warn before a ceiling is
      * reached.
       RECORD-TABLE-CAPACITY SECTION.
           MOVE 'TRAY-TICKET' TO TCAP-PROGRAM-ID
           MOVE WS-PARM-RUN-ID TO TCAP-RUN-ID
           MOVE WS-RUN-DATE TO TCAP-RUN-DATE
           MOVE 'DISH' TO TCAP-TABLE-NAME
           MOVE WS-DISH-COUNT TO TCAP-PEAK
           MOVE WS-DISH-MAX TO TCAP-CEILING
           PERFORM WRITE-TABLE-CAPACITY
           MOVE 'RECIPE' TO TCAP-TABLE-NAME
           MOVE WS-RECIPE-COUNT TO TCAP-PEAK
           MOVE WS-RECIPE-MAX TO TCAP-CEILING
           PERFORM WRITE-TABLE-CAPACITY
           MOVE 'SUB' TO TCAP-TABLE-NAME
           MOVE WS-SUB-COUNT TO TCAP-PEAK
           MOVE WS-SUB-MAX TO TCAP-CEILING
           PERFORM WRITE-TABLE-CAPACITY
           MOVE 'SEVERITY' TO TCAP-TABLE-NAME
           MOVE WS-SEVERITY-COUNT TO TCAP-PEAK
           MOVE WS-SEVERITY-MAX TO TCAP-CEILING
           PERFORM WRITE-TABLE-CAPACITY
           MOVE 'DIET-ORD' TO TCAP-TABLE-NAME
           MOVE WS-DIET-ORD-COUNT TO TCAP-PEAK
           MOVE WS-DIET-ORD-MAX TO TCAP-CEILING
           PERFORM WRITE-TABLE-CAPACITY
           MOVE 'DIET-TAG' TO TCAP-TABLE-NAME
           MOVE WS-DIET-TAG-COUNT TO TCAP-PEAK
           MOVE WS-DIET-TAG-MAX TO TCAP-CEILING
           PERFORM WRITE-TABLE-CAPACITY
           EXIT.

       COPY "suite-error-log-proc.cpy".
       COPY "run-parms-proc.cpy".
       COPY "env-switch-proc.cpy".
       COPY "table-capacity-proc.cpy".
       COPY "date-check-proc.cpy".
