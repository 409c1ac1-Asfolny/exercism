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

       FD  BLOCKED-MEAL-FILE
           RECORD CONTAINS 210 CHARACTERS.
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
       01 CTL-LINE PIC X(80).

       COPY "suite-error-log-fd.cpy".
       COPY "table-capacity-fd.cpy".
       COPY "run-parms-fd.cpy".

       WORKING-STORAGE SECTION.
      * Menu lines held in storage while the panel is scanned once -
      * each entry accumulates the residents blocked from that dish
      * the same way the allergy summary accumulates per allergen.
      * Each blocked resident carries their nursing unit so the report
      * can print the dish once per unit; the substitute is looked up
      * once per entry ahead of the report.
       01 WS-MENU-MAX    PIC 9(3) VALUE 100.
       01 WS-MENU-COUNT  PIC 9(3) VALUE 0.
       01 WS-MENU-TABLE.
             05 MT-ALG-IDX        PIC 99.
             05 MT-SERVE-DATE     PIC 9(8).
             05 MT-DAYS-OUT       PIC 9(3).
             05 MT-SUB-FOUND      PIC X.
             05 MT-ALTERNATE      PIC X(30).
             05 MT-PATIENT-COUNT  PIC 9(4).
             05 MT-PATIENT OCCURS 200 TIMES.
                07 MT-PATIENT-ID   PIC X(10).
                07 MT-PATIENT-UNIT PIC X(6).

      * Nursing units seen on the panel, sorted ascending after the
      * scan so each serve date prints unit by unit. A blank unit
      * (resident not yet placed) sorts first and prints UNASSIGNED;
      * past the table ceiling residents report under OTHER.
       01 WS-UNIT-MAX           PIC 99 VALUE 50.
       01 WS-UNIT-COUNT         PIC 99 VALUE 0.
       01 WS-UNIT-TABLE.
          03 WS-UNIT-ENTRY OCCURS 50 TIMES INDEXED BY UT-IDX.
             05 UT-UNIT           PIC X(6).
       01 WS-SCAN-UNIT          PIC X(6) VALUE SPACES.
       01 WS-UNIT-FOUND         PIC X VALUE 'N'.
       01 WS-UNIT-FULL-LOGGED   PIC X VALUE 'N'.
       01 WS-UNIT-SORT-I        PIC 99.
       01 WS-UNIT-SORT-J        PIC 99.
       01 WS-UNIT-SORT-TEMP     PIC X(6).
       01 WS-UNIT-LABEL         PIC X(10) VALUE SPACES.
       01 WS-UNIT-LINE-COUNT    PIC 9(4) VALUE 0.
       01 WS-UNIT-DISH-COUNT    PIC 9(4) VALUE 0.
       01 WS-UNIT-BLOCKED-TOTAL PIC 9(6) VALUE 0.
       01 WS-UNIT-TOTAL-TXT     PIC ZZZZZ9.
       01 WS-GROUP-START        PIC 999.
       01 WS-GROUP-END          PIC 999.
       01 WS-GROUP-K            PIC 999.
       01 WS-GROUP-DONE         PIC X VALUE 'N'.
       01 WS-GROUP-HAS-BLOCKED  PIC X VALUE 'N'.

      * Checking horizon: every serve date from the run date out to
      * run date plus the horizon is checked in one pass, so a
          03 BLK-PATIENT-LIST  PIC X(100).

       COPY "suite-error-log-ws.cpy".
       COPY "table-capacity-ws.cpy".
       COPY "run-parms-ws.cpy".
       COPY "env-accept-ws.cpy".
       COPY "transaction-header.cpy".
       COPY "return-codes.cpy".
       COPY "env-switch-ws.cpy".
       COPY "date-check-ws.cpy".

       PROCEDURE DIVISION.
       RUN-MENU-CHECK SECTION.
               SET RC-WARNING TO TRUE
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
           PERFORM RECORD-TABLE-CAPACITY
           GOBACK.

      * A menu line whose allergen code is not on the allergen table
               MOVE 'MENU-CHECK' TO SERR-PROGRAM-ID
               MOVE MNU-DISH(1:20) TO SERR-KEY-FIELD
               MOVE 'MENU TABLE FULL - IGNORED' TO SERR-REASON
               MOVE 'TBL001' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               GO TO ADD-DIET-ENTRY-EXIT
           END-IF
           EXIT.

       LOAD-ONE-DIET-ORDER SECTION.
           MOVE DTO-EFF-DATE TO WS-DATE-CHECK-VALUE
           PERFORM CHECK-INBOUND-DATE
           IF WS-DATE-CHECK-VALID = 'Y'
               MOVE DTO-EXP-DATE TO WS-DATE-CHECK-VALUE
               PERFORM CHECK-INBOUND-DATE
           END-IF
           IF WS-DATE-CHECK-VALID = 'N'
               MOVE 'MENU-CHECK' TO SERR-PROGRAM-ID
               MOVE DTO-PATIENT-ID TO SERR-KEY-FIELD
               MOVE WS-DATE-CHECK-REASON TO SERR-REASON
               MOVE 'DTE001' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               GO TO LOAD-ONE-DIET-ORDER-EXIT
           END-IF
           IF DTO-EFF-DATE IS NUMERIC
               AND DTO-EFF-DATE > WS-CHECK-DATE
               GO TO LOAD-ONE-DIET-ORDER-EXIT
               MOVE 'MENU-CHECK' TO SERR-PROGRAM-ID
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
               MOVE 'MENU-CHECK' TO SERR-PROGRAM-ID
               MOVE MNU-DISH(1:20) TO SERR-KEY-FIELD
               MOVE 'DISH HAS NO RECIPE' TO SERR-REASON
               MOVE 'REF002' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
           END-IF
           EXIT.
                   MOVE 'MENU-CHECK' TO SERR-PROGRAM-ID
                   MOVE MNU-ALLERGEN TO SERR-KEY-FIELD
                   MOVE 'UNKNOWN ALLERGEN ON MENU' TO SERR-REASON
                   MOVE 'REF002' TO SERR-ERROR-CODE
                   PERFORM WRITE-SUITE-ERROR-LOG
               WHEN ALLERGY-TYPE OF CONTENTS(A-IDX) = MNU-ALLERGEN
                   PERFORM ADD-MENU-ENTRY
               MOVE 'MENU-CHECK' TO SERR-PROGRAM-ID
               MOVE MNU-DISH(1:20) TO SERR-KEY-FIELD
               MOVE 'MENU TABLE FULL - IGNORED' TO SERR-REASON
               MOVE 'TBL001' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               GO TO ADD-MENU-ENTRY-EXIT
           END-IF
                   MOVE 'MENU-CHECK' TO SERR-PROGRAM-ID
                   MOVE WS-ADD-ALLERGEN TO SERR-KEY-FIELD
                   MOVE 'UNKNOWN ALLERGEN ON RECIPE' TO SERR-REASON
                   MOVE 'REF002' TO SERR-ERROR-CODE
                   PERFORM WRITE-SUITE-ERROR-LOG
               WHEN ALLERGY-TYPE OF CONTENTS(A-IDX) = WS-ADD-ALLERGEN
                   ADD 1 TO WS-MENU-COUNT
                                     TO SERR-KEY-FIELD
                                   MOVE 'RECIPE TABLE FULL - IGNORED'
                                     TO SERR-REASON
                                   MOVE 'TBL001' TO SERR-ERROR-CODE
                                   PERFORM WRITE-SUITE-ERROR-LOG
                               ELSE
                                   ADD 1 TO WS-RECIPE-COUNT
               END-READ
           END-PERFORM
           CLOSE PATIENT-MASTER
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM SORT-UNIT-TABLE.
       SCAN-PATIENT-PANEL-EXIT.
           EXIT.

       CHECK-ONE-PATIENT SECTION.
           PERFORM REGISTER-PATIENT-UNIT
           MOVE PAT-ALLERGY-SCORE TO WS-SCORE
           PERFORM INITIALIZE-TABLE
           PERFORM VARYING MN-IDX FROM 1 BY 1
                       MOVE PAT-PATIENT-ID
                         TO MT-PATIENT-ID(MN-IDX,
                                          MT-PATIENT-COUNT(MN-IDX))
                       MOVE WS-SCAN-UNIT
                         TO MT-PATIENT-UNIT(MN-IDX,
                                            MT-PATIENT-COUNT(MN-IDX))
                   ELSE
                       IF MT-PATIENT-COUNT(MN-IDX) = 201
                           MOVE 'MENU-CHECK' TO SERR-PROGRAM-ID
                           MOVE MT-DISH(MN-IDX)(1:20)
                             TO SERR-KEY-FIELD
                           MOVE 'OVER 200 BLOCKED - UNIT SPLIT'
                             TO SERR-REASON
                           MOVE 'CLN001' TO SERR-ERROR-CODE
                           PERFORM WRITE-SUITE-ERROR-LOG
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           EXIT.

      * Adds the resident's unit to the unit table the first time it
      * is seen and leaves it in WS-SCAN-UNIT for the blocked entries.
       REGISTER-PATIENT-UNIT SECTION.
           MOVE PAT-NURSING-UNIT TO WS-SCAN-UNIT
           PERFORM FIND-SCAN-UNIT
           IF WS-UNIT-FOUND = 'Y'
               GO TO REGISTER-PATIENT-UNIT-EXIT
           END-IF
           IF WS-UNIT-COUNT >= WS-UNIT-MAX - 1
               IF WS-UNIT-FULL-LOGGED = 'N'
                   MOVE 'Y' TO WS-UNIT-FULL-LOGGED
                   MOVE 'MENU-CHECK' TO SERR-PROGRAM-ID
                   MOVE WS-SCAN-UNIT TO SERR-KEY-FIELD
                   MOVE 'UNIT TABLE FULL - OTHER' TO SERR-REASON
                   MOVE 'TBL001' TO SERR-ERROR-CODE
                   PERFORM WRITE-SUITE-ERROR-LOG
               END-IF
               MOVE 'OTHER' TO WS-SCAN-UNIT
               PERFORM FIND-SCAN-UNIT
               IF WS-UNIT-FOUND = 'Y'
                   GO TO REGISTER-PATIENT-UNIT-EXIT
               END-IF
           END-IF
           ADD 1 TO WS-UNIT-COUNT
           MOVE WS-SCAN-UNIT TO UT-UNIT(WS-UNIT-COUNT).
       REGISTER-PATIENT-UNIT-EXIT.
           EXIT.

       FIND-SCAN-UNIT SECTION.
           MOVE 'N' TO WS-UNIT-FOUND
           PERFORM VARYING UT-IDX FROM 1 BY 1
                   UNTIL UT-IDX > WS-UNIT-COUNT
               IF UT-UNIT(UT-IDX) = WS-SCAN-UNIT
                   MOVE 'Y' TO WS-UNIT-FOUND
               END-IF
           END-PERFORM
           EXIT.

       SORT-UNIT-TABLE SECTION.
           PERFORM VARYING WS-UNIT-SORT-I FROM 1 BY 1
                   UNTIL WS-UNIT-SORT-I > WS-UNIT-COUNT
               PERFORM VARYING WS-UNIT-SORT-J FROM WS-UNIT-SORT-I BY 1
                       UNTIL WS-UNIT-SORT-J > WS-UNIT-COUNT
                   IF UT-UNIT(WS-UNIT-SORT-J) < UT-UNIT(WS-UNIT-SORT-I)
                       MOVE UT-UNIT(WS-UNIT-SORT-I) TO WS-UNIT-SORT-TEMP
                       MOVE UT-UNIT(WS-UNIT-SORT-J)
                         TO UT-UNIT(WS-UNIT-SORT-I)
                       MOVE WS-UNIT-SORT-TEMP TO UT-UNIT(WS-UNIT-SORT-J)
                   END-IF
               END-PERFORM
           END-PERFORM
           EXIT.

       WRITE-BLOCKED-MEAL-REPORT SECTION.
           OPEN OUTPUT BLOCKED-MEAL-FILE
           OPEN OUTPUT SUB-WORKLIST-FILE
                   END-IF
               END-PERFORM
           END-PERFORM
           PERFORM RESOLVE-SUBSTITUTES
      * One serve date at a time: the run of sorted entries sharing
      * the date prints unit by unit, each unit closing with its
      * subtotal of blocked servings.
           MOVE 1 TO WS-MNU-SORT-I
           PERFORM UNTIL WS-MNU-SORT-I > WS-MENU-COUNT
               MOVE WS-MNU-SORT-I TO WS-GROUP-START
               SET MN-IDX TO WS-MNU-ORDER(WS-MNU-SORT-I)
               MOVE MT-SERVE-DATE(MN-IDX) TO WS-MNU-GROUP-DATE
               PERFORM FIND-SERVE-DATE-GROUP-END
               PERFORM WRITE-SERVE-DATE-GROUP
               COMPUTE WS-MNU-SORT-I = WS-GROUP-END + 1
           END-PERFORM
           CLOSE SUB-WORKLIST-FILE
           CLOSE BLOCKED-MEAL-FILE
           EXIT.

      * The catalog answer for every blocked entry, looked up once
      * ahead of the unit breaks so a dish blocked on three units
      * lands on the dietician's worklist once, not three times.
       RESOLVE-SUBSTITUTES SECTION.
           PERFORM VARYING WS-MNU-SORT-I FROM 1 BY 1
                   UNTIL WS-MNU-SORT-I > WS-MENU-COUNT
               SET MN-IDX TO WS-MNU-ORDER(WS-MNU-SORT-I)
               IF MT-PATIENT-COUNT(MN-IDX) > 0
                   PERFORM LOOKUP-SUBSTITUTION
                   MOVE WS-SUB-FOUND TO MT-SUB-FOUND(MN-IDX)
                   IF WS-SUB-FOUND = 'Y'
                       ADD 1 TO WS-SUBS-PRINTED
                       MOVE WS-SUB-ALTERNATE TO MT-ALTERNATE(MN-IDX)
                   ELSE
                       ADD 1 TO WS-SUBS-MISSING
                       MOVE '** NO SUBSTITUTE **'
                         TO MT-ALTERNATE(MN-IDX)
                       MOVE SPACES TO WS-WORKLIST-DETAIL
                       MOVE MT-DISH(MN-IDX) TO WKL-DISH
                       MOVE MT-ALLERGEN(MN-IDX) TO WKL-ALLERGEN
                       MOVE 'NO CATALOG SUBSTITUTE' TO WKL-MESSAGE
                       MOVE WS-WORKLIST-DETAIL TO WKL-LINE
                       WRITE WKL-LINE
                       MOVE 'MENU-CHECK' TO SERR-PROGRAM-ID
                       MOVE MT-DISH(MN-IDX)(1:20) TO SERR-KEY-FIELD
                       MOVE 'NO CATALOG SUBSTITUTE' TO SERR-REASON
                       MOVE 'REF002' TO SERR-ERROR-CODE
                       PERFORM WRITE-SUITE-ERROR-LOG
                   END-IF
               END-IF
           END-PERFORM
           EXIT.

       FIND-SERVE-DATE-GROUP-END SECTION.
           MOVE WS-GROUP-START TO WS-GROUP-END
           MOVE 'N' TO WS-GROUP-DONE
           PERFORM UNTIL WS-GROUP-DONE = 'Y'
               IF WS-GROUP-END >= WS-MENU-COUNT
                   MOVE 'Y' TO WS-GROUP-DONE
               ELSE
                   IF MT-SERVE-DATE(WS-MNU-ORDER(WS-GROUP-END + 1))
                       = WS-MNU-GROUP-DATE
                       ADD 1 TO WS-GROUP-END
                   ELSE
                       MOVE 'Y' TO WS-GROUP-DONE
                   END-IF
               END-IF
           END-PERFORM
           EXIT.

       WRITE-SERVE-DATE-GROUP SECTION.
           MOVE 'N' TO WS-GROUP-HAS-BLOCKED
           PERFORM VARYING WS-GROUP-K FROM WS-GROUP-START BY 1
                   UNTIL WS-GROUP-K > WS-GROUP-END
               SET MN-IDX TO WS-MNU-ORDER(WS-GROUP-K)
               IF MT-PATIENT-COUNT(MN-IDX) > 0
                   MOVE 'Y' TO WS-GROUP-HAS-BLOCKED
               END-IF
           END-PERFORM
           IF WS-GROUP-HAS-BLOCKED = 'N'
               GO TO WRITE-SERVE-DATE-GROUP-EXIT
           END-IF
           MOVE SPACES TO BLK-LINE
           STRING 'SERVE DATE ' DELIMITED BY SIZE
                  WS-MNU-GROUP-DATE DELIMITED BY SIZE
             INTO BLK-LINE
           WRITE BLK-LINE
           PERFORM VARYING UT-IDX FROM 1 BY 1
                   UNTIL UT-IDX > WS-UNIT-COUNT
               PERFORM WRITE-UNIT-BLOCKED-LINES
           END-PERFORM.
       WRITE-SERVE-DATE-GROUP-EXIT.
           EXIT.

       WRITE-UNIT-BLOCKED-LINES SECTION.
           MOVE 0 TO WS-UNIT-LINE-COUNT
           MOVE 0 TO WS-UNIT-BLOCKED-TOTAL
           IF UT-UNIT(UT-IDX) = SPACES
               MOVE 'UNASSIGNED' TO WS-UNIT-LABEL
           ELSE
               MOVE UT-UNIT(UT-IDX) TO WS-UNIT-LABEL
           END-IF
           PERFORM VARYING WS-GROUP-K FROM WS-GROUP-START BY 1
                   UNTIL WS-GROUP-K > WS-GROUP-END
               SET MN-IDX TO WS-MNU-ORDER(WS-GROUP-K)
               IF MT-PATIENT-COUNT(MN-IDX) > 0
                   PERFORM WRITE-ONE-BLOCKED-LINE
               END-IF
           END-PERFORM
           IF WS-UNIT-LINE-COUNT > 0
               MOVE WS-UNIT-BLOCKED-TOTAL TO WS-UNIT-TOTAL-TXT
               MOVE SPACES TO BLK-LINE
               STRING '    UNIT ' DELIMITED BY SIZE
                      WS-UNIT-LABEL DELIMITED BY SIZE
                      ' BLOCKED SERVINGS: ' DELIMITED BY SIZE
                      WS-UNIT-TOTAL-TXT DELIMITED BY SIZE
                 INTO BLK-LINE
               WRITE BLK-LINE
           END-IF
           EXIT.

      * One line per dish for the unit in hand - only that unit's
      * residents are counted and listed. BLK-PATIENT-LIST is not
      * sized for all 200 possible residents - overflow is flagged to
      * the suite error log once per line, same convention as the
      * allergy summary's patient list.
       WRITE-ONE-BLOCKED-LINE SECTION.
           MOVE SPACES TO WS-BLK-DETAIL
           MOVE MT-MEAL(MN-IDX) TO BLK-MEAL
           MOVE MT-DISH(MN-IDX) TO BLK-DISH
           MOVE MT-ALLERGEN(MN-IDX) TO BLK-ALLERGEN
           IF MT-DAYS-OUT(MN-IDX) >= WS-LEAD-DAYS
               MOVE 'ADVANCE' TO BLK-ADVANCE
           END-IF
           MOVE MT-ALTERNATE(MN-IDX) TO BLK-ALTERNATE
           MOVE SPACES TO BLK-PATIENT-LIST
           MOVE 'N' TO WS-LIST-TRUNCATED
           MOVE 0 TO WS-UNIT-DISH-COUNT
           PERFORM VARYING WS-LIST-I FROM 1 BY 1
                   UNTIL WS-LIST-I > MT-PATIENT-COUNT(MN-IDX)
                   OR WS-LIST-I > 200
               IF MT-PATIENT-UNIT(MN-IDX, WS-LIST-I) = UT-UNIT(UT-IDX)
                   ADD 1 TO WS-UNIT-DISH-COUNT
                   PERFORM APPEND-BLOCKED-RESIDENT
               END-IF
           END-PERFORM
           IF WS-UNIT-DISH-COUNT = 0
               GO TO WRITE-ONE-BLOCKED-LINE-EXIT
           END-IF
           IF WS-UNIT-LINE-COUNT = 0
               MOVE SPACES TO BLK-LINE
               STRING '  NURSING UNIT ' DELIMITED BY SIZE
                      WS-UNIT-LABEL DELIMITED BY SIZE
                 INTO BLK-LINE
               WRITE BLK-LINE
           END-IF
           MOVE WS-UNIT-DISH-COUNT TO BLK-COUNT-TXT
           MOVE WS-BLK-DETAIL TO BLK-LINE
           WRITE BLK-LINE
           ADD 1 TO WS-UNIT-LINE-COUNT
           ADD WS-UNIT-DISH-COUNT TO WS-UNIT-BLOCKED-TOTAL
           ADD 1 TO WS-BLOCKED-WRITTEN.
       WRITE-ONE-BLOCKED-LINE-EXIT.
           EXIT.

       APPEND-BLOCKED-RESIDENT SECTION.
           IF WS-UNIT-DISH-COUNT = 1
               MOVE MT-PATIENT-ID(MN-IDX, WS-LIST-I)
                 TO BLK-PATIENT-LIST
           ELSE
               STRING FUNCTION TRIM(BLK-PATIENT-LIST)
                        DELIMITED BY SIZE
                      ',' DELIMITED BY SIZE
                      MT-PATIENT-ID(MN-IDX, WS-LIST-I)
                        DELIMITED BY SIZE
                 INTO BLK-PATIENT-LIST
                   ON OVERFLOW
                       IF WS-LIST-TRUNCATED = 'N'
                           MOVE 'Y' TO WS-LIST-TRUNCATED
                           MOVE 'MENU-CHECK' TO SERR-PROGRAM-ID
                           MOVE MT-DISH(MN-IDX)(1:20)
                             TO SERR-KEY-FIELD
                           MOVE 'PATIENT LIST TRUNCATED'
                             TO SERR-REASON
                           MOVE 'CLN001' TO SERR-ERROR-CODE
                           PERFORM WRITE-SUITE-ERROR-LOG
                       END-IF
               END-STRING
           END-IF
           EXIT.

      * One catalog answer per (dish, offending allergen) pair.
                               MOVE SUB-DISH(1:20) TO SERR-KEY-FIELD
                               MOVE 'SUB CATALOG FULL - IGNORED'
                                 TO SERR-REASON
                               MOVE 'TBL001' TO SERR-ERROR-CODE
                               PERFORM WRITE-SUITE-ERROR-LOG
                           ELSE
                               ADD 1 TO WS-SUB-COUNT
                               MOVE ALG-TYPE TO SERR-KEY-FIELD
                               MOVE 'ALLERGEN TABLE FULL - IGNORED'
                                 TO SERR-REASON
                               MOVE 'TBL001' TO SERR-ERROR-CODE
                               PERFORM WRITE-SUITE-ERROR-LOG
                           ELSE
                               ADD 1 TO TBL-SZ
           CLOSE CONTROL-TOTAL-FILE
           EXIT.

      * High-water marks of the in-memory tables for this run,
      * kept so TABLE-CAPACITY-REPORT can warn before a ceiling is
      * reached.
       RECORD-TABLE-CAPACITY SECTION.
           MOVE 'MENU-CHECK' TO TCAP-PROGRAM-ID
           MOVE WS-PARM-RUN-ID TO TCAP-RUN-ID
           MOVE WS-RUN-DATE TO TCAP-RUN-DATE
           MOVE 'RECIPE' TO TCAP-TABLE-NAME
           MOVE WS-RECIPE-COUNT TO TCAP-PEAK
           MOVE WS-RECIPE-MAX TO TCAP-CEILING
           PERFORM WRITE-TABLE-CAPACITY
           MOVE 'SUB' TO TCAP-TABLE-NAME
           MOVE WS-SUB-COUNT TO TCAP-PEAK
           MOVE WS-SUB-MAX TO TCAP-CEILING
           PERFORM WRITE-TABLE-CAPACITY
           MOVE 'DIET-ORD' TO TCAP-TABLE-NAME
           MOVE WS-DIET-ORD-COUNT TO TCAP-PEAK
           MOVE WS-DIET-ORD-MAX TO TCAP-CEILING
           PERFORM WRITE-TABLE-CAPACITY
           MOVE 'DIET-TAG' TO TCAP-TABLE-NAME
           MOVE WS-DIET-TAG-COUNT TO TCAP-PEAK
           MOVE WS-DIET-TAG-MAX TO TCAP-CEILING
           PERFORM WRITE-TABLE-CAPACITY
           MOVE 'MENU' TO TCAP-TABLE-NAME
           MOVE WS-MENU-COUNT TO TCAP-PEAK
           MOVE WS-MENU-MAX TO TCAP-CEILING
           PERFORM WRITE-TABLE-CAPACITY
           MOVE 'UNIT' TO TCAP-TABLE-NAME
           MOVE WS-UNIT-COUNT TO TCAP-PEAK
           MOVE WS-UNIT-MAX TO TCAP-CEILING
           PERFORM WRITE-TABLE-CAPACITY
           EXIT.

       COPY "suite-error-log-proc.cpy".
       COPY "run-parms-proc.cpy".
       COPY "env-switch-proc.cpy".
       COPY "table-capacity-proc.cpy".
       COPY "date-check-proc.cpy".
