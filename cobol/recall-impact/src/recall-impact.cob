       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECALL-IMPACT.
      * Ingredient recall impact run. When a supplier recalls an
      * ingredient for an allergen it failed to declare, the
      * dietician used to work out by hand which dishes use it and
      * who is about to be served them. Each recall transaction names
      * the ingredient exactly as RCP-INGREDIENT carries it on the
      * recipe master, the undeclared allergen and the recall date.
      * This job explodes the ingredient through RECIPE-MASTER.DAT to
      * every dish that uses it, through the dated menu to every serve
      * date inside the same checking horizon MENU-CHECK uses, and
      * lists - serve date by serve date - each affected meal and
      * dish, the approved alternate from SUBSTITUTION-CATALOG.DAT
      * where one exists, and every resident on PATIENT-MASTER whose
      * score carries the undeclared allergen. It runs in the same
      * nightly window as MENU-CHECK so the kitchen has it by the
      * morning.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECALL-FILE ASSIGN TO DYNAMIC WS-RECALL-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RECALL-STATUS.
           SELECT MENU-FILE ASSIGN TO DYNAMIC WS-MENU-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MENU-STATUS.
           SELECT PATIENT-MASTER ASSIGN TO DYNAMIC WS-PATIENT-MST-DSN
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAT-PATIENT-ID
               FILE STATUS IS WS-PATIENT-MST-STATUS.
           SELECT ALLERGEN-TABLE-FILE ASSIGN TO
               DYNAMIC WS-ALLERGEN-TBL-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ALLERGEN-TBL-STATUS.
           SELECT RECIPE-MASTER-FILE ASSIGN TO
               DYNAMIC WS-RECIPE-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RECIPE-STATUS.
           SELECT SUBSTITUTION-FILE ASSIGN TO
               DYNAMIC WS-SUBSTITUTION-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SUBSTITUTION-STATUS.
      * Each affected (serve date, meal, dish, recall) is staged to a
      * work file and sorted into serve-date order for the listing.
           SELECT IMPACT-WORK-FILE ASSIGN TO DYNAMIC WS-IMPACT-WORK-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-IMPACT-WORK-STATUS.
           SELECT IMPACT-SORT-WORK-FILE ASSIGN TO 'SORTWK'.
           SELECT IMPACT-SORTED-FILE ASSIGN TO
               DYNAMIC WS-IMPACT-SORTED-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-IMPACT-SORTED-STATUS.
           SELECT IMPACT-REPORT-FILE ASSIGN TO DYNAMIC WS-IMPACT-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-IMPACT-STATUS.
      * Standard run-balancing control-total report so ops balances
      * this job the same way every other nightly batch job is
      * balanced.
           SELECT CONTROL-TOTAL-FILE ASSIGN TO
               DYNAMIC WS-CONTROL-TOTAL-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-TOTAL-STATUS.
           COPY "suite-error-log-select.cpy".
           COPY "table-capacity-select.cpy".
           COPY "run-parms-select.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD  RECALL-FILE
           RECORD CONTAINS 44 CHARACTERS.
       01 RCL-RECORD.
          03 RCL-INGREDIENT     PIC X(20).
          03 FILLER             PIC X(2).
          03 RCL-ALLERGEN       PIC X(12).
          03 FILLER             PIC X(2).
          03 RCL-RECALL-DATE    PIC 9(8).

       FD  MENU-FILE
           RECORD CONTAINS 62 CHARACTERS.
       01 MNU-RECORD.
          03 MNU-MEAL           PIC X(12).
          03 MNU-DISH           PIC X(30).
          03 MNU-ALLERGEN       PIC X(12).
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
       01 ALG-RECORD.
          03 ALG-TYPE            PIC X(12).
          03 ALG-ACTIVE          PIC X.
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
       01 SUB-RECORD.
          03 SUB-DISH            PIC X(30).
          03 SUB-ALLERGEN        PIC X(12).
          03 SUB-ALTERNATE       PIC X(30).

       FD  IMPACT-WORK-FILE
           RECORD CONTAINS 124 CHARACTERS.
       01 IMW-RECORD.
          03 IMW-SERVE-DATE     PIC 9(8).
          03 IMW-MEAL           PIC X(12).
          03 IMW-DISH           PIC X(30).
          03 IMW-INGREDIENT     PIC X(20).
          03 IMW-ALLERGEN       PIC X(12).
          03 IMW-ALG-IDX        PIC 99.
          03 IMW-RECALL-DATE    PIC 9(8).
          03 IMW-ALTERNATE      PIC X(30).
          03 IMW-SUB-FOUND      PIC X.
          03 FILLER             PIC X.

       SD  IMPACT-SORT-WORK-FILE.
       01 IMS-RECORD.
          03 IMS-SERVE-DATE     PIC 9(8).
          03 IMS-MEAL           PIC X(12).
          03 IMS-DISH           PIC X(30).
          03 IMS-INGREDIENT     PIC X(20).
          03 FILLER             PIC X(54).

       FD  IMPACT-SORTED-FILE
           RECORD CONTAINS 124 CHARACTERS.
       01 IMO-RECORD            PIC X(124).

       FD  IMPACT-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01 IMP-LINE PIC X(132).

       FD  CONTROL-TOTAL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 CTL-LINE PIC X(80).

       COPY "suite-error-log-fd.cpy".
       COPY "table-capacity-fd.cpy".
       COPY "run-parms-fd.cpy".

       WORKING-STORAGE SECTION.
       01 WS-RECALL-DSN         PIC X(100) VALUE 'RECALL-TRX.DAT'.
       01 WS-MENU-DSN           PIC X(100) VALUE 'MENU.DAT'.
       01 WS-PATIENT-MST-DSN    PIC X(100) VALUE 'PATIENT-MASTER.DAT'.
       01 WS-ALLERGEN-TBL-DSN   PIC X(100)
          VALUE 'ALLERGEN-TABLE.DAT'.
       01 WS-RECIPE-DSN         PIC X(100) VALUE 'RECIPE-MASTER.DAT'.
       01 WS-SUBSTITUTION-DSN   PIC X(100)
          VALUE 'SUBSTITUTION-CATALOG.DAT'.
       01 WS-IMPACT-WORK-DSN    PIC X(100)
          VALUE 'RECALL-IMPACT-WORK.TMP'.
       01 WS-IMPACT-SORTED-DSN  PIC X(100)
          VALUE 'RECALL-IMPACT-SORTED.TMP'.
       01 WS-IMPACT-DSN         PIC X(100)
          VALUE 'RECALL-IMPACT.RPT'.
       01 WS-RECALL-STATUS      PIC XX VALUE '00'.
       01 WS-MENU-STATUS        PIC XX VALUE '00'.
       01 WS-PATIENT-MST-STATUS PIC XX VALUE '00'.
       01 WS-ALLERGEN-TBL-STATUS PIC XX VALUE '00'.
       01 WS-RECIPE-STATUS      PIC XX VALUE '00'.
       01 WS-SUBSTITUTION-STATUS PIC XX VALUE '00'.
       01 WS-IMPACT-WORK-STATUS PIC XX VALUE '00'.
       01 WS-IMPACT-SORTED-STATUS PIC XX VALUE '00'.
       01 WS-IMPACT-STATUS      PIC XX VALUE '00'.
       01 WS-EOF-FLAG           PIC X VALUE 'N'.

       01 WS-CONTROL-TOTAL-DSN    PIC X(100)
          VALUE 'RECALL-IMPACT-CONTROL-TOTALS.RPT'.
       01 WS-CONTROL-TOTAL-STATUS PIC XX VALUE '00'.
       01 WS-RECALLS-READ         PIC 9(6) VALUE 0.
       01 WS-RECALLS-REJECTED     PIC 9(6) VALUE 0.
       01 WS-RECALLS-NO-RECIPE    PIC 9(6) VALUE 0.
       01 WS-DISHES-AFFECTED      PIC 9(6) VALUE 0.
       01 WS-SERVINGS-AFFECTED    PIC 9(6) VALUE 0.
       01 WS-RESIDENTS-AT-RISK    PIC 9(6) VALUE 0.
       01 WS-NO-SUBSTITUTE        PIC 9(6) VALUE 0.
       01 WS-CTL-COUNT-TXT        PIC ZZZZZ9.

      * Same checking horizon as MENU-CHECK, under the same override,
      * so the recall run looks at exactly the serve dates the
      * blocked-meal report covers.
       01 WS-HORIZON-DAYS       PIC 9(3) VALUE 7.
       01 WS-HORIZON-TXT        PIC X(3) VALUE SPACES.
       01 WS-CHECK-DATE         PIC 9(8) VALUE 0.
       01 WS-CHECK-DATE-INT     PIC 9(8) COMP.
       01 WS-SERVE-DATE         PIC 9(8) VALUE 0.
       01 WS-SERVE-DATE-INT     PIC 9(8) COMP.
       01 WS-SERVE-DAYS-OUT     PIC S9(5) VALUE 0.

      * Same doubled-bit table, ceiling and fallback as allergies.cob
      * - the decode here must agree with the program that wrote the
      * scores.
       01 TBL-SZ PIC 99 VALUE 0.
       01 WS-ALLERGEN-MAX-SIZE PIC 99 VALUE 16.
       01 WS-SCORE-CEILING PIC 9(5) VALUE 65536.
       01 ALLERGY-TABLE.
         03 CONTENTS OCCURS 16 TIMES INDEXED BY A-IDX.
            05 ALLERGY-TYPE   PIC X(12).
            05 IS-ALLERGIC    PIC X.
            05 ALLERGY-VAL    PIC 9(5).
            05 ALLERGY-ACTIVE PIC X VALUE 'Y'.
       01 WS-SCORE       PIC S9(5) COMP.
       01 WS-RECALL-ALG-IDX     PIC 99 VALUE 0.

       01 WS-RECIPE-MAX         PIC 9(3) VALUE 300.
       01 WS-RECIPE-COUNT       PIC 9(3) VALUE 0.
       01 WS-RECIPE-TABLE.
          03 WS-RECIPE-ENTRY OCCURS 300 TIMES INDEXED BY RC-IDX.
             05 RCP-T-DISH         PIC X(30).
             05 RCP-T-INGREDIENT   PIC X(20).

       01 WS-SUB-MAX            PIC 9(3) VALUE 100.
       01 WS-SUB-COUNT          PIC 9(3) VALUE 0.
       01 WS-SUB-TABLE.
          03 WS-SUB-ENTRY OCCURS 100 TIMES INDEXED BY SB-IDX.
             05 SUB-T-DISH         PIC X(30).
             05 SUB-T-ALLERGEN     PIC X(12).
             05 SUB-T-ALTERNATE    PIC X(30).

      * The horizon's menu, one entry per (serve date, meal, dish) -
      * a legacy coded menu carries a dish once per allergen line.
       01 WS-MENU-MAX           PIC 9(4) VALUE 1000.
       01 WS-MENU-COUNT         PIC 9(4) VALUE 0.
       01 WS-MENU-FULL-LOGGED   PIC X VALUE 'N'.
       01 WS-MENU-TABLE.
          03 WS-MENU-ENTRY OCCURS 1000 TIMES INDEXED BY MN-IDX.
             05 MT-SERVE-DATE      PIC 9(8).
             05 MT-MEAL            PIC X(12).
             05 MT-DISH            PIC X(30).
       01 WS-MENU-DUP           PIC X VALUE 'N'.

      * The recalled ingredient's dishes, de-duplicated.
       01 WS-HIT-DISH-MAX       PIC 99 VALUE 50.
       01 WS-HIT-DISH-PEAK      PIC 99 VALUE 0.
       01 WS-HIT-DISH-COUNT     PIC 99 VALUE 0.
       01 WS-HIT-DISH-TABLE.
          03 WS-HIT-DISH OCCURS 50 TIMES INDEXED BY HD-IDX
                                 PIC X(30).
       01 WS-HIT-DUP            PIC X VALUE 'N'.

      * The panel, loaded once with each resident's decoded flags -
      * one byte per allergen-table position.
       01 WS-PANEL-MAX          PIC 9(4) VALUE 2000.
       01 WS-PANEL-COUNT        PIC 9(4) VALUE 0.
       01 WS-PANEL-FULL-LOGGED  PIC X VALUE 'N'.
       01 WS-PANEL-TABLE.
          03 WS-PANEL-ENTRY OCCURS 2000 TIMES INDEXED BY PN-IDX.
             05 PNL-PATIENT-ID     PIC X(10).
             05 PNL-PATIENT-NAME   PIC X(30).
             05 PNL-NURSING-UNIT   PIC X(6).
             05 PNL-ROOM           PIC X(5).
             05 PNL-BED            PIC X(2).
             05 PNL-FLAG OCCURS 16 TIMES PIC X.
       01 WS-LINE-RESIDENTS     PIC 9(6) VALUE 0.
       01 WS-LINE-RES-TXT       PIC ZZZZ9.
       01 WS-ROOM-BED           PIC X(8) VALUE SPACES.
       01 WS-PRINT-DATE         PIC 9(8) VALUE 0.

       01 WS-IMP-DETAIL.
          03 FILLER             PIC X(2) VALUE SPACES.
          03 IMD-MEAL           PIC X(12).
          03 FILLER             PIC X(2) VALUE SPACES.
          03 IMD-DISH           PIC X(30).
          03 FILLER             PIC X(2) VALUE SPACES.
          03 IMD-INGREDIENT     PIC X(20).
          03 FILLER             PIC X(2) VALUE SPACES.
          03 IMD-ALLERGEN       PIC X(12).
          03 FILLER             PIC X(2) VALUE SPACES.
          03 IMD-ALTERNATE      PIC X(30).
          03 FILLER             PIC X(2) VALUE SPACES.
          03 IMD-RECALL-DATE    PIC X(8).
       01 WS-IMP-RESIDENT.
          03 FILLER             PIC X(6) VALUE SPACES.
          03 IMR-PATIENT-ID     PIC X(10).
          03 FILLER             PIC X(2) VALUE SPACES.
          03 IMR-PATIENT-NAME   PIC X(30).
          03 FILLER             PIC X(2) VALUE SPACES.
          03 IMR-UNIT           PIC X(6).
          03 FILLER             PIC X(2) VALUE SPACES.
          03 IMR-ROOM-BED       PIC X(8).
       01 WS-IMP-HEADING.
          03 FILLER PIC X(16) VALUE '  MEAL'.
          03 FILLER PIC X(32) VALUE 'DISH'.
          03 FILLER PIC X(22) VALUE 'RECALLED INGREDIENT'.
          03 FILLER PIC X(14) VALUE 'UNDECLARED'.
          03 FILLER PIC X(32) VALUE 'APPROVED ALTERNATE'.
          03 FILLER PIC X(8)  VALUE 'RECALLED'.

       COPY "suite-error-log-ws.cpy".
       COPY "table-capacity-ws.cpy".
       COPY "run-parms-ws.cpy".
       COPY "env-accept-ws.cpy".
       COPY "transaction-header.cpy".
       COPY "return-codes.cpy".
       COPY "env-switch-ws.cpy".

       PROCEDURE DIVISION.
       RUN-RECALL-IMPACT SECTION.
           PERFORM READ-RUN-PARMS
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'RECALL_TRX_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-RECALL-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'MENU_CHECK_MENU_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-MENU-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'ALLERGIES_PATIENT_MASTER_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-PATIENT-MST-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'ALLERGIES_ALLERGEN_TABLE_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-ALLERGEN-TBL-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'MENU_CHECK_RECIPE_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-RECIPE-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'MENU_CHECK_SUBSTITUTION_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-SUBSTITUTION-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'MENU_CHECK_HORIZON_DAYS'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-HORIZON-TXT
           END-IF
           IF WS-HORIZON-TXT NOT = SPACES
               AND WS-HORIZON-TXT IS NUMERIC
               MOVE WS-HORIZON-TXT TO WS-HORIZON-DAYS
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'RECALL_IMPACT_REPORT_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-IMPACT-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'RECALL_IMPACT_CONTROL_TOTAL_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-CONTROL-TOTAL-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'SUITE_ERROR_LOG_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-SUITE-ERROR-LOG-DSN
           END-IF
           IF WS-RUN-DATE NOT = 0
               MOVE WS-RUN-DATE TO WS-CHECK-DATE
           ELSE
               ACCEPT WS-CHECK-DATE FROM DATE YYYYMMDD
           END-IF
           COMPUTE WS-CHECK-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-CHECK-DATE)
           MOVE WS-RECALL-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-RECALL-DSN
           MOVE WS-MENU-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-MENU-DSN
           MOVE WS-PATIENT-MST-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-PATIENT-MST-DSN
           MOVE WS-IMPACT-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-IMPACT-DSN
           MOVE WS-CONTROL-TOTAL-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-CONTROL-TOTAL-DSN

           PERFORM LOAD-ALLERGEN-TABLE
           PERFORM LOAD-RECIPE-TABLE
           PERFORM LOAD-SUBSTITUTION-TABLE
           PERFORM LOAD-HORIZON-MENU
           PERFORM LOAD-RESIDENT-PANEL

           OPEN OUTPUT IMPACT-WORK-FILE
           OPEN INPUT RECALL-FILE
           IF WS-RECALL-STATUS = '00'
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ RECALL-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-RECALLS-READ
                           PERFORM EXPLODE-ONE-RECALL
                   END-READ
               END-PERFORM
               CLOSE RECALL-FILE
           END-IF
           CLOSE IMPACT-WORK-FILE

           SORT IMPACT-SORT-WORK-FILE
               ON ASCENDING KEY IMS-SERVE-DATE
                                IMS-MEAL
                                IMS-DISH
                                IMS-INGREDIENT
               USING IMPACT-WORK-FILE
               GIVING IMPACT-SORTED-FILE
           PERFORM WRITE-IMPACT-REPORT
           PERFORM WRITE-CONTROL-TOTALS

           SET RC-NORMAL TO TRUE
           IF WS-RECALLS-REJECTED > 0
               OR WS-NO-SUBSTITUTE > 0
               SET RC-WARNING TO TRUE
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
           PERFORM RECORD-TABLE-CAPACITY
           GOBACK.

      * A recall whose allergen is not on the allergen table cannot
      * be matched to anybody's score - rejected, never reported as
      * "nobody at risk".
       EXPLODE-ONE-RECALL SECTION.
           IF RCL-INGREDIENT = SPACES
               OR RCL-RECALL-DATE IS NOT NUMERIC
               ADD 1 TO WS-RECALLS-REJECTED
               MOVE 'RECALL-IMP' TO SERR-PROGRAM-ID
               MOVE RCL-INGREDIENT TO SERR-KEY-FIELD
               MOVE 'RECALL RECORD MALFORMED' TO SERR-REASON
               MOVE 'TXN001' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               GO TO EXPLODE-ONE-RECALL-EXIT
           END-IF
           MOVE 0 TO WS-RECALL-ALG-IDX
           PERFORM VARYING A-IDX FROM 1 BY 1 UNTIL A-IDX > TBL-SZ
               IF ALLERGY-TYPE OF CONTENTS(A-IDX) = RCL-ALLERGEN
                   SET WS-RECALL-ALG-IDX TO A-IDX
               END-IF
           END-PERFORM
           IF WS-RECALL-ALG-IDX = 0
               ADD 1 TO WS-RECALLS-REJECTED
               MOVE 'RECALL-IMP' TO SERR-PROGRAM-ID
               MOVE RCL-ALLERGEN TO SERR-KEY-FIELD
               MOVE 'UNKNOWN ALLERGEN ON RECALL' TO SERR-REASON
               MOVE 'REF002' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               GO TO EXPLODE-ONE-RECALL-EXIT
           END-IF
           IF WS-HIT-DISH-COUNT > WS-HIT-DISH-PEAK
               MOVE WS-HIT-DISH-COUNT TO WS-HIT-DISH-PEAK
           END-IF
           MOVE 0 TO WS-HIT-DISH-COUNT
           PERFORM VARYING RC-IDX FROM 1 BY 1
                   UNTIL RC-IDX > WS-RECIPE-COUNT
               IF RCP-T-INGREDIENT(RC-IDX) = RCL-INGREDIENT
                   PERFORM ADD-HIT-DISH
               END-IF
           END-PERFORM
           IF WS-HIT-DISH-COUNT = 0
               ADD 1 TO WS-RECALLS-NO-RECIPE
               MOVE 'RECALL-IMP' TO SERR-PROGRAM-ID
               MOVE RCL-INGREDIENT TO SERR-KEY-FIELD
               MOVE 'NO RECIPE USES INGREDIENT' TO SERR-REASON
               MOVE 'REF002' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               GO TO EXPLODE-ONE-RECALL-EXIT
           END-IF
           ADD WS-HIT-DISH-COUNT TO WS-DISHES-AFFECTED
           PERFORM VARYING MN-IDX FROM 1 BY 1
                   UNTIL MN-IDX > WS-MENU-COUNT
               PERFORM VARYING HD-IDX FROM 1 BY 1
                       UNTIL HD-IDX > WS-HIT-DISH-COUNT
                   IF MT-DISH(MN-IDX) = WS-HIT-DISH(HD-IDX)
                       PERFORM STAGE-IMPACT-LINE
                   END-IF
               END-PERFORM
           END-PERFORM.
       EXPLODE-ONE-RECALL-EXIT.
           EXIT.

       ADD-HIT-DISH SECTION.
           MOVE 'N' TO WS-HIT-DUP
           PERFORM VARYING HD-IDX FROM 1 BY 1
                   UNTIL HD-IDX > WS-HIT-DISH-COUNT
               IF WS-HIT-DISH(HD-IDX) = RCP-T-DISH(RC-IDX)
                   MOVE 'Y' TO WS-HIT-DUP
               END-IF
           END-PERFORM
           IF WS-HIT-DUP = 'N'
               AND WS-HIT-DISH-COUNT < WS-HIT-DISH-MAX
               ADD 1 TO WS-HIT-DISH-COUNT
               MOVE RCP-T-DISH(RC-IDX)
                 TO WS-HIT-DISH(WS-HIT-DISH-COUNT)
           END-IF
           EXIT.

       STAGE-IMPACT-LINE SECTION.
           MOVE SPACES TO IMW-RECORD
           MOVE MT-SERVE-DATE(MN-IDX) TO IMW-SERVE-DATE
           MOVE MT-MEAL(MN-IDX) TO IMW-MEAL
           MOVE MT-DISH(MN-IDX) TO IMW-DISH
           MOVE RCL-INGREDIENT TO IMW-INGREDIENT
           MOVE RCL-ALLERGEN TO IMW-ALLERGEN
           MOVE WS-RECALL-ALG-IDX TO IMW-ALG-IDX
           MOVE RCL-RECALL-DATE TO IMW-RECALL-DATE
           MOVE 'N' TO IMW-SUB-FOUND
           PERFORM VARYING SB-IDX FROM 1 BY 1
                   UNTIL SB-IDX > WS-SUB-COUNT
               IF SUB-T-DISH(SB-IDX) = MT-DISH(MN-IDX)
                   AND SUB-T-ALLERGEN(SB-IDX) = RCL-ALLERGEN
                   AND IMW-SUB-FOUND = 'N'
                   MOVE 'Y' TO IMW-SUB-FOUND
                   MOVE SUB-T-ALTERNATE(SB-IDX) TO IMW-ALTERNATE
               END-IF
           END-PERFORM
           WRITE IMW-RECORD
           ADD 1 TO WS-SERVINGS-AFFECTED
           EXIT.

      * Serve date by serve date; under each affected dish, every
      * resident whose score carries the undeclared allergen.
       WRITE-IMPACT-REPORT SECTION.
           OPEN OUTPUT IMPACT-REPORT-FILE
           MOVE WS-PARM-RUN-ID TO TRX-RUN-ID
           MOVE 'RCL-IMP' TO TRX-SOURCE-SYSTEM
           MOVE FUNCTION CURRENT-DATE TO TRX-TIMESTAMP
           MOVE TRX-HEADER TO IMP-LINE
           WRITE IMP-LINE
           MOVE 'INGREDIENT RECALL IMPACT - DISHES AND RESIDENTS'
             TO IMP-LINE
           WRITE IMP-LINE
           MOVE WS-IMP-HEADING TO IMP-LINE
           WRITE IMP-LINE
           MOVE ALL '-' TO IMP-LINE
           WRITE IMP-LINE
           MOVE 0 TO WS-PRINT-DATE
           OPEN INPUT IMPACT-SORTED-FILE
           IF WS-IMPACT-SORTED-STATUS = '00'
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ IMPACT-SORTED-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           MOVE IMO-RECORD TO IMW-RECORD
                           PERFORM WRITE-ONE-IMPACT-LINE
                   END-READ
               END-PERFORM
               CLOSE IMPACT-SORTED-FILE
           END-IF
           IF WS-SERVINGS-AFFECTED = 0
               MOVE 'NO DISH IN THE HORIZON USES A RECALLED INGREDIENT'
                 TO IMP-LINE
               WRITE IMP-LINE
           END-IF
           CLOSE IMPACT-REPORT-FILE
           EXIT.

       WRITE-ONE-IMPACT-LINE SECTION.
           IF IMW-SERVE-DATE NOT = WS-PRINT-DATE
               MOVE IMW-SERVE-DATE TO WS-PRINT-DATE
               MOVE SPACES TO IMP-LINE
               WRITE IMP-LINE
               STRING 'SERVE DATE ' DELIMITED BY SIZE
                      IMW-SERVE-DATE DELIMITED BY SIZE
                 INTO IMP-LINE
               WRITE IMP-LINE
           END-IF
           MOVE SPACES TO WS-IMP-DETAIL
           MOVE IMW-MEAL TO IMD-MEAL
           MOVE IMW-DISH TO IMD-DISH
           MOVE IMW-INGREDIENT TO IMD-INGREDIENT
           MOVE IMW-ALLERGEN TO IMD-ALLERGEN
           IF IMW-SUB-FOUND = 'Y'
               MOVE IMW-ALTERNATE TO IMD-ALTERNATE
           ELSE
               MOVE '** NO SUBSTITUTE **' TO IMD-ALTERNATE
           END-IF
           MOVE IMW-RECALL-DATE TO IMD-RECALL-DATE
           MOVE WS-IMP-DETAIL TO IMP-LINE
           WRITE IMP-LINE
           MOVE 0 TO WS-LINE-RESIDENTS
           PERFORM VARYING PN-IDX FROM 1 BY 1
                   UNTIL PN-IDX > WS-PANEL-COUNT
               IF PNL-FLAG(PN-IDX, IMW-ALG-IDX) = 'Y'
                   ADD 1 TO WS-LINE-RESIDENTS
                   PERFORM WRITE-ONE-RESIDENT-LINE
               END-IF
           END-PERFORM
           ADD WS-LINE-RESIDENTS TO WS-RESIDENTS-AT-RISK
           MOVE WS-LINE-RESIDENTS TO WS-LINE-RES-TXT
           MOVE SPACES TO IMP-LINE
           STRING '      RESIDENTS AT RISK: ' DELIMITED BY SIZE
                  WS-LINE-RES-TXT DELIMITED BY SIZE
             INTO IMP-LINE
           WRITE IMP-LINE
           IF IMW-SUB-FOUND = 'N'
               AND WS-LINE-RESIDENTS > 0
               ADD 1 TO WS-NO-SUBSTITUTE
           END-IF
           EXIT.

       WRITE-ONE-RESIDENT-LINE SECTION.
           MOVE SPACES TO WS-ROOM-BED
           IF PNL-ROOM(PN-IDX) NOT = SPACES
               IF PNL-BED(PN-IDX) = SPACES
                   MOVE PNL-ROOM(PN-IDX) TO WS-ROOM-BED
               ELSE
                   STRING FUNCTION TRIM(PNL-ROOM(PN-IDX))
                            DELIMITED BY SIZE
                          '-' DELIMITED BY SIZE
                          FUNCTION TRIM(PNL-BED(PN-IDX))
                            DELIMITED BY SIZE
                     INTO WS-ROOM-BED
               END-IF
           END-IF
           MOVE SPACES TO WS-IMP-RESIDENT
           MOVE PNL-PATIENT-ID(PN-IDX) TO IMR-PATIENT-ID
           MOVE PNL-PATIENT-NAME(PN-IDX) TO IMR-PATIENT-NAME
           MOVE PNL-NURSING-UNIT(PN-IDX) TO IMR-UNIT
           MOVE WS-ROOM-BED TO IMR-ROOM-BED
           MOVE WS-IMP-RESIDENT TO IMP-LINE
           WRITE IMP-LINE
           EXIT.

      * Same horizon test as MENU-CHECK: a blank or zero serve date
      * reads as the run date, and lines already served or further
      * out than the horizon are not this run's business.
       LOAD-HORIZON-MENU SECTION.
           MOVE 0 TO WS-MENU-COUNT
           OPEN INPUT MENU-FILE
           IF WS-MENU-STATUS NOT = '00'
               GO TO LOAD-HORIZON-MENU-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ MENU-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM LOAD-ONE-MENU-LINE
               END-READ
           END-PERFORM
           CLOSE MENU-FILE
           MOVE 'N' TO WS-EOF-FLAG.
       LOAD-HORIZON-MENU-EXIT.
           EXIT.

       LOAD-ONE-MENU-LINE SECTION.
           IF MNU-SERVE-DATE IS NUMERIC
               AND MNU-SERVE-DATE NOT = 0
               MOVE MNU-SERVE-DATE TO WS-SERVE-DATE
           ELSE
               MOVE WS-CHECK-DATE TO WS-SERVE-DATE
           END-IF
           COMPUTE WS-SERVE-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-SERVE-DATE)
           COMPUTE WS-SERVE-DAYS-OUT =
               WS-SERVE-DATE-INT - WS-CHECK-DATE-INT
           IF WS-SERVE-DAYS-OUT < 0
               OR WS-SERVE-DAYS-OUT > WS-HORIZON-DAYS
               GO TO LOAD-ONE-MENU-LINE-EXIT
           END-IF
           MOVE 'N' TO WS-MENU-DUP
           PERFORM VARYING MN-IDX FROM 1 BY 1
                   UNTIL MN-IDX > WS-MENU-COUNT
               IF MT-SERVE-DATE(MN-IDX) = WS-SERVE-DATE
                   AND MT-MEAL(MN-IDX) = MNU-MEAL
                   AND MT-DISH(MN-IDX) = MNU-DISH
                   MOVE 'Y' TO WS-MENU-DUP
               END-IF
           END-PERFORM
           IF WS-MENU-DUP = 'Y'
               GO TO LOAD-ONE-MENU-LINE-EXIT
           END-IF
           IF WS-MENU-COUNT >= WS-MENU-MAX
               IF WS-MENU-FULL-LOGGED = 'N'
                   MOVE 'Y' TO WS-MENU-FULL-LOGGED
                   MOVE 'RECALL-IMP' TO SERR-PROGRAM-ID
                   MOVE MNU-DISH(1:20) TO SERR-KEY-FIELD
                   MOVE 'MENU TABLE FULL - IGNORED' TO SERR-REASON
                   MOVE 'TBL001' TO SERR-ERROR-CODE
                   PERFORM WRITE-SUITE-ERROR-LOG
               END-IF
               GO TO LOAD-ONE-MENU-LINE-EXIT
           END-IF
           ADD 1 TO WS-MENU-COUNT
           MOVE WS-SERVE-DATE TO MT-SERVE-DATE(WS-MENU-COUNT)
           MOVE MNU-MEAL TO MT-MEAL(WS-MENU-COUNT)
           MOVE MNU-DISH TO MT-DISH(WS-MENU-COUNT).
       LOAD-ONE-MENU-LINE-EXIT.
           EXIT.

      * The panel with each score decoded once, through the same
      * table and active flags the nightly reports use.
       LOAD-RESIDENT-PANEL SECTION.
           MOVE 0 TO WS-PANEL-COUNT
           OPEN INPUT PATIENT-MASTER
           IF WS-PATIENT-MST-STATUS NOT = '00'
               GO TO LOAD-RESIDENT-PANEL-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ PATIENT-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM LOAD-ONE-RESIDENT
               END-READ
           END-PERFORM
           CLOSE PATIENT-MASTER
           MOVE 'N' TO WS-EOF-FLAG.
       LOAD-RESIDENT-PANEL-EXIT.
           EXIT.

       LOAD-ONE-RESIDENT SECTION.
           IF WS-PANEL-COUNT >= WS-PANEL-MAX
               IF WS-PANEL-FULL-LOGGED = 'N'
                   MOVE 'Y' TO WS-PANEL-FULL-LOGGED
                   MOVE 'RECALL-IMP' TO SERR-PROGRAM-ID
                   MOVE PAT-PATIENT-ID TO SERR-KEY-FIELD
                   MOVE 'PANEL TABLE FULL - IGNORED' TO SERR-REASON
                   MOVE 'TBL001' TO SERR-ERROR-CODE
                   PERFORM WRITE-SUITE-ERROR-LOG
               END-IF
               GO TO LOAD-ONE-RESIDENT-EXIT
           END-IF
           ADD 1 TO WS-PANEL-COUNT
           SET PN-IDX TO WS-PANEL-COUNT
           MOVE PAT-PATIENT-ID TO PNL-PATIENT-ID(PN-IDX)
           MOVE PAT-PATIENT-NAME TO PNL-PATIENT-NAME(PN-IDX)
           MOVE PAT-NURSING-UNIT TO PNL-NURSING-UNIT(PN-IDX)
           MOVE PAT-ROOM TO PNL-ROOM(PN-IDX)
           MOVE PAT-BED TO PNL-BED(PN-IDX)
           IF PAT-ALLERGY-SCORE IS NUMERIC
               MOVE PAT-ALLERGY-SCORE TO WS-SCORE
           ELSE
               MOVE 0 TO WS-SCORE
           END-IF
           PERFORM INITIALIZE-TABLE
           PERFORM VARYING A-IDX FROM 1 BY 1
                   UNTIL A-IDX > WS-ALLERGEN-MAX-SIZE
               IF A-IDX > TBL-SZ
                   MOVE 'N' TO PNL-FLAG(PN-IDX, A-IDX)
               ELSE
                   MOVE IS-ALLERGIC OF CONTENTS(A-IDX)
                     TO PNL-FLAG(PN-IDX, A-IDX)
               END-IF
           END-PERFORM.
       LOAD-ONE-RESIDENT-EXIT.
           EXIT.

      * Only the dish and ingredient are needed from each recipe line
      * - the recipe's own allergen coding is exactly what the recall
      * says was wrong.
       LOAD-RECIPE-TABLE SECTION.
           MOVE 0 TO WS-RECIPE-COUNT
           OPEN INPUT RECIPE-MASTER-FILE
           IF WS-RECIPE-STATUS = '00'
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ RECIPE-MASTER-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           IF RCP-DISH = SPACES
                               CONTINUE
                           ELSE
                               IF WS-RECIPE-COUNT >= WS-RECIPE-MAX
                                   MOVE 'RECALL-IMP'
                                     TO SERR-PROGRAM-ID
                                   MOVE RCP-DISH(1:20)
                                     TO SERR-KEY-FIELD
                                   MOVE 'RECIPE TABLE FULL - IGNORED'
                                     TO SERR-REASON
                                   MOVE 'TBL001' TO SERR-ERROR-CODE
                                   PERFORM WRITE-SUITE-ERROR-LOG
                               ELSE
                                   ADD 1 TO WS-RECIPE-COUNT
                                   MOVE RCP-DISH TO
                                     RCP-T-DISH(WS-RECIPE-COUNT)
                                   MOVE RCP-INGREDIENT TO
                                     RCP-T-INGREDIENT(WS-RECIPE-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RECIPE-MASTER-FILE
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           EXIT.

       LOAD-SUBSTITUTION-TABLE SECTION.
           MOVE 0 TO WS-SUB-COUNT
           OPEN INPUT SUBSTITUTION-FILE
           IF WS-SUBSTITUTION-STATUS = '00'
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ SUBSTITUTION-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           IF WS-SUB-COUNT < WS-SUB-MAX
                               ADD 1 TO WS-SUB-COUNT
                               MOVE SUB-DISH
                                 TO SUB-T-DISH(WS-SUB-COUNT)
                               MOVE SUB-ALLERGEN
                                 TO SUB-T-ALLERGEN(WS-SUB-COUNT)
                               MOVE SUB-ALTERNATE
                                 TO SUB-T-ALTERNATE(WS-SUB-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUBSTITUTION-FILE
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           EXIT.

       INITIALIZE-TABLE SECTION.
           COMPUTE WS-SCORE = FUNCTION MOD(WS-SCORE WS-SCORE-CEILING)
           PERFORM VARYING A-IDX FROM TBL-SZ BY -1 UNTIL A-IDX < 1
               IF  WS-SCORE NOT EQUAL 0 AND
                   ALLERGY-VAL OF CONTENTS(A-IDX) <= WS-SCORE
                   SUBTRACT ALLERGY-VAL OF CONTENTS(A-IDX) FROM WS-SCORE
                   IF ALLERGY-ACTIVE OF CONTENTS(A-IDX) = 'N'
                       MOVE 'N' TO IS-ALLERGIC OF CONTENTS(A-IDX)
                   ELSE
                       MOVE 'Y' TO IS-ALLERGIC OF CONTENTS(A-IDX)
                   END-IF
               ELSE
                   MOVE 'N' TO IS-ALLERGIC OF CONTENTS(A-IDX)
               END-IF
           END-PERFORM.
           EXIT.

      * Reads ALLERGEN-TABLE-FILE fresh at start; falls back to the
      * original 11-allergen table (all active) when the file is
      * missing or empty - same behavior as allergies.cob.
       LOAD-ALLERGEN-TABLE SECTION.
           MOVE 0 TO TBL-SZ
           OPEN INPUT ALLERGEN-TABLE-FILE
           IF WS-ALLERGEN-TBL-STATUS = '00'
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ ALLERGEN-TABLE-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           IF TBL-SZ >= WS-ALLERGEN-MAX-SIZE
                               CONTINUE
                           ELSE
                               ADD 1 TO TBL-SZ
                               MOVE ALG-TYPE
                                 TO ALLERGY-TYPE OF CONTENTS(TBL-SZ)
                               MOVE ALG-VAL
                                 TO ALLERGY-VAL OF CONTENTS(TBL-SZ)
                               MOVE ALG-ACTIVE
                                 TO ALLERGY-ACTIVE OF CONTENTS(TBL-SZ)
                               IF ALLERGY-ACTIVE OF CONTENTS(TBL-SZ)
                                   NOT = 'N'
                                   MOVE 'Y' TO
                                     ALLERGY-ACTIVE OF CONTENTS(TBL-SZ)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ALLERGEN-TABLE-FILE
           END-IF
           IF TBL-SZ = 0
               MOVE 'eggs        ' TO ALLERGY-TYPE OF CONTENTS(1)
               MOVE 1 TO ALLERGY-VAL OF CONTENTS(1)
               MOVE 'peanuts     ' TO ALLERGY-TYPE OF CONTENTS(2)
               MOVE 2 TO ALLERGY-VAL OF CONTENTS(2)
               MOVE 'shellfish   ' TO ALLERGY-TYPE OF CONTENTS(3)
               MOVE 4 TO ALLERGY-VAL OF CONTENTS(3)
               MOVE 'strawberries' TO ALLERGY-TYPE OF CONTENTS(4)
               MOVE 8 TO ALLERGY-VAL OF CONTENTS(4)
               MOVE 'tomatoes    ' TO ALLERGY-TYPE OF CONTENTS(5)
               MOVE 16 TO ALLERGY-VAL OF CONTENTS(5)
               MOVE 'chocolate   ' TO ALLERGY-TYPE OF CONTENTS(6)
               MOVE 32 TO ALLERGY-VAL OF CONTENTS(6)
               MOVE 'pollen      ' TO ALLERGY-TYPE OF CONTENTS(7)
               MOVE 64 TO ALLERGY-VAL OF CONTENTS(7)
               MOVE 'cats        ' TO ALLERGY-TYPE OF CONTENTS(8)
               MOVE 128 TO ALLERGY-VAL OF CONTENTS(8)
               MOVE 'dairy       ' TO ALLERGY-TYPE OF CONTENTS(9)
               MOVE 256 TO ALLERGY-VAL OF CONTENTS(9)
               MOVE 'gluten      ' TO ALLERGY-TYPE OF CONTENTS(10)
               MOVE 512 TO ALLERGY-VAL OF CONTENTS(10)
               MOVE 'sesame      ' TO ALLERGY-TYPE OF CONTENTS(11)
               MOVE 1024 TO ALLERGY-VAL OF CONTENTS(11)
               MOVE 11 TO TBL-SZ
               PERFORM VARYING A-IDX FROM 1 BY 1 UNTIL A-IDX > TBL-SZ
                   MOVE 'Y' TO ALLERGY-ACTIVE OF CONTENTS(A-IDX)
               END-PERFORM
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           EXIT.

      * Standard run-balancing control-total report so ops balances
      * this job the same way every other nightly batch job is
      * balanced.
       WRITE-CONTROL-TOTALS SECTION.
           OPEN OUTPUT CONTROL-TOTAL-FILE
           MOVE WS-PARM-RUN-ID TO TRX-RUN-ID
           MOVE 'RCL-IMP' TO TRX-SOURCE-SYSTEM
           MOVE FUNCTION CURRENT-DATE TO TRX-TIMESTAMP
           MOVE TRX-HEADER TO CTL-LINE
           WRITE CTL-LINE
           MOVE 'RECALL IMPACT CONTROL TOTALS' TO CTL-LINE
           WRITE CTL-LINE
           MOVE ALL '-' TO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-RECALLS-READ TO WS-CTL-COUNT-TXT
           STRING 'RECALLS READ     : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-RECALLS-REJECTED TO WS-CTL-COUNT-TXT
           STRING 'REJECTED         : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-RECALLS-NO-RECIPE TO WS-CTL-COUNT-TXT
           STRING 'NOT IN ANY RECIPE: ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-DISHES-AFFECTED TO WS-CTL-COUNT-TXT
           STRING 'DISHES AFFECTED  : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-SERVINGS-AFFECTED TO WS-CTL-COUNT-TXT
           STRING 'MENU LINES HIT   : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-RESIDENTS-AT-RISK TO WS-CTL-COUNT-TXT
           STRING 'RESIDENTS AT RISK: ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-NO-SUBSTITUTE TO WS-CTL-COUNT-TXT
           STRING 'NO SUBSTITUTE    : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           CLOSE CONTROL-TOTAL-FILE
           EXIT.

      * High-water marks of the in-memory tables for this run,
      * kept so TABLE-CAPACITY-REPORT can warn before a ceiling is
      * reached.
       RECORD-TABLE-CAPACITY SECTION.
           MOVE 'RECALL-IMPACT' TO TCAP-PROGRAM-ID
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
           MOVE 'MENU' TO TCAP-TABLE-NAME
           MOVE WS-MENU-COUNT TO TCAP-PEAK
           MOVE WS-MENU-MAX TO TCAP-CEILING
           PERFORM WRITE-TABLE-CAPACITY
           IF WS-HIT-DISH-COUNT > WS-HIT-DISH-PEAK
               MOVE WS-HIT-DISH-COUNT TO WS-HIT-DISH-PEAK
           END-IF
           MOVE 'HIT-DISH' TO TCAP-TABLE-NAME
           MOVE WS-HIT-DISH-PEAK TO TCAP-PEAK
           MOVE WS-HIT-DISH-MAX TO TCAP-CEILING
           PERFORM WRITE-TABLE-CAPACITY
           MOVE 'PANEL' TO TCAP-TABLE-NAME
           MOVE WS-PANEL-COUNT TO TCAP-PEAK
           MOVE WS-PANEL-MAX TO TCAP-CEILING
           PERFORM WRITE-TABLE-CAPACITY
           EXIT.

       COPY "suite-error-log-proc.cpy".
       COPY "run-parms-proc.cpy".
       COPY "env-switch-proc.cpy".
       COPY "table-capacity-proc.cpy".
