       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRODUCTION-FORECAST.
      * Kitchen production count forecast. The cooks estimated
      * portions per dish by eye, so the line ran short of
      * substitution dishes and threw away the regular dish. For
      * every meal and dish on each serve date in the menu horizon
      * this job counts the regular portions and the substitute
      * portions by alternate dish, off the resident panel, the same
      * recipe/allergen blocking MENU-CHECK runs and the diet-order
      * blocks in force on each serve date. The panel is the master
      * with tonight's admissions extract laid over it - adds and
      * updates taken, discharges dropped - so the count is right
      * whether this step runs before or after the ALLERGIES load.
      * Every dish's portions (regular + substitute + held) must come
      * to the residents on the panel; each meal is balanced on the
      * report and the totals go to the control-total report for
      * RUN-BALANCE to tie out. The same portions, regular dishes and
      * alternates alike, go out on the portion extract that
      * INGREDIENT-REQUISITION explodes into purchasing's orders.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MENU-FILE ASSIGN TO DYNAMIC WS-MENU-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MENU-STATUS.
           SELECT PATIENT-MASTER ASSIGN TO DYNAMIC WS-PATIENT-MST-DSN
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAT-PATIENT-ID
               FILE STATUS IS WS-PATIENT-MST-STATUS.
           SELECT ADMISSIONS-FILE ASSIGN TO DYNAMIC WS-ADMISSIONS-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ADMISSIONS-STATUS.
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
           SELECT DIET-ORDER-FILE ASSIGN TO DYNAMIC WS-DIET-ORD-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DIET-ORD-STATUS.
           SELECT DIET-TAG-FILE ASSIGN TO DYNAMIC WS-DIET-TAG-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DIET-TAG-STATUS.
           SELECT PRODUCTION-REPORT-FILE ASSIGN TO
               DYNAMIC WS-PRODUCTION-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PRODUCTION-STATUS.
           SELECT PORTION-EXTRACT-FILE ASSIGN TO
               DYNAMIC WS-PORTION-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PORTION-STATUS.
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

      * Same extract ALLERGIES loads: A add, U update, blank treated
      * as A/U, D discharge; the *TRAILER* record is skipped.
       FD  ADMISSIONS-FILE
           RECORD CONTAINS 59 CHARACTERS.
       01 ADM-RECORD.
          03 ADM-PATIENT-ID     PIC X(10).
          03 ADM-PATIENT-NAME   PIC X(30).
          03 ADM-ALLERGY-SCORE  PIC 9(5).
          03 ADM-TRX-TYPE       PIC X.
          03 ADM-LOCATION.
             05 ADM-NURSING-UNIT PIC X(6).
             05 ADM-ROOM         PIC X(5).
             05 ADM-BED          PIC X(2).
       01 ADM-TRAILER.
          03 ADM-TRL-TAG        PIC X(9).
          03 FILLER             PIC X(50).

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

       FD  DIET-ORDER-FILE
           RECORD CONTAINS 44 CHARACTERS.
       01 DTO-RECORD.
          03 DTO-PATIENT-ID     PIC X(10).
          03 FILLER             PIC X(2).
          03 DTO-ORDER-CODE     PIC X(12).
          03 FILLER             PIC X(2).
          03 DTO-EFF-DATE       PIC 9(8).
          03 FILLER             PIC X(2).
          03 DTO-EXP-DATE       PIC 9(8).

       FD  DIET-TAG-FILE
           RECORD CONTAINS 42 CHARACTERS.
       01 DTG-RECORD.
          03 DTG-DISH           PIC X(30).
          03 DTG-ORDER-CODE     PIC X(12).

       FD  PRODUCTION-REPORT-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01 PRD-LINE PIC X(100).

      * Opens with the standard run header. PFX-KIND: R the menu
      * dish as served, S an alternate prepared in its place.
       FD  PORTION-EXTRACT-FILE
           RECORD CONTAINS 64 CHARACTERS.
       01 PFX-RECORD.
          03 PFX-SERVE-DATE     PIC 9(8).
          03 FILLER             PIC X(2).
          03 PFX-MEAL           PIC X(12).
          03 FILLER             PIC X(2).
          03 PFX-DISH           PIC X(30).
          03 FILLER             PIC X(2).
          03 PFX-PORTIONS       PIC 9(5).
          03 FILLER             PIC X(2).
          03 PFX-KIND           PIC X.

       FD  CONTROL-TOTAL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 CTL-LINE PIC X(80).

       COPY "suite-error-log-fd.cpy".
       COPY "table-capacity-fd.cpy".
       COPY "run-parms-fd.cpy".

       WORKING-STORAGE SECTION.
       01 WS-MENU-DSN           PIC X(100) VALUE 'MENU.DAT'.
       01 WS-PATIENT-MST-DSN    PIC X(100) VALUE 'PATIENT-MASTER.DAT'.
       01 WS-ADMISSIONS-DSN     PIC X(100) VALUE 'ADMISSIONS.DAT'.
       01 WS-ALLERGEN-TBL-DSN   PIC X(100)
          VALUE 'ALLERGEN-TABLE.DAT'.
       01 WS-RECIPE-DSN         PIC X(100) VALUE 'RECIPE-MASTER.DAT'.
       01 WS-SUBSTITUTION-DSN   PIC X(100)
          VALUE 'SUBSTITUTION-CATALOG.DAT'.
       01 WS-DIET-ORD-DSN       PIC X(100) VALUE 'DIET-ORDERS.DAT'.
       01 WS-DIET-TAG-DSN       PIC X(100)
          VALUE 'MENU-DIET-TAGS.DAT'.
       01 WS-PRODUCTION-DSN     PIC X(100)
          VALUE 'PRODUCTION-FORECAST.RPT'.
       01 WS-PORTION-DSN        PIC X(100)
          VALUE 'PRODUCTION-PORTIONS.DAT'.
       01 WS-MENU-STATUS        PIC XX VALUE '00'.
       01 WS-PATIENT-MST-STATUS PIC XX VALUE '00'.
       01 WS-ADMISSIONS-STATUS  PIC XX VALUE '00'.
       01 WS-ALLERGEN-TBL-STATUS PIC XX VALUE '00'.
       01 WS-RECIPE-STATUS      PIC XX VALUE '00'.
       01 WS-SUBSTITUTION-STATUS PIC XX VALUE '00'.
       01 WS-DIET-ORD-STATUS    PIC XX VALUE '00'.
       01 WS-DIET-TAG-STATUS    PIC XX VALUE '00'.
       01 WS-PRODUCTION-STATUS  PIC XX VALUE '00'.
       01 WS-PORTION-STATUS     PIC XX VALUE '00'.
       01 WS-EOF-FLAG           PIC X VALUE 'N'.

       01 WS-CONTROL-TOTAL-DSN    PIC X(100)
          VALUE 'PRODUCTION-FORECAST-CONTROL-TOTALS.RPT'.
       01 WS-CONTROL-TOTAL-STATUS PIC XX VALUE '00'.
       01 WS-ADMISSIONS-TAKEN     PIC 9(6) VALUE 0.
       01 WS-DISCHARGES-TAKEN     PIC 9(6) VALUE 0.
       01 WS-MENU-READ            PIC 9(6) VALUE 0.
       01 WS-MENU-OUT-HORIZON     PIC 9(6) VALUE 0.
       01 WS-MEALS-FORECAST       PIC 9(6) VALUE 0.
       01 WS-MEALS-BALANCED       PIC 9(6) VALUE 0.
       01 WS-REGULAR-PORTIONS     PIC 9(6) VALUE 0.
       01 WS-SUBST-PORTIONS       PIC 9(6) VALUE 0.
       01 WS-HELD-PORTIONS        PIC 9(6) VALUE 0.
       01 WS-PORTION-LINES        PIC 9(6) VALUE 0.
       01 WS-CTL-COUNT-TXT        PIC ZZZZZ9.

      * Horizon shared with MENU-CHECK: run date out to run date plus
      * MENU_CHECK_HORIZON_DAYS; an undated menu line is the run date.
       01 WS-HORIZON-DAYS       PIC 9(3) VALUE 7.
       01 WS-HORIZON-TXT        PIC X(3) VALUE SPACES.
       01 WS-CHECK-DATE         PIC 9(8) VALUE 0.
       01 WS-CHECK-DATE-INT     PIC 9(8) COMP.
       01 WS-SERVE-DATE         PIC 9(8) VALUE 0.
       01 WS-SERVE-DATE-INT     PIC 9(8) COMP.
       01 WS-SERVE-DAYS-OUT     PIC S9(5) VALUE 0.

      * Same doubled-bit table, ceiling and fallback as allergies.cob
      * - the forecast must agree with the tray tickets on what each
      * score blocks.
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

      * The panel: master first, then the admissions extract laid
      * over it. A discharged entry stays in the table, marked off.
       01 WS-RES-MAX            PIC 9(4) VALUE 2000.
       01 WS-RES-COUNT          PIC 9(4) VALUE 0.
       01 WS-RES-ON-PANEL       PIC 9(4) VALUE 0.
       01 WS-RES-TABLE.
          03 WS-RES-ENTRY OCCURS 2000 TIMES INDEXED BY RS-IDX.
             05 RES-PATIENT-ID     PIC X(10).
             05 RES-SCORE          PIC 9(5).
             05 RES-ACTIVE         PIC X.
       01 WS-RES-HIT            PIC X VALUE 'N'.

      * One entry per (serve date, meal, dish) in the horizon, with
      * the allergens its ingredients carry, the diet codes it is
      * tagged with, and the portions counted against it.
       01 WS-DISH-MAX    PIC 9(3) VALUE 400.
       01 WS-DISH-COUNT  PIC 9(3) VALUE 0.
       01 WS-DISH-TABLE.
          03 WS-DISH-ENTRY OCCURS 400 TIMES INDEXED BY DH-IDX.
             05 DSH-SERVE-DATE    PIC 9(8).
             05 DSH-MEAL          PIC X(12).
             05 DSH-DISH          PIC X(30).
             05 DSH-MEAL-RANK     PIC 9(3).
             05 DSH-ALG-COUNT     PIC 99.
             05 DSH-ALG-IDX OCCURS 8 TIMES PIC 99.
             05 DSH-DIET-COUNT    PIC 99.
             05 DSH-DIET-CODE OCCURS 4 TIMES PIC X(12).
             05 DSH-REGULAR       PIC 9(5).
             05 DSH-SUBST         PIC 9(5).
             05 DSH-HELD          PIC 9(5).
       01 WS-DISH-HIT           PIC X VALUE 'N'.
       01 WS-DISH-HAS-RECIPE    PIC X VALUE 'N'.
       01 WS-ADD-ALLERGEN       PIC X(12).
       01 WS-ALG-SLOT           PIC 99 VALUE 0.
       01 WS-ALG-DUP            PIC X VALUE 'N'.
       01 WS-DISH-ORDER OCCURS 400 TIMES PIC 999.
       01 WS-SORT-TEMP          PIC 999.
       01 WS-SORT-I             PIC 999.
       01 WS-SORT-J             PIC 999.
       01 WS-SORT-SWAP          PIC X VALUE 'N'.

      * Substitute portions per dish entry per alternate dish.
       01 WS-ALT-MAX            PIC 9(4) VALUE 800.
       01 WS-ALT-COUNT          PIC 9(4) VALUE 0.
       01 WS-ALT-FULL-LOGGED    PIC X VALUE 'N'.
       01 WS-ALT-TABLE.
          03 WS-ALT-ENTRY OCCURS 800 TIMES INDEXED BY AL-IDX.
             05 ALT-DISH-NO        PIC 999.
             05 ALT-DISH           PIC X(30).
             05 ALT-PORTIONS       PIC 9(5).
       01 WS-ALT-HIT            PIC X VALUE 'N'.

      * Alternates rolled up across the dishes of one meal - what
      * the cooks actually prepare.
       01 WS-MEAL-ALT-COUNT     PIC 99 VALUE 0.
       01 WS-MEAL-ALT-TABLE.
          03 WS-MEAL-ALT-ENTRY OCCURS 30 TIMES INDEXED BY MA-IDX.
             05 MAL-DISH           PIC X(30).
             05 MAL-PORTIONS       PIC 9(5).

       01 WS-RECIPE-MAX         PIC 9(3) VALUE 300.
       01 WS-RECIPE-COUNT       PIC 9(3) VALUE 0.
       01 WS-RECIPE-TABLE.
          03 WS-RECIPE-ENTRY OCCURS 300 TIMES INDEXED BY RC-IDX.
             05 RCP-T-DISH         PIC X(30).
             05 RCP-T-ALLERGEN     PIC X(12).

       01 WS-SUB-MAX            PIC 9(3) VALUE 100.
       01 WS-SUB-COUNT          PIC 9(3) VALUE 0.
       01 WS-SUB-TABLE.
          03 WS-SUB-ENTRY OCCURS 100 TIMES INDEXED BY SB-IDX.
             05 SUB-T-DISH         PIC X(30).
             05 SUB-T-ALLERGEN     PIC X(12).
             05 SUB-T-ALTERNATE    PIC X(30).
       01 WS-SUB-ALTERNATE      PIC X(30).
       01 WS-SUB-FOUND          PIC X VALUE 'N'.
       01 WS-SUB-DISH           PIC X(30).
       01 WS-SUB-ALLERGEN       PIC X(12).

      * Diet orders kept with their dates - each serve date in the
      * horizon blocks on the orders in force that day.
       01 WS-DIET-ORD-MAX       PIC 9(4) VALUE 500.
       01 WS-DIET-ORD-COUNT     PIC 9(4) VALUE 0.
       01 WS-DIET-ORD-TABLE.
          03 WS-DIET-ORD-ENTRY OCCURS 500 TIMES INDEXED BY DO-IDX.
             05 DTO-T-PATIENT-ID   PIC X(10).
             05 DTO-T-ORDER-CODE   PIC X(12).
             05 DTO-T-EFF-DATE     PIC 9(8).
             05 DTO-T-EXP-DATE     PIC 9(8).
       01 WS-DIET-TAG-MAX       PIC 9(3) VALUE 100.
       01 WS-DIET-TAG-COUNT     PIC 9(3) VALUE 0.
       01 WS-DIET-TAG-TABLE.
          03 WS-DIET-TAG-ENTRY OCCURS 100 TIMES INDEXED BY DT-IDX.
             05 DTG-T-DISH         PIC X(30).
             05 DTG-T-ORDER-CODE   PIC X(12).
       01 WS-DIET-SLOT          PIC 99 VALUE 0.
       01 WS-DIET-DUP           PIC X VALUE 'N'.

       01 WS-BLOCKED            PIC X VALUE 'N'.
       01 WS-BLOCK-ALLERGEN     PIC X(12).

      * Report break fields.
       01 WS-GRP-START          PIC 999.
       01 WS-GRP-END            PIC 999.
       01 WS-GRP-K              PIC 999.
       01 WS-GRP-DONE           PIC X VALUE 'N'.
       01 WS-CUR-DATE           PIC 9(8) VALUE 0.
       01 WS-MEAL-DISHES        PIC 9(4) VALUE 0.
       01 WS-MEAL-PORTIONS      PIC 9(6) VALUE 0.
       01 WS-MEAL-EXPECTED      PIC 9(6) VALUE 0.
       01 WS-MEAL-RESIDENTS-TXT PIC ZZZZ9.
       01 WS-MEAL-DISHES-TXT    PIC ZZZ9.
       01 WS-MEAL-PORTIONS-TXT  PIC ZZZZZ9.
       01 WS-PRD-HEADING.
          03 FILLER PIC X(4)  VALUE SPACES.
          03 FILLER PIC X(32) VALUE 'DISH'.
          03 FILLER PIC X(9)  VALUE '  REGULAR'.
          03 FILLER PIC X(9)  VALUE '   SUBST'.
          03 FILLER PIC X(9)  VALUE '     HELD'.
          03 FILLER PIC X(9)  VALUE '    TOTAL'.
       01 WS-PRD-DETAIL.
          03 FILLER            PIC X(4) VALUE SPACES.
          03 PRD-DISH          PIC X(30).
          03 FILLER            PIC X(2) VALUE SPACES.
          03 PRD-REGULAR-TXT   PIC ZZZZZZZZ9.
          03 PRD-SUBST-TXT     PIC ZZZZZZZZ9.
          03 PRD-HELD-TXT      PIC ZZZZZZZZ9.
          03 PRD-TOTAL-TXT     PIC ZZZZZZZZ9.
       01 WS-PRD-ALT-DETAIL.
          03 FILLER            PIC X(8) VALUE SPACES.
          03 FILLER            PIC X(12) VALUE 'SUBSTITUTE'.
          03 PAD-DISH          PIC X(30).
          03 FILLER            PIC X(2) VALUE SPACES.
          03 PAD-PORTIONS-TXT  PIC ZZZZ9.
       01 WS-DISH-TOTAL         PIC 9(6) VALUE 0.

       COPY "suite-error-log-ws.cpy".
       COPY "table-capacity-ws.cpy".
       COPY "run-parms-ws.cpy".
       COPY "env-accept-ws.cpy".
       COPY "transaction-header.cpy".
       COPY "return-codes.cpy".
       COPY "env-switch-ws.cpy".
       COPY "date-check-ws.cpy".

       PROCEDURE DIVISION.
       RUN-PRODUCTION-FORECAST SECTION.
           PERFORM READ-RUN-PARMS
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
                  'ALLERGIES_ADMISSIONS_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-ADMISSIONS-DSN
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
                  'ALLERGIES_DIET_ORDER_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-DIET-ORD-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'MENU_CHECK_DIET_TAG_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-DIET-TAG-DSN
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
                  'PRODUCTION_FORECAST_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-PRODUCTION-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'PRODUCTION_FORECAST_PORTION_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-PORTION-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'PRODUCTION_FORECAST_CONTROL_TOTAL_FILE'
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
           MOVE WS-MENU-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-MENU-DSN
           MOVE WS-PATIENT-MST-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-PATIENT-MST-DSN
           MOVE WS-ADMISSIONS-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-ADMISSIONS-DSN
           MOVE WS-PRODUCTION-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-PRODUCTION-DSN
           MOVE WS-PORTION-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-PORTION-DSN
           MOVE WS-CONTROL-TOTAL-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-CONTROL-TOTAL-DSN

           PERFORM LOAD-ALLERGEN-TABLE
           PERFORM LOAD-RECIPE-TABLE
           PERFORM LOAD-SUBSTITUTION-TABLE
           PERFORM LOAD-DIET-ORDERS
           PERFORM LOAD-DIET-TAGS
           PERFORM LOAD-DISH-TABLE
           PERFORM LOAD-RESIDENT-PANEL
           PERFORM APPLY-ADMISSIONS-FEED
           PERFORM COUNT-PANEL-PORTIONS
           PERFORM WRITE-PRODUCTION-REPORT
           PERFORM WRITE-PORTION-EXTRACT
           PERFORM WRITE-CONTROL-TOTALS

           SET RC-NORMAL TO TRUE
           IF WS-HELD-PORTIONS > 0
               SET RC-WARNING TO TRUE
           END-IF
           IF WS-MEALS-BALANCED NOT = WS-MEALS-FORECAST
               SET RC-DATA-EXCEPTION TO TRUE
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
           PERFORM RECORD-TABLE-CAPACITY
           GOBACK.

      * Every (serve date, meal, dish) in the horizon, once.
       LOAD-DISH-TABLE SECTION.
           MOVE 0 TO WS-DISH-COUNT
           OPEN INPUT MENU-FILE
           IF WS-MENU-STATUS NOT = '00'
               GO TO LOAD-DISH-TABLE-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ MENU-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-MENU-READ
                       PERFORM LOAD-ONE-DISH-LINE
               END-READ
           END-PERFORM
           CLOSE MENU-FILE
           MOVE 'N' TO WS-EOF-FLAG.
       LOAD-DISH-TABLE-EXIT.
           EXIT.

       LOAD-ONE-DISH-LINE SECTION.
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
               ADD 1 TO WS-MENU-OUT-HORIZON
               GO TO LOAD-ONE-DISH-LINE-EXIT
           END-IF
           MOVE 'N' TO WS-DISH-HIT
           PERFORM VARYING DH-IDX FROM 1 BY 1
                   UNTIL DH-IDX > WS-DISH-COUNT
                   OR WS-DISH-HIT = 'Y'
               IF DSH-SERVE-DATE(DH-IDX) = WS-SERVE-DATE
                   AND DSH-MEAL(DH-IDX) = MNU-MEAL
                   AND DSH-DISH(DH-IDX) = MNU-DISH
                   MOVE 'Y' TO WS-DISH-HIT
               END-IF
           END-PERFORM
           IF WS-DISH-HIT = 'Y'
               SET DH-IDX DOWN BY 1
               PERFORM ATTACH-DISH-ALLERGENS
               GO TO LOAD-ONE-DISH-LINE-EXIT
           END-IF
           IF WS-DISH-COUNT >= WS-DISH-MAX
               MOVE 'PROD-FCST' TO SERR-PROGRAM-ID
               MOVE MNU-DISH(1:20) TO SERR-KEY-FIELD
               MOVE 'DISH TABLE FULL - IGNORED' TO SERR-REASON
               MOVE 'TBL001' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               GO TO LOAD-ONE-DISH-LINE-EXIT
           END-IF
           ADD 1 TO WS-DISH-COUNT
           SET DH-IDX TO WS-DISH-COUNT
           MOVE WS-SERVE-DATE TO DSH-SERVE-DATE(DH-IDX)
           MOVE MNU-MEAL TO DSH-MEAL(DH-IDX)
           MOVE MNU-DISH TO DSH-DISH(DH-IDX)
           MOVE 0 TO DSH-ALG-COUNT(DH-IDX)
           MOVE 0 TO DSH-DIET-COUNT(DH-IDX)
           MOVE 0 TO DSH-REGULAR(DH-IDX)
           MOVE 0 TO DSH-SUBST(DH-IDX)
           MOVE 0 TO DSH-HELD(DH-IDX)
      * The meal's rank is the first entry of that date and meal, so
      * the report keeps the menu's own meal order within a day.
           MOVE WS-DISH-COUNT TO DSH-MEAL-RANK(DH-IDX)
           PERFORM VARYING WS-SORT-I FROM 1 BY 1
                   UNTIL WS-SORT-I >= WS-DISH-COUNT
               IF DSH-SERVE-DATE(WS-SORT-I) = WS-SERVE-DATE
                   AND DSH-MEAL(WS-SORT-I) = MNU-MEAL
                   AND DSH-MEAL-RANK(WS-SORT-I) < DSH-MEAL-RANK(DH-IDX)
                   MOVE DSH-MEAL-RANK(WS-SORT-I)
                     TO DSH-MEAL-RANK(DH-IDX)
               END-IF
           END-PERFORM
           PERFORM ATTACH-DISH-ALLERGENS
           PERFORM ATTACH-DISH-DIET-TAGS.
       LOAD-ONE-DISH-LINE-EXIT.
           EXIT.

      * Attaches every allergen this menu line implies to the dish
      * entry at DH-IDX, de-duplicated - recipe master when one is on
      * file, the coded menu allergen otherwise.
       ATTACH-DISH-ALLERGENS SECTION.
           IF WS-RECIPE-COUNT > 0
               MOVE 'N' TO WS-DISH-HAS-RECIPE
               PERFORM VARYING RC-IDX FROM 1 BY 1
                       UNTIL RC-IDX > WS-RECIPE-COUNT
                   IF RCP-T-DISH(RC-IDX) = MNU-DISH
                       MOVE 'Y' TO WS-DISH-HAS-RECIPE
                       MOVE RCP-T-ALLERGEN(RC-IDX)
                         TO WS-ADD-ALLERGEN
                       IF WS-ADD-ALLERGEN NOT = SPACES
                           PERFORM ATTACH-ONE-ALLERGEN
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-DISH-HAS-RECIPE = 'N'
                   MOVE 'PROD-FCST' TO SERR-PROGRAM-ID
                   MOVE MNU-DISH(1:20) TO SERR-KEY-FIELD
                   MOVE 'DISH HAS NO RECIPE' TO SERR-REASON
                   MOVE 'REF002' TO SERR-ERROR-CODE
                   PERFORM WRITE-SUITE-ERROR-LOG
               END-IF
           ELSE
               MOVE MNU-ALLERGEN TO WS-ADD-ALLERGEN
               IF WS-ADD-ALLERGEN NOT = SPACES
                   PERFORM ATTACH-ONE-ALLERGEN
               END-IF
           END-IF
           EXIT.

       ATTACH-ONE-ALLERGEN SECTION.
           SET A-IDX TO 1
           SEARCH CONTENTS
               AT END
                   MOVE 'PROD-FCST' TO SERR-PROGRAM-ID
                   MOVE WS-ADD-ALLERGEN TO SERR-KEY-FIELD
                   MOVE 'UNKNOWN ALLERGEN ON MENU' TO SERR-REASON
                   MOVE 'REF002' TO SERR-ERROR-CODE
                   PERFORM WRITE-SUITE-ERROR-LOG
               WHEN ALLERGY-TYPE OF CONTENTS(A-IDX) = WS-ADD-ALLERGEN
                   MOVE 'N' TO WS-ALG-DUP
                   PERFORM VARYING WS-ALG-SLOT FROM 1 BY 1
                           UNTIL WS-ALG-SLOT > DSH-ALG-COUNT(DH-IDX)
                       IF DSH-ALG-IDX(DH-IDX, WS-ALG-SLOT) = A-IDX
                           MOVE 'Y' TO WS-ALG-DUP
                       END-IF
                   END-PERFORM
                   IF WS-ALG-DUP = 'N'
                       AND DSH-ALG-COUNT(DH-IDX) < 8
                       ADD 1 TO DSH-ALG-COUNT(DH-IDX)
                       SET DSH-ALG-IDX(DH-IDX,
                           DSH-ALG-COUNT(DH-IDX)) TO A-IDX
                   END-IF
           END-SEARCH
           EXIT.

       ATTACH-DISH-DIET-TAGS SECTION.
           PERFORM VARYING DT-IDX FROM 1 BY 1
                   UNTIL DT-IDX > WS-DIET-TAG-COUNT
               IF DTG-T-DISH(DT-IDX) = MNU-DISH
                   MOVE 'N' TO WS-DIET-DUP
                   PERFORM VARYING WS-DIET-SLOT FROM 1 BY 1
                           UNTIL WS-DIET-SLOT > DSH-DIET-COUNT(DH-IDX)
                       IF DSH-DIET-CODE(DH-IDX, WS-DIET-SLOT)
                           = DTG-T-ORDER-CODE(DT-IDX)
                           MOVE 'Y' TO WS-DIET-DUP
                       END-IF
                   END-PERFORM
                   IF WS-DIET-DUP = 'N'
                       AND DSH-DIET-COUNT(DH-IDX) < 4
                       ADD 1 TO DSH-DIET-COUNT(DH-IDX)
                       MOVE DTG-T-ORDER-CODE(DT-IDX)
                         TO DSH-DIET-CODE(DH-IDX,
                             DSH-DIET-COUNT(DH-IDX))
                   END-IF
               END-IF
           END-PERFORM
           EXIT.

       LOAD-RESIDENT-PANEL SECTION.
           MOVE 0 TO WS-RES-COUNT
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
                       IF WS-RES-COUNT >= WS-RES-MAX
                           MOVE 'PROD-FCST' TO SERR-PROGRAM-ID
                           MOVE PAT-PATIENT-ID TO SERR-KEY-FIELD
                           MOVE 'RESIDENT TABLE FULL' TO SERR-REASON
                           MOVE 'TBL001' TO SERR-ERROR-CODE
                           PERFORM WRITE-SUITE-ERROR-LOG
                       ELSE
                           ADD 1 TO WS-RES-COUNT
                           MOVE PAT-PATIENT-ID
                             TO RES-PATIENT-ID(WS-RES-COUNT)
                           MOVE 0 TO RES-SCORE(WS-RES-COUNT)
                           IF PAT-ALLERGY-SCORE IS NUMERIC
                               MOVE PAT-ALLERGY-SCORE
                                 TO RES-SCORE(WS-RES-COUNT)
                           END-IF
                           MOVE 'Y' TO RES-ACTIVE(WS-RES-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PATIENT-MASTER
           MOVE 'N' TO WS-EOF-FLAG.
       LOAD-RESIDENT-PANEL-EXIT.
           EXIT.

      * Tonight's extract over the master: an add or update sets the
      * score (a new arrival joins the panel), a discharge takes the
      * resident off. Applying it again after ALLERGIES has loaded it
      * changes nothing. A record ALLERGIES would reject - score not
      * numeric - is left to ALLERGIES to report.
       APPLY-ADMISSIONS-FEED SECTION.
           OPEN INPUT ADMISSIONS-FILE
           IF WS-ADMISSIONS-STATUS NOT = '00'
               GO TO APPLY-ADMISSIONS-FEED-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ ADMISSIONS-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF ADM-TRL-TAG NOT = '*TRAILER*'
                           PERFORM APPLY-ONE-ADMISSION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ADMISSIONS-FILE
           MOVE 'N' TO WS-EOF-FLAG.
       APPLY-ADMISSIONS-FEED-EXIT.
           EXIT.

       APPLY-ONE-ADMISSION SECTION.
           MOVE 'N' TO WS-RES-HIT
           PERFORM VARYING RS-IDX FROM 1 BY 1
                   UNTIL RS-IDX > WS-RES-COUNT
                   OR WS-RES-HIT = 'Y'
               IF RES-PATIENT-ID(RS-IDX) = ADM-PATIENT-ID
                   MOVE 'Y' TO WS-RES-HIT
               END-IF
           END-PERFORM
           IF WS-RES-HIT = 'Y'
               SET RS-IDX DOWN BY 1
           END-IF
           IF ADM-TRX-TYPE = 'D'
               IF WS-RES-HIT = 'Y'
                   AND RES-ACTIVE(RS-IDX) = 'Y'
                   MOVE 'N' TO RES-ACTIVE(RS-IDX)
                   ADD 1 TO WS-DISCHARGES-TAKEN
               END-IF
               GO TO APPLY-ONE-ADMISSION-EXIT
           END-IF
           IF ADM-ALLERGY-SCORE IS NOT NUMERIC
               GO TO APPLY-ONE-ADMISSION-EXIT
           END-IF
           IF WS-RES-HIT = 'Y'
               MOVE ADM-ALLERGY-SCORE TO RES-SCORE(RS-IDX)
               MOVE 'Y' TO RES-ACTIVE(RS-IDX)
               GO TO APPLY-ONE-ADMISSION-EXIT
           END-IF
           IF WS-RES-COUNT >= WS-RES-MAX
               MOVE 'PROD-FCST' TO SERR-PROGRAM-ID
               MOVE ADM-PATIENT-ID TO SERR-KEY-FIELD
               MOVE 'RESIDENT TABLE FULL' TO SERR-REASON
               MOVE 'TBL001' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               GO TO APPLY-ONE-ADMISSION-EXIT
           END-IF
           ADD 1 TO WS-RES-COUNT
           MOVE ADM-PATIENT-ID TO RES-PATIENT-ID(WS-RES-COUNT)
           MOVE ADM-ALLERGY-SCORE TO RES-SCORE(WS-RES-COUNT)
           MOVE 'Y' TO RES-ACTIVE(WS-RES-COUNT)
           ADD 1 TO WS-ADMISSIONS-TAKEN.
       APPLY-ONE-ADMISSION-EXIT.
           EXIT.

      * One pass over the panel: each resident's score decoded once,
      * then every dish in the horizon counted regular, substitute
      * (by alternate) or held.
       COUNT-PANEL-PORTIONS SECTION.
           MOVE 0 TO WS-RES-ON-PANEL
           PERFORM VARYING RS-IDX FROM 1 BY 1
                   UNTIL RS-IDX > WS-RES-COUNT
               IF RES-ACTIVE(RS-IDX) = 'Y'
                   ADD 1 TO WS-RES-ON-PANEL
                   MOVE RES-SCORE(RS-IDX) TO WS-SCORE
                   PERFORM INITIALIZE-TABLE
                   PERFORM VARYING DH-IDX FROM 1 BY 1
                           UNTIL DH-IDX > WS-DISH-COUNT
                       PERFORM COUNT-ONE-PORTION
                   END-PERFORM
               END-IF
           END-PERFORM
           EXIT.

      * The same first-blocking-allergen-then-diet-code rule the tray
      * ticket prints from, so the forecast and the tickets agree.
       COUNT-ONE-PORTION SECTION.
           MOVE 'N' TO WS-BLOCKED
           MOVE SPACES TO WS-BLOCK-ALLERGEN
           PERFORM VARYING WS-ALG-SLOT FROM 1 BY 1
                   UNTIL WS-ALG-SLOT > DSH-ALG-COUNT(DH-IDX)
                   OR WS-BLOCKED = 'Y'
               SET A-IDX TO DSH-ALG-IDX(DH-IDX, WS-ALG-SLOT)
               IF IS-ALLERGIC OF CONTENTS(A-IDX) = 'Y'
                   MOVE 'Y' TO WS-BLOCKED
                   MOVE ALLERGY-TYPE OF CONTENTS(A-IDX)
                     TO WS-BLOCK-ALLERGEN
               END-IF
           END-PERFORM
           IF WS-BLOCKED = 'N'
               PERFORM VARYING WS-DIET-SLOT FROM 1 BY 1
                       UNTIL WS-DIET-SLOT > DSH-DIET-COUNT(DH-IDX)
                   PERFORM VARYING DO-IDX FROM 1 BY 1
                           UNTIL DO-IDX > WS-DIET-ORD-COUNT
                       IF DTO-T-PATIENT-ID(DO-IDX) =
                           RES-PATIENT-ID(RS-IDX)
                           AND DTO-T-ORDER-CODE(DO-IDX) =
                               DSH-DIET-CODE(DH-IDX, WS-DIET-SLOT)
                           AND DTO-T-EFF-DATE(DO-IDX) <=
                               DSH-SERVE-DATE(DH-IDX)
                           AND (DTO-T-EXP-DATE(DO-IDX) = 0
                               OR DTO-T-EXP-DATE(DO-IDX) >=
                                  DSH-SERVE-DATE(DH-IDX))
                           AND WS-BLOCKED = 'N'
                           MOVE 'Y' TO WS-BLOCKED
                           MOVE DSH-DIET-CODE(DH-IDX, WS-DIET-SLOT)
                             TO WS-BLOCK-ALLERGEN
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF
           IF WS-BLOCKED = 'N'
               ADD 1 TO DSH-REGULAR(DH-IDX)
               ADD 1 TO WS-REGULAR-PORTIONS
               GO TO COUNT-ONE-PORTION-EXIT
           END-IF
           MOVE DSH-DISH(DH-IDX) TO WS-SUB-DISH
           MOVE WS-BLOCK-ALLERGEN TO WS-SUB-ALLERGEN
           PERFORM LOOKUP-SUBSTITUTION
           IF WS-SUB-FOUND = 'N'
               ADD 1 TO DSH-HELD(DH-IDX)
               ADD 1 TO WS-HELD-PORTIONS
               GO TO COUNT-ONE-PORTION-EXIT
           END-IF
           ADD 1 TO DSH-SUBST(DH-IDX)
           ADD 1 TO WS-SUBST-PORTIONS
           PERFORM ADD-ALTERNATE-PORTION.
       COUNT-ONE-PORTION-EXIT.
           EXIT.

      * A full alternate table still counts the portion as a
      * substitute - only the per-alternate breakdown is lost.
       ADD-ALTERNATE-PORTION SECTION.
           MOVE 'N' TO WS-ALT-HIT
           PERFORM VARYING AL-IDX FROM 1 BY 1
                   UNTIL AL-IDX > WS-ALT-COUNT
                   OR WS-ALT-HIT = 'Y'
               IF ALT-DISH-NO(AL-IDX) = DH-IDX
                   AND ALT-DISH(AL-IDX) = WS-SUB-ALTERNATE
                   MOVE 'Y' TO WS-ALT-HIT
                   ADD 1 TO ALT-PORTIONS(AL-IDX)
               END-IF
           END-PERFORM
           IF WS-ALT-HIT = 'Y'
               GO TO ADD-ALTERNATE-PORTION-EXIT
           END-IF
           IF WS-ALT-COUNT >= WS-ALT-MAX
               IF WS-ALT-FULL-LOGGED = 'N'
                   MOVE 'Y' TO WS-ALT-FULL-LOGGED
                   MOVE 'PROD-FCST' TO SERR-PROGRAM-ID
                   MOVE WS-SUB-ALTERNATE(1:20) TO SERR-KEY-FIELD
                   MOVE 'ALTERNATE TABLE FULL' TO SERR-REASON
                   MOVE 'TBL001' TO SERR-ERROR-CODE
                   PERFORM WRITE-SUITE-ERROR-LOG
               END-IF
               GO TO ADD-ALTERNATE-PORTION-EXIT
           END-IF
           ADD 1 TO WS-ALT-COUNT
           SET ALT-DISH-NO(WS-ALT-COUNT) TO DH-IDX
           MOVE WS-SUB-ALTERNATE TO ALT-DISH(WS-ALT-COUNT)
           MOVE 1 TO ALT-PORTIONS(WS-ALT-COUNT).
       ADD-ALTERNATE-PORTION-EXIT.
           EXIT.

       LOOKUP-SUBSTITUTION SECTION.
           MOVE 'N' TO WS-SUB-FOUND
           MOVE SPACES TO WS-SUB-ALTERNATE
           PERFORM VARYING SB-IDX FROM 1 BY 1
                   UNTIL SB-IDX > WS-SUB-COUNT
               IF SUB-T-DISH(SB-IDX) = WS-SUB-DISH
                   AND SUB-T-ALLERGEN(SB-IDX) = WS-SUB-ALLERGEN
                   MOVE 'Y' TO WS-SUB-FOUND
                   MOVE SUB-T-ALTERNATE(SB-IDX) TO WS-SUB-ALTERNATE
               END-IF
           END-PERFORM
           EXIT.

       WRITE-PRODUCTION-REPORT SECTION.
           OPEN OUTPUT PRODUCTION-REPORT-FILE
           MOVE WS-PARM-RUN-ID TO TRX-RUN-ID
           MOVE 'PRD-FCST' TO TRX-SOURCE-SYSTEM
           MOVE FUNCTION CURRENT-DATE TO TRX-TIMESTAMP
           MOVE TRX-HEADER TO PRD-LINE
           WRITE PRD-LINE
           MOVE WS-RES-ON-PANEL TO WS-MEAL-RESIDENTS-TXT
           MOVE SPACES TO PRD-LINE
           STRING 'KITCHEN PRODUCTION FORECAST FROM ' DELIMITED BY SIZE
                  WS-CHECK-DATE DELIMITED BY SIZE
                  '  RESIDENTS ON PANEL ' DELIMITED BY SIZE
                  WS-MEAL-RESIDENTS-TXT DELIMITED BY SIZE
             INTO PRD-LINE
           WRITE PRD-LINE
           PERFORM SORT-DISH-ORDER
           MOVE 1 TO WS-GRP-START
           PERFORM UNTIL WS-GRP-START > WS-DISH-COUNT
               PERFORM FIND-MEAL-GROUP-END
               PERFORM WRITE-MEAL-GROUP
               COMPUTE WS-GRP-START = WS-GRP-END + 1
           END-PERFORM
           IF WS-DISH-COUNT = 0
               MOVE 'NO MENU LINES IN THE HORIZON' TO PRD-LINE
               WRITE PRD-LINE
           END-IF
           CLOSE PRODUCTION-REPORT-FILE
           EXIT.

      * One line per dish entry with regular portions and one per
      * alternate counted against an entry, in the same serve-date
      * and meal order as the report. Held trays order nothing.
       WRITE-PORTION-EXTRACT SECTION.
           OPEN OUTPUT PORTION-EXTRACT-FILE
           MOVE WS-PARM-RUN-ID TO TRX-RUN-ID
           MOVE 'PRD-FCST' TO TRX-SOURCE-SYSTEM
           MOVE FUNCTION CURRENT-DATE TO TRX-TIMESTAMP
           MOVE TRX-HEADER TO PFX-RECORD
           WRITE PFX-RECORD
           PERFORM VARYING WS-GRP-K FROM 1 BY 1
                   UNTIL WS-GRP-K > WS-DISH-COUNT
               SET DH-IDX TO WS-DISH-ORDER(WS-GRP-K)
               IF DSH-REGULAR(DH-IDX) > 0
                   MOVE SPACES TO PFX-RECORD
                   MOVE DSH-SERVE-DATE(DH-IDX) TO PFX-SERVE-DATE
                   MOVE DSH-MEAL(DH-IDX) TO PFX-MEAL
                   MOVE DSH-DISH(DH-IDX) TO PFX-DISH
                   MOVE DSH-REGULAR(DH-IDX) TO PFX-PORTIONS
                   MOVE 'R' TO PFX-KIND
                   WRITE PFX-RECORD
                   ADD 1 TO WS-PORTION-LINES
               END-IF
               PERFORM VARYING AL-IDX FROM 1 BY 1
                       UNTIL AL-IDX > WS-ALT-COUNT
                   IF ALT-DISH-NO(AL-IDX) = DH-IDX
                       MOVE SPACES TO PFX-RECORD
                       MOVE DSH-SERVE-DATE(DH-IDX) TO PFX-SERVE-DATE
                       MOVE DSH-MEAL(DH-IDX) TO PFX-MEAL
                       MOVE ALT-DISH(AL-IDX) TO PFX-DISH
                       MOVE ALT-PORTIONS(AL-IDX) TO PFX-PORTIONS
                       MOVE 'S' TO PFX-KIND
                       WRITE PFX-RECORD
                       ADD 1 TO WS-PORTION-LINES
                   END-IF
               END-PERFORM
           END-PERFORM
           CLOSE PORTION-EXTRACT-FILE
           EXIT.

      * Exchange sort of the entry numbers by serve date, then the
      * meal's rank, then menu order.
       SORT-DISH-ORDER SECTION.
           PERFORM VARYING WS-SORT-I FROM 1 BY 1
                   UNTIL WS-SORT-I > WS-DISH-COUNT
               MOVE WS-SORT-I TO WS-DISH-ORDER(WS-SORT-I)
           END-PERFORM
           PERFORM VARYING WS-SORT-I FROM 1 BY 1
                   UNTIL WS-SORT-I >= WS-DISH-COUNT
               PERFORM VARYING WS-SORT-J FROM 1 BY 1
                       UNTIL WS-SORT-J > WS-DISH-COUNT - WS-SORT-I
                   MOVE 'N' TO WS-SORT-SWAP
                   IF DSH-SERVE-DATE(WS-DISH-ORDER(WS-SORT-J)) >
                      DSH-SERVE-DATE(WS-DISH-ORDER(WS-SORT-J + 1))
                       MOVE 'Y' TO WS-SORT-SWAP
                   END-IF
                   IF DSH-SERVE-DATE(WS-DISH-ORDER(WS-SORT-J)) =
                      DSH-SERVE-DATE(WS-DISH-ORDER(WS-SORT-J + 1))
                      AND DSH-MEAL-RANK(WS-DISH-ORDER(WS-SORT-J)) >
                      DSH-MEAL-RANK(WS-DISH-ORDER(WS-SORT-J + 1))
                       MOVE 'Y' TO WS-SORT-SWAP
                   END-IF
                   IF DSH-SERVE-DATE(WS-DISH-ORDER(WS-SORT-J)) =
                      DSH-SERVE-DATE(WS-DISH-ORDER(WS-SORT-J + 1))
                      AND DSH-MEAL-RANK(WS-DISH-ORDER(WS-SORT-J)) =
                      DSH-MEAL-RANK(WS-DISH-ORDER(WS-SORT-J + 1))
                      AND WS-DISH-ORDER(WS-SORT-J) >
                          WS-DISH-ORDER(WS-SORT-J + 1)
                       MOVE 'Y' TO WS-SORT-SWAP
                   END-IF
                   IF WS-SORT-SWAP = 'Y'
                       MOVE WS-DISH-ORDER(WS-SORT-J) TO WS-SORT-TEMP
                       MOVE WS-DISH-ORDER(WS-SORT-J + 1)
                         TO WS-DISH-ORDER(WS-SORT-J)
                       MOVE WS-SORT-TEMP
                         TO WS-DISH-ORDER(WS-SORT-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM
           EXIT.

       FIND-MEAL-GROUP-END SECTION.
           MOVE WS-GRP-START TO WS-GRP-END
           MOVE 'N' TO WS-GRP-DONE
           PERFORM UNTIL WS-GRP-DONE = 'Y'
               IF WS-GRP-END >= WS-DISH-COUNT
                   MOVE 'Y' TO WS-GRP-DONE
               ELSE
                   IF DSH-SERVE-DATE(WS-DISH-ORDER(WS-GRP-END + 1)) =
                      DSH-SERVE-DATE(WS-DISH-ORDER(WS-GRP-START))
                      AND DSH-MEAL-RANK(WS-DISH-ORDER(WS-GRP-END + 1))
                      = DSH-MEAL-RANK(WS-DISH-ORDER(WS-GRP-START))
                       ADD 1 TO WS-GRP-END
                   ELSE
                       MOVE 'Y' TO WS-GRP-DONE
                   END-IF
               END-IF
           END-PERFORM
           EXIT.

      * One meal: a line per dish with its alternates beneath, the
      * meal's alternates rolled up for the cooks, and the balance
      * line - every dish's portions come to the panel.
       WRITE-MEAL-GROUP SECTION.
           SET DH-IDX TO WS-DISH-ORDER(WS-GRP-START)
           IF DSH-SERVE-DATE(DH-IDX) NOT = WS-CUR-DATE
               MOVE DSH-SERVE-DATE(DH-IDX) TO WS-CUR-DATE
               MOVE ALL '=' TO PRD-LINE
               WRITE PRD-LINE
               MOVE SPACES TO PRD-LINE
               STRING 'SERVE DATE ' DELIMITED BY SIZE
                      WS-CUR-DATE DELIMITED BY SIZE
                 INTO PRD-LINE
               WRITE PRD-LINE
           END-IF
           ADD 1 TO WS-MEALS-FORECAST
           MOVE SPACES TO PRD-LINE
           STRING '  MEAL: ' DELIMITED BY SIZE
                  DSH-MEAL(DH-IDX) DELIMITED BY SIZE
             INTO PRD-LINE
           WRITE PRD-LINE
           MOVE WS-PRD-HEADING TO PRD-LINE
           WRITE PRD-LINE
           MOVE 0 TO WS-MEAL-DISHES
           MOVE 0 TO WS-MEAL-PORTIONS
           MOVE 0 TO WS-MEAL-ALT-COUNT
           PERFORM VARYING WS-GRP-K FROM WS-GRP-START BY 1
                   UNTIL WS-GRP-K > WS-GRP-END
               SET DH-IDX TO WS-DISH-ORDER(WS-GRP-K)
               PERFORM WRITE-ONE-DISH-LINE
           END-PERFORM
           IF WS-MEAL-ALT-COUNT > 0
               MOVE '    ALTERNATES TO PREPARE FOR THIS MEAL'
                 TO PRD-LINE
               WRITE PRD-LINE
               PERFORM VARYING MA-IDX FROM 1 BY 1
                       UNTIL MA-IDX > WS-MEAL-ALT-COUNT
                   MOVE MAL-DISH(MA-IDX) TO PAD-DISH
                   MOVE MAL-PORTIONS(MA-IDX) TO PAD-PORTIONS-TXT
                   MOVE WS-PRD-ALT-DETAIL TO PRD-LINE
                   MOVE 'PREPARE' TO PRD-LINE(9:12)
                   WRITE PRD-LINE
               END-PERFORM
           END-IF
           COMPUTE WS-MEAL-EXPECTED = WS-MEAL-DISHES * WS-RES-ON-PANEL
           MOVE WS-RES-ON-PANEL TO WS-MEAL-RESIDENTS-TXT
           MOVE WS-MEAL-DISHES TO WS-MEAL-DISHES-TXT
           MOVE WS-MEAL-PORTIONS TO WS-MEAL-PORTIONS-TXT
           MOVE SPACES TO PRD-LINE
           IF WS-MEAL-PORTIONS = WS-MEAL-EXPECTED
               ADD 1 TO WS-MEALS-BALANCED
               STRING '  RESIDENTS ' DELIMITED BY SIZE
                      WS-MEAL-RESIDENTS-TXT DELIMITED BY SIZE
                      '  DISHES ' DELIMITED BY SIZE
                      WS-MEAL-DISHES-TXT DELIMITED BY SIZE
                      '  PORTIONS ' DELIMITED BY SIZE
                      WS-MEAL-PORTIONS-TXT DELIMITED BY SIZE
                      '  IN BALANCE' DELIMITED BY SIZE
                 INTO PRD-LINE
           ELSE
               STRING '  RESIDENTS ' DELIMITED BY SIZE
                      WS-MEAL-RESIDENTS-TXT DELIMITED BY SIZE
                      '  DISHES ' DELIMITED BY SIZE
                      WS-MEAL-DISHES-TXT DELIMITED BY SIZE
                      '  PORTIONS ' DELIMITED BY SIZE
                      WS-MEAL-PORTIONS-TXT DELIMITED BY SIZE
                      '  ** OUT OF BALANCE **' DELIMITED BY SIZE
                 INTO PRD-LINE
               MOVE 'PROD-FCST' TO SERR-PROGRAM-ID
               MOVE DSH-MEAL(DH-IDX) TO SERR-KEY-FIELD
               MOVE 'MEAL PORTIONS OUT OF BALANCE' TO SERR-REASON
               MOVE 'BAL001' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
           END-IF
           WRITE PRD-LINE
           EXIT.

       WRITE-ONE-DISH-LINE SECTION.
           ADD 1 TO WS-MEAL-DISHES
           COMPUTE WS-DISH-TOTAL = DSH-REGULAR(DH-IDX)
               + DSH-SUBST(DH-IDX) + DSH-HELD(DH-IDX)
           ADD WS-DISH-TOTAL TO WS-MEAL-PORTIONS
           MOVE DSH-DISH(DH-IDX) TO PRD-DISH
           MOVE DSH-REGULAR(DH-IDX) TO PRD-REGULAR-TXT
           MOVE DSH-SUBST(DH-IDX) TO PRD-SUBST-TXT
           MOVE DSH-HELD(DH-IDX) TO PRD-HELD-TXT
           MOVE WS-DISH-TOTAL TO PRD-TOTAL-TXT
           MOVE WS-PRD-DETAIL TO PRD-LINE
           WRITE PRD-LINE
           PERFORM VARYING AL-IDX FROM 1 BY 1
                   UNTIL AL-IDX > WS-ALT-COUNT
               IF ALT-DISH-NO(AL-IDX) = DH-IDX
                   MOVE ALT-DISH(AL-IDX) TO PAD-DISH
                   MOVE ALT-PORTIONS(AL-IDX) TO PAD-PORTIONS-TXT
                   MOVE WS-PRD-ALT-DETAIL TO PRD-LINE
                   WRITE PRD-LINE
                   PERFORM ROLL-UP-MEAL-ALTERNATE
               END-IF
           END-PERFORM
           IF DSH-HELD(DH-IDX) > 0
               MOVE SPACES TO PRD-LINE
               MOVE DSH-HELD(DH-IDX) TO PAD-PORTIONS-TXT
               STRING '        ** NO SUBSTITUTE ON FILE - '
                        DELIMITED BY SIZE
                      PAD-PORTIONS-TXT DELIMITED BY SIZE
                      ' TRAYS HELD **' DELIMITED BY SIZE
                 INTO PRD-LINE
               WRITE PRD-LINE
           END-IF
           EXIT.

       ROLL-UP-MEAL-ALTERNATE SECTION.
           MOVE 'N' TO WS-ALT-HIT
           PERFORM VARYING MA-IDX FROM 1 BY 1
                   UNTIL MA-IDX > WS-MEAL-ALT-COUNT
               IF MAL-DISH(MA-IDX) = ALT-DISH(AL-IDX)
                   ADD ALT-PORTIONS(AL-IDX) TO MAL-PORTIONS(MA-IDX)
                   MOVE 'Y' TO WS-ALT-HIT
               END-IF
           END-PERFORM
           IF WS-ALT-HIT = 'Y'
               GO TO ROLL-UP-MEAL-ALTERNATE-EXIT
           END-IF
           IF WS-MEAL-ALT-COUNT < 30
               ADD 1 TO WS-MEAL-ALT-COUNT
               MOVE ALT-DISH(AL-IDX) TO MAL-DISH(WS-MEAL-ALT-COUNT)
               MOVE ALT-PORTIONS(AL-IDX)
                 TO MAL-PORTIONS(WS-MEAL-ALT-COUNT)
           END-IF.
       ROLL-UP-MEAL-ALTERNATE-EXIT.
           EXIT.

       LOAD-DIET-ORDERS SECTION.
           MOVE 0 TO WS-DIET-ORD-COUNT
           OPEN INPUT DIET-ORDER-FILE
           IF WS-DIET-ORD-STATUS = '00'
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ DIET-ORDER-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM LOAD-ONE-DIET-ORDER
                   END-READ
               END-PERFORM
               CLOSE DIET-ORDER-FILE
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           EXIT.

      * An order that has expired before the run date can block
      * nothing in the horizon; everything else is kept with its
      * dates and tested against each serve date.
       LOAD-ONE-DIET-ORDER SECTION.
           MOVE DTO-EFF-DATE TO WS-DATE-CHECK-VALUE
           PERFORM CHECK-INBOUND-DATE
           IF WS-DATE-CHECK-VALID = 'Y'
               MOVE DTO-EXP-DATE TO WS-DATE-CHECK-VALUE
               PERFORM CHECK-INBOUND-DATE
           END-IF
           IF WS-DATE-CHECK-VALID = 'N'
               MOVE 'PROD-FCST' TO SERR-PROGRAM-ID
               MOVE DTO-PATIENT-ID TO SERR-KEY-FIELD
               MOVE WS-DATE-CHECK-REASON TO SERR-REASON
               MOVE 'DTE001' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               GO TO LOAD-ONE-DIET-ORDER-EXIT
           END-IF
           IF DTO-EXP-DATE IS NUMERIC
               AND DTO-EXP-DATE NOT = 0
               AND DTO-EXP-DATE < WS-CHECK-DATE
               GO TO LOAD-ONE-DIET-ORDER-EXIT
           END-IF
           IF WS-DIET-ORD-COUNT >= WS-DIET-ORD-MAX
               MOVE 'PROD-FCST' TO SERR-PROGRAM-ID
               MOVE DTO-PATIENT-ID TO SERR-KEY-FIELD
               MOVE 'DIET ORDER TABLE FULL' TO SERR-REASON
               MOVE 'TBL001' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               GO TO LOAD-ONE-DIET-ORDER-EXIT
           END-IF
           ADD 1 TO WS-DIET-ORD-COUNT
           MOVE DTO-PATIENT-ID
             TO DTO-T-PATIENT-ID(WS-DIET-ORD-COUNT)
           MOVE DTO-ORDER-CODE
             TO DTO-T-ORDER-CODE(WS-DIET-ORD-COUNT)
           MOVE 0 TO DTO-T-EFF-DATE(WS-DIET-ORD-COUNT)
           IF DTO-EFF-DATE IS NUMERIC
               MOVE DTO-EFF-DATE TO DTO-T-EFF-DATE(WS-DIET-ORD-COUNT)
           END-IF
           MOVE 0 TO DTO-T-EXP-DATE(WS-DIET-ORD-COUNT)
           IF DTO-EXP-DATE IS NUMERIC
               MOVE DTO-EXP-DATE TO DTO-T-EXP-DATE(WS-DIET-ORD-COUNT)
           END-IF.
       LOAD-ONE-DIET-ORDER-EXIT.
           EXIT.

       LOAD-DIET-TAGS SECTION.
           MOVE 0 TO WS-DIET-TAG-COUNT
           OPEN INPUT DIET-TAG-FILE
           IF WS-DIET-TAG-STATUS = '00'
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ DIET-TAG-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           IF DTG-DISH = SPACES
                               OR DTG-ORDER-CODE = SPACES
                               CONTINUE
                           ELSE
                               IF WS-DIET-TAG-COUNT >= WS-DIET-TAG-MAX
                                   MOVE 'PROD-FCST'
                                     TO SERR-PROGRAM-ID
                                   MOVE DTG-DISH(1:20)
                                     TO SERR-KEY-FIELD
                                   MOVE 'DIET TAG TABLE FULL'
                                     TO SERR-REASON
                                   MOVE 'TBL001' TO SERR-ERROR-CODE
                                   PERFORM WRITE-SUITE-ERROR-LOG
                               ELSE
                                   ADD 1 TO WS-DIET-TAG-COUNT
                                   MOVE DTG-DISH TO
                                     DTG-T-DISH(WS-DIET-TAG-COUNT)
                                   MOVE DTG-ORDER-CODE TO
                                     DTG-T-ORDER-CODE
                                       (WS-DIET-TAG-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DIET-TAG-FILE
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

      * Reads ALLERGEN-TABLE-FILE fresh every run; falls back to the
      * original 11-allergen table (all active) when the file is
      * missing or empty - same behavior as allergies.cob, which this
      * job must stay in lockstep with.
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
                               MOVE 'PROD-FCST' TO SERR-PROGRAM-ID
                               MOVE ALG-TYPE TO SERR-KEY-FIELD
                               MOVE 'ALLERGEN TABLE FULL - IGNORED'
                                 TO SERR-REASON
                               MOVE 'TBL001' TO SERR-ERROR-CODE
                               PERFORM WRITE-SUITE-ERROR-LOG
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
                                   MOVE 'PROD-FCST'
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
                                   MOVE RCP-ALLERGEN TO
                                     RCP-T-ALLERGEN(WS-RECIPE-COUNT)
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
                           IF WS-SUB-COUNT >= WS-SUB-MAX
                               MOVE 'PROD-FCST' TO SERR-PROGRAM-ID
                               MOVE SUB-DISH(1:20) TO SERR-KEY-FIELD
                               MOVE 'SUB CATALOG FULL - IGNORED'
                                 TO SERR-REASON
                               MOVE 'TBL001' TO SERR-ERROR-CODE
                               PERFORM WRITE-SUITE-ERROR-LOG
                           ELSE
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

      * Standard run-balancing control-total report so ops balances
      * this job the same way every other nightly batch job is
      * balanced. RUN-BALANCE ties REGULAR + SUBSTITUTE + HELD to
      * RESIDENTS x DISH LINES, and MEALS BALANCED to MEALS FORECAST.
       WRITE-CONTROL-TOTALS SECTION.
           OPEN OUTPUT CONTROL-TOTAL-FILE
           MOVE WS-PARM-RUN-ID TO TRX-RUN-ID
           MOVE 'PRD-FCST' TO TRX-SOURCE-SYSTEM
           MOVE FUNCTION CURRENT-DATE TO TRX-TIMESTAMP
           MOVE TRX-HEADER TO CTL-LINE
           WRITE CTL-LINE
           MOVE 'PRODUCTION FORECAST CONTROL TOTALS' TO CTL-LINE
           WRITE CTL-LINE
           MOVE ALL '-' TO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-RES-ON-PANEL TO WS-CTL-COUNT-TXT
           STRING 'RESIDENTS        : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-ADMISSIONS-TAKEN TO WS-CTL-COUNT-TXT
           STRING 'FEED ADMISSIONS  : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-DISCHARGES-TAKEN TO WS-CTL-COUNT-TXT
           STRING 'FEED DISCHARGES  : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-MENU-READ TO WS-CTL-COUNT-TXT
           STRING 'MENU LINES READ  : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-MENU-OUT-HORIZON TO WS-CTL-COUNT-TXT
           STRING 'OUT OF HORIZON   : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-DISH-COUNT TO WS-CTL-COUNT-TXT
           STRING 'DISH LINES       : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-MEALS-FORECAST TO WS-CTL-COUNT-TXT
           STRING 'MEALS FORECAST   : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-MEALS-BALANCED TO WS-CTL-COUNT-TXT
           STRING 'MEALS BALANCED   : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-REGULAR-PORTIONS TO WS-CTL-COUNT-TXT
           STRING 'REGULAR PORTIONS : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-SUBST-PORTIONS TO WS-CTL-COUNT-TXT
           STRING 'SUBST PORTIONS   : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-HELD-PORTIONS TO WS-CTL-COUNT-TXT
           STRING 'HELD PORTIONS    : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-PORTION-LINES TO WS-CTL-COUNT-TXT
           STRING 'PORTION LINES OUT: ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           CLOSE CONTROL-TOTAL-FILE
           EXIT.

      * High-water marks of the in-memory tables for this run,
      * kept so TABLE-CAPACITY-REPORT can warn before a ceiling is
      * reached.
       RECORD-TABLE-CAPACITY SECTION.
           MOVE 'PRODUCTION-FORECAST' TO TCAP-PROGRAM-ID
           MOVE WS-PARM-RUN-ID TO TCAP-RUN-ID
           MOVE WS-RUN-DATE TO TCAP-RUN-DATE
           MOVE 'RES' TO TCAP-TABLE-NAME
           MOVE WS-RES-COUNT TO TCAP-PEAK
           MOVE WS-RES-MAX TO TCAP-CEILING
           PERFORM WRITE-TABLE-CAPACITY
           MOVE 'DISH' TO TCAP-TABLE-NAME
           MOVE WS-DISH-COUNT TO TCAP-PEAK
           MOVE WS-DISH-MAX TO TCAP-CEILING
           PERFORM WRITE-TABLE-CAPACITY
           MOVE 'ALT' TO TCAP-TABLE-NAME
           MOVE WS-ALT-COUNT TO TCAP-PEAK
           MOVE WS-ALT-MAX TO TCAP-CEILING
           PERFORM WRITE-TABLE-CAPACITY
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
           EXIT.

       COPY "suite-error-log-proc.cpy".
       COPY "run-parms-proc.cpy".
       COPY "env-switch-proc.cpy".
       COPY "table-capacity-proc.cpy".
       COPY "date-check-proc.cpy".
