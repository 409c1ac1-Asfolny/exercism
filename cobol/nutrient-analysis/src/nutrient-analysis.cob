       IDENTIFICATION DIVISION.
       PROGRAM-ID. NUTRIENT-ANALYSIS.
      * Daily nutrient analysis against clinical diet orders. A
      * LOW-SODIUM or CARB-CONTROLLED order only ever kept a dish off
      * a tray when somebody had tagged the dish by hand in
      * MENU-DIET-TAGS.DAT; nothing looked at whether the resident's
      * whole day stayed inside the order. This job takes every
      * dish the tray tickets actually gave each resident - the menu
      * dish, or the substitute printed in its place - off
      * TRAY-TICKET-ISSUE.DAT, explodes it through the recipe
      * master's quantity per portion against the nutrient values
      * per ingredient in INGREDIENT-NUTRIENTS.DAT, and totals the
      * resident's calories, sodium, carbohydrate and protein for the
      * serve date. The total is held against the limits
      * DIET-NUTRIENT-LIMITS.DAT sets for each diet-order code the
      * resident has in force. The dietician's report lists every
      * resident over a limit and every dish served with no nutrient
      * data, in time to change the menu before the meal line runs.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TICKET-ISSUE-FILE ASSIGN TO
               DYNAMIC WS-TICKET-ISSUE-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TICKET-ISSUE-STATUS.
           SELECT RECIPE-MASTER-FILE ASSIGN TO
               DYNAMIC WS-RECIPE-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RECIPE-STATUS.
           SELECT NUTRIENT-FILE ASSIGN TO DYNAMIC WS-NUTRIENT-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-NUTRIENT-STATUS.
           SELECT LIMIT-FILE ASSIGN TO DYNAMIC WS-LIMIT-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LIMIT-STATUS.
           SELECT DIET-ORDER-FILE ASSIGN TO DYNAMIC WS-DIET-ORD-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DIET-ORD-STATUS.
           SELECT ANALYSIS-REPORT-FILE ASSIGN TO
               DYNAMIC WS-ANALYSIS-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ANALYSIS-STATUS.
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

      * Nutrients in one unit of the ingredient, in the same unit of
      * measure the recipe master quantities it in: calories, sodium
      * in milligrams, carbohydrate and protein in grams.
       FD  NUTRIENT-FILE
           RECORD CONTAINS 60 CHARACTERS.
       01 NUT-RECORD.
          03 NUT-INGREDIENT      PIC X(20).
          03 FILLER              PIC X(1).
          03 NUT-UOM             PIC X(4).
          03 FILLER              PIC X(1).
          03 NUT-CALORIES        PIC 9(5)V99.
          03 FILLER              PIC X(1).
          03 NUT-SODIUM-MG       PIC 9(5)V99.
          03 FILLER              PIC X(1).
          03 NUT-CARB-G          PIC 9(4)V99.
          03 FILLER              PIC X(1).
          03 NUT-PROTEIN-G       PIC 9(4)V99.
          03 FILLER              PIC X(5).

      * Daily ceiling per diet-order code; zero leaves that nutrient
      * unlimited under the order.
       FD  LIMIT-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01 LIM-RECORD.
          03 LIM-ORDER-CODE      PIC X(12).
          03 FILLER              PIC X(1).
          03 LIM-MAX-CALORIES    PIC 9(5).
          03 FILLER              PIC X(1).
          03 LIM-MAX-SODIUM-MG   PIC 9(5).
          03 FILLER              PIC X(1).
          03 LIM-MAX-CARB-G      PIC 9(4).
          03 FILLER              PIC X(1).
          03 LIM-MAX-PROTEIN-G   PIC 9(4).
          03 FILLER              PIC X(6).

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

       FD  ANALYSIS-REPORT-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01 NAR-LINE PIC X(100).

       FD  CONTROL-TOTAL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 CTL-LINE PIC X(80).

       COPY "suite-error-log-fd.cpy".
       COPY "table-capacity-fd.cpy".
       COPY "run-parms-fd.cpy".

       WORKING-STORAGE SECTION.
       01 WS-TICKET-ISSUE-DSN   PIC X(100)
          VALUE 'TRAY-TICKET-ISSUE.DAT'.
       01 WS-RECIPE-DSN         PIC X(100) VALUE 'RECIPE-MASTER.DAT'.
       01 WS-NUTRIENT-DSN       PIC X(100)
          VALUE 'INGREDIENT-NUTRIENTS.DAT'.
       01 WS-LIMIT-DSN          PIC X(100)
          VALUE 'DIET-NUTRIENT-LIMITS.DAT'.
       01 WS-DIET-ORD-DSN       PIC X(100) VALUE 'DIET-ORDERS.DAT'.
       01 WS-ANALYSIS-DSN       PIC X(100)
          VALUE 'NUTRIENT-ANALYSIS.RPT'.
       01 WS-TICKET-ISSUE-STATUS PIC XX VALUE '00'.
       01 WS-RECIPE-STATUS      PIC XX VALUE '00'.
       01 WS-NUTRIENT-STATUS    PIC XX VALUE '00'.
       01 WS-LIMIT-STATUS       PIC XX VALUE '00'.
       01 WS-DIET-ORD-STATUS    PIC XX VALUE '00'.
       01 WS-ANALYSIS-STATUS    PIC XX VALUE '00'.
       01 WS-EOF-FLAG           PIC X VALUE 'N'.

       01 WS-CONTROL-TOTAL-DSN    PIC X(100)
          VALUE 'NUTRIENT-CONTROL-TOTALS.RPT'.
       01 WS-CONTROL-TOTAL-STATUS PIC XX VALUE '00'.
       01 WS-TICKET-LINES-READ    PIC 9(6) VALUE 0.
       01 WS-LINES-ANALYZED       PIC 9(6) VALUE 0.
       01 WS-LINES-HELD           PIC 9(6) VALUE 0.
       01 WS-LINES-DROPPED        PIC 9(6) VALUE 0.
       01 WS-RESIDENTS-LIMITED    PIC 9(6) VALUE 0.
       01 WS-RESIDENTS-OVER       PIC 9(6) VALUE 0.
       01 WS-LIMIT-BREACHES       PIC 9(6) VALUE 0.
       01 WS-DISHES-NO-DATA       PIC 9(6) VALUE 0.
       01 WS-ORDERS-NO-LIMIT      PIC 9(6) VALUE 0.
       01 WS-NUTRIENTS-REJECTED   PIC 9(6) VALUE 0.
       01 WS-LIMITS-REJECTED      PIC 9(6) VALUE 0.
       01 WS-CTL-COUNT-TXT        PIC ZZZZZ9.

       01 WS-SERVE-DATE         PIC 9(8) VALUE 0.

       01 WS-RECIPE-MAX         PIC 9(3) VALUE 300.
       01 WS-RECIPE-COUNT       PIC 9(3) VALUE 0.
       01 WS-RECIPE-TABLE.
          03 WS-RECIPE-ENTRY OCCURS 300 TIMES INDEXED BY RC-IDX.
             05 RCP-T-DISH         PIC X(30).
             05 RCP-T-INGREDIENT   PIC X(20).
             05 RCP-T-QTY          PIC 9(3)V9(3).
             05 RCP-T-UOM          PIC X(4).
       01 WS-RECIPE-REPEAT      PIC X VALUE 'N'.

       01 WS-NUT-MAX            PIC 9(3) VALUE 500.
       01 WS-NUT-COUNT          PIC 9(3) VALUE 0.
       01 WS-NUT-TABLE.
          03 WS-NUT-ENTRY OCCURS 500 TIMES INDEXED BY NU-IDX.
             05 NUT-T-INGREDIENT   PIC X(20).
             05 NUT-T-UOM          PIC X(4).
             05 NUT-T-CALORIES     PIC 9(5)V99.
             05 NUT-T-SODIUM-MG    PIC 9(5)V99.
             05 NUT-T-CARB-G       PIC 9(4)V99.
             05 NUT-T-PROTEIN-G    PIC 9(4)V99.

       01 WS-LIM-MAX            PIC 9(3) VALUE 50.
       01 WS-LIM-COUNT          PIC 9(3) VALUE 0.
       01 WS-LIM-TABLE.
          03 WS-LIM-ENTRY OCCURS 50 TIMES INDEXED BY LM-IDX.
             05 LIM-T-ORDER-CODE   PIC X(12).
             05 LIM-T-CALORIES     PIC 9(5).
             05 LIM-T-SODIUM-MG    PIC 9(5).
             05 LIM-T-CARB-G       PIC 9(4).
             05 LIM-T-PROTEIN-G    PIC 9(4).
       01 WS-LIM-HIT            PIC 9(3) VALUE 0.

      * Diet orders kept with their dates - each resident's day is
      * held to the orders in force on that day's serve date.
       01 WS-DIET-ORD-MAX       PIC 9(4) VALUE 500.
       01 WS-DIET-ORD-COUNT     PIC 9(4) VALUE 0.
       01 WS-DIET-ORD-TABLE.
          03 WS-DIET-ORD-ENTRY OCCURS 500 TIMES INDEXED BY DO-IDX.
             05 DTO-T-PATIENT-ID   PIC X(10).
             05 DTO-T-ORDER-CODE   PIC X(12).
             05 DTO-T-EFF-DATE     PIC 9(8).
             05 DTO-T-EXP-DATE     PIC 9(8).

      * One entry per dish served, its nutrients per portion worked
      * out the first time it is met. DNU-HAS-DATA N means some part
      * of the dish could not be costed and its figures are short.
       01 WS-DNU-MAX            PIC 9(3) VALUE 300.
       01 WS-DNU-COUNT          PIC 9(3) VALUE 0.
       01 WS-DNU-TABLE.
          03 WS-DNU-ENTRY OCCURS 300 TIMES INDEXED BY DN-IDX.
             05 DNU-DISH           PIC X(30).
             05 DNU-HAS-DATA       PIC X.
             05 DNU-REASON         PIC X(30).
             05 DNU-TRAYS          PIC 9(5).
             05 DNU-CALORIES       PIC 9(6)V99.
             05 DNU-SODIUM-MG      PIC 9(6)V99.
             05 DNU-CARB-G         PIC 9(5)V99.
             05 DNU-PROTEIN-G      PIC 9(5)V99.
       01 WS-DNU-HIT            PIC 9(3) VALUE 0.
       01 WS-RECIPE-HIT         PIC X VALUE 'N'.
       01 WS-NUT-FOUND          PIC X VALUE 'N'.

      * Each resident's day, serve date by serve date.
       01 WS-DAY-MAX            PIC 9(4) VALUE 2000.
       01 WS-DAY-COUNT          PIC 9(4) VALUE 0.
       01 WS-DAY-TABLE.
          03 WS-DAY-ENTRY OCCURS 2000 TIMES INDEXED BY DY-IDX.
             05 DAY-SERVE-DATE     PIC 9(8).
             05 DAY-PATIENT-ID     PIC X(10).
             05 DAY-COMPLETE       PIC X.
             05 DAY-CALORIES       PIC 9(7)V99.
             05 DAY-SODIUM-MG      PIC 9(7)V99.
             05 DAY-CARB-G         PIC 9(6)V99.
             05 DAY-PROTEIN-G      PIC 9(6)V99.
       01 WS-DAY-HIT            PIC 9(4) VALUE 0.
       01 WS-DAY-OVER           PIC X VALUE 'N'.
       01 WS-DAY-LIMITED        PIC X VALUE 'N'.

      * The nutrient in hand while a resident's day is held to one
      * order's limits.
       01 WS-CHK-NUTRIENT       PIC X(12) VALUE SPACES.
       01 WS-CHK-TOTAL          PIC 9(7)V99 VALUE 0.
       01 WS-CHK-LIMIT          PIC 9(5) VALUE 0.
       01 WS-CHK-OVER           PIC 9(7)V99 VALUE 0.

       01 WS-NAR-HEADING.
          03 FILLER PIC X(11) VALUE 'RESIDENT'.
          03 FILLER PIC X(13) VALUE 'DIET ORDER'.
          03 FILLER PIC X(13) VALUE 'NUTRIENT'.
          03 FILLER PIC X(12) VALUE ' DAY TOTAL'.
          03 FILLER PIC X(9)  VALUE '  LIMIT'.
          03 FILLER PIC X(12) VALUE '      OVER'.
          03 FILLER PIC X(4)  VALUE 'NOTE'.
       01 WS-NAR-DETAIL.
          03 NAD-PATIENT-ID      PIC X(10).
          03 FILLER              PIC X(1) VALUE SPACES.
          03 NAD-ORDER-CODE      PIC X(12).
          03 FILLER              PIC X(1) VALUE SPACES.
          03 NAD-NUTRIENT        PIC X(12).
          03 FILLER              PIC X(1) VALUE SPACES.
          03 NAD-TOTAL-TXT       PIC ZZZZZZ9.99.
          03 FILLER              PIC X(2) VALUE SPACES.
          03 NAD-LIMIT-TXT       PIC ZZZZZZ9.
          03 FILLER              PIC X(2) VALUE SPACES.
          03 NAD-OVER-TXT        PIC ZZZZZZ9.99.
          03 FILLER              PIC X(2) VALUE SPACES.
          03 NAD-NOTE            PIC X(24).
          03 FILLER              PIC X(6) VALUE SPACES.
       01 WS-NAR-DISH-HEADING.
          03 FILLER PIC X(32) VALUE 'DISH'.
          03 FILLER PIC X(7)  VALUE '  TRAYS'.
          03 FILLER PIC X(2)  VALUE SPACES.
          03 FILLER PIC X(6)  VALUE 'REASON'.
       01 WS-NAR-DISH-DETAIL.
          03 NDD-DISH            PIC X(30).
          03 FILLER              PIC X(2) VALUE SPACES.
          03 NDD-TRAYS-TXT       PIC ZZZZZZ9.
          03 FILLER              PIC X(2) VALUE SPACES.
          03 NDD-REASON          PIC X(30).
          03 FILLER              PIC X(29) VALUE SPACES.

       COPY "suite-error-log-ws.cpy".
       COPY "table-capacity-ws.cpy".
       COPY "run-parms-ws.cpy".
       COPY "env-accept-ws.cpy".
       COPY "transaction-header.cpy".
       COPY "return-codes.cpy".
       COPY "env-switch-ws.cpy".
       COPY "date-check-ws.cpy".

       PROCEDURE DIVISION.
       RUN-NUTRIENT-ANALYSIS SECTION.
           PERFORM READ-RUN-PARMS
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'TRAY_TICKET_ISSUE_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-TICKET-ISSUE-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'MENU_CHECK_RECIPE_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-RECIPE-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'NUTRIENT_INGREDIENT_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-NUTRIENT-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'NUTRIENT_LIMIT_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-LIMIT-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'ALLERGIES_DIET_ORDER_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-DIET-ORD-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'NUTRIENT_ANALYSIS_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-ANALYSIS-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'NUTRIENT_CONTROL_TOTAL_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-CONTROL-TOTAL-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'SUITE_ERROR_LOG_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-SUITE-ERROR-LOG-DSN
           END-IF
           MOVE WS-TICKET-ISSUE-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-TICKET-ISSUE-DSN
           MOVE WS-ANALYSIS-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-ANALYSIS-DSN
           MOVE WS-CONTROL-TOTAL-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-CONTROL-TOTAL-DSN

           PERFORM LOAD-RECIPE-TABLE
           PERFORM LOAD-NUTRIENT-TABLE
           PERFORM LOAD-LIMIT-TABLE
           PERFORM LOAD-DIET-ORDERS
           PERFORM TOTAL-TICKET-LINES

           OPEN OUTPUT ANALYSIS-REPORT-FILE
           MOVE WS-PARM-RUN-ID TO TRX-RUN-ID
           MOVE 'NUTRIENT' TO TRX-SOURCE-SYSTEM
           MOVE FUNCTION CURRENT-DATE TO TRX-TIMESTAMP
           MOVE TRX-HEADER TO NAR-LINE
           WRITE NAR-LINE
           MOVE SPACES TO NAR-LINE
           STRING 'NUTRIENT ANALYSIS FOR SERVE DATE ' DELIMITED BY SIZE
                  WS-SERVE-DATE DELIMITED BY SIZE
             INTO NAR-LINE
           WRITE NAR-LINE
           MOVE SPACES TO NAR-LINE
           WRITE NAR-LINE
           MOVE 'RESIDENTS OVER DIET-ORDER LIMITS' TO NAR-LINE
           WRITE NAR-LINE
           MOVE WS-NAR-HEADING TO NAR-LINE
           WRITE NAR-LINE
           MOVE ALL '-' TO NAR-LINE
           WRITE NAR-LINE
           PERFORM VARYING DY-IDX FROM 1 BY 1
                   UNTIL DY-IDX > WS-DAY-COUNT
               PERFORM CHECK-RESIDENT-DAY
           END-PERFORM
           IF WS-LIMIT-BREACHES = 0
               MOVE '  NONE' TO NAR-LINE
               WRITE NAR-LINE
           END-IF
           MOVE SPACES TO NAR-LINE
           WRITE NAR-LINE
           MOVE 'DISHES SERVED WITH NO NUTRIENT DATA' TO NAR-LINE
           WRITE NAR-LINE
           MOVE WS-NAR-DISH-HEADING TO NAR-LINE
           WRITE NAR-LINE
           MOVE ALL '-' TO NAR-LINE
           WRITE NAR-LINE
           PERFORM VARYING DN-IDX FROM 1 BY 1
                   UNTIL DN-IDX > WS-DNU-COUNT
               IF DNU-HAS-DATA(DN-IDX) = 'N'
                   ADD 1 TO WS-DISHES-NO-DATA
                   MOVE DNU-DISH(DN-IDX) TO NDD-DISH
                   MOVE DNU-TRAYS(DN-IDX) TO NDD-TRAYS-TXT
                   MOVE DNU-REASON(DN-IDX) TO NDD-REASON
                   MOVE WS-NAR-DISH-DETAIL TO NAR-LINE
                   WRITE NAR-LINE
               END-IF
           END-PERFORM
           IF WS-DISHES-NO-DATA = 0
               MOVE '  NONE' TO NAR-LINE
               WRITE NAR-LINE
           END-IF
           MOVE ALL '-' TO NAR-LINE
           WRITE NAR-LINE
           CLOSE ANALYSIS-REPORT-FILE
           PERFORM WRITE-CONTROL-TOTALS

           SET RC-NORMAL TO TRUE
           IF WS-LIMIT-BREACHES > 0
               OR WS-DISHES-NO-DATA > 0
               OR WS-NUTRIENTS-REJECTED > 0
               OR WS-LIMITS-REJECTED > 0
               SET RC-WARNING TO TRUE
           END-IF
           IF WS-LINES-DROPPED > 0
               SET RC-DATA-EXCEPTION TO TRUE
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
           PERFORM RECORD-TABLE-CAPACITY
           GOBACK.

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
                               PERFORM LOAD-ONE-RECIPE-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RECIPE-MASTER-FILE
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           EXIT.

      * A line with no usable quantity stays in the table so the
      * dish is known to have a recipe; it is costed as no data.
       LOAD-ONE-RECIPE-LINE SECTION.
      * A zero-quantity line repeating a dish and ingredient already
      * loaded only carries a further allergen for that ingredient
      * (an allergen split leaves one per half) - the quantity is on
      * the first line, so there is nothing more to take from it.
           IF RCP-QTY-PER-PORTION IS NUMERIC
               AND RCP-QTY-PER-PORTION = 0
               MOVE 'N' TO WS-RECIPE-REPEAT
               PERFORM VARYING RC-IDX FROM 1 BY 1
                       UNTIL RC-IDX > WS-RECIPE-COUNT
                   IF RCP-T-DISH(RC-IDX) = RCP-DISH
                       AND RCP-T-INGREDIENT(RC-IDX) = RCP-INGREDIENT
                       MOVE 'Y' TO WS-RECIPE-REPEAT
                   END-IF
               END-PERFORM
               IF WS-RECIPE-REPEAT = 'Y'
                   GO TO LOAD-ONE-RECIPE-LINE-EXIT
               END-IF
           END-IF
           IF WS-RECIPE-COUNT >= WS-RECIPE-MAX
               MOVE 'NUTRIENT' TO SERR-PROGRAM-ID
               MOVE RCP-DISH(1:20) TO SERR-KEY-FIELD
               MOVE 'RECIPE TABLE FULL - IGNORED' TO SERR-REASON
               MOVE 'TBL001' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               GO TO LOAD-ONE-RECIPE-LINE-EXIT
           END-IF
           ADD 1 TO WS-RECIPE-COUNT
           SET RC-IDX TO WS-RECIPE-COUNT
           MOVE RCP-DISH TO RCP-T-DISH(RC-IDX)
           MOVE RCP-INGREDIENT TO RCP-T-INGREDIENT(RC-IDX)
           MOVE RCP-UOM TO RCP-T-UOM(RC-IDX)
           MOVE 0 TO RCP-T-QTY(RC-IDX)
           IF RCP-QTY-PER-PORTION IS NUMERIC
               MOVE RCP-QTY-PER-PORTION TO RCP-T-QTY(RC-IDX)
           END-IF.
       LOAD-ONE-RECIPE-LINE-EXIT.
           EXIT.

       LOAD-NUTRIENT-TABLE SECTION.
           MOVE 0 TO WS-NUT-COUNT
           OPEN INPUT NUTRIENT-FILE
           IF WS-NUTRIENT-STATUS NOT = '00'
               MOVE 'NUTRIENT' TO SERR-PROGRAM-ID
               MOVE WS-NUTRIENT-DSN(1:20) TO SERR-KEY-FIELD
               MOVE 'NUTRIENT TABLE MISSING' TO SERR-REASON
               MOVE 'REF001' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               GO TO LOAD-NUTRIENT-TABLE-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ NUTRIENT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF NUT-INGREDIENT NOT = SPACES
                           PERFORM LOAD-ONE-NUTRIENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE NUTRIENT-FILE
           MOVE 'N' TO WS-EOF-FLAG.
       LOAD-NUTRIENT-TABLE-EXIT.
           EXIT.

       LOAD-ONE-NUTRIENT SECTION.
           IF NUT-UOM = SPACES
               OR NUT-CALORIES NOT NUMERIC
               OR NUT-SODIUM-MG NOT NUMERIC
               OR NUT-CARB-G NOT NUMERIC
               OR NUT-PROTEIN-G NOT NUMERIC
               ADD 1 TO WS-NUTRIENTS-REJECTED
               MOVE 'NUTRIENT' TO SERR-PROGRAM-ID
               MOVE NUT-INGREDIENT TO SERR-KEY-FIELD
               MOVE 'NUTRIENT VALUES NOT NUMERIC' TO SERR-REASON
               MOVE 'TXN001' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               GO TO LOAD-ONE-NUTRIENT-EXIT
           END-IF
           IF WS-NUT-COUNT >= WS-NUT-MAX
               ADD 1 TO WS-NUTRIENTS-REJECTED
               MOVE 'NUTRIENT' TO SERR-PROGRAM-ID
               MOVE NUT-INGREDIENT TO SERR-KEY-FIELD
               MOVE 'NUTRIENT TABLE FULL' TO SERR-REASON
               MOVE 'TBL001' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               GO TO LOAD-ONE-NUTRIENT-EXIT
           END-IF
           ADD 1 TO WS-NUT-COUNT
           SET NU-IDX TO WS-NUT-COUNT
           MOVE NUT-INGREDIENT TO NUT-T-INGREDIENT(NU-IDX)
           MOVE NUT-UOM TO NUT-T-UOM(NU-IDX)
           MOVE NUT-CALORIES TO NUT-T-CALORIES(NU-IDX)
           MOVE NUT-SODIUM-MG TO NUT-T-SODIUM-MG(NU-IDX)
           MOVE NUT-CARB-G TO NUT-T-CARB-G(NU-IDX)
           MOVE NUT-PROTEIN-G TO NUT-T-PROTEIN-G(NU-IDX).
       LOAD-ONE-NUTRIENT-EXIT.
           EXIT.

       LOAD-LIMIT-TABLE SECTION.
           MOVE 0 TO WS-LIM-COUNT
           OPEN INPUT LIMIT-FILE
           IF WS-LIMIT-STATUS NOT = '00'
               MOVE 'NUTRIENT' TO SERR-PROGRAM-ID
               MOVE WS-LIMIT-DSN(1:20) TO SERR-KEY-FIELD
               MOVE 'DIET LIMIT TABLE MISSING' TO SERR-REASON
               MOVE 'REF001' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               GO TO LOAD-LIMIT-TABLE-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ LIMIT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF LIM-ORDER-CODE NOT = SPACES
                           PERFORM LOAD-ONE-LIMIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LIMIT-FILE
           MOVE 'N' TO WS-EOF-FLAG.
       LOAD-LIMIT-TABLE-EXIT.
           EXIT.

       LOAD-ONE-LIMIT SECTION.
           IF LIM-MAX-CALORIES NOT NUMERIC
               OR LIM-MAX-SODIUM-MG NOT NUMERIC
               OR LIM-MAX-CARB-G NOT NUMERIC
               OR LIM-MAX-PROTEIN-G NOT NUMERIC
               ADD 1 TO WS-LIMITS-REJECTED
               MOVE 'NUTRIENT' TO SERR-PROGRAM-ID
               MOVE LIM-ORDER-CODE TO SERR-KEY-FIELD
               MOVE 'DIET LIMITS NOT NUMERIC' TO SERR-REASON
               MOVE 'TXN001' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               GO TO LOAD-ONE-LIMIT-EXIT
           END-IF
           IF WS-LIM-COUNT >= WS-LIM-MAX
               ADD 1 TO WS-LIMITS-REJECTED
               MOVE 'NUTRIENT' TO SERR-PROGRAM-ID
               MOVE LIM-ORDER-CODE TO SERR-KEY-FIELD
               MOVE 'DIET LIMIT TABLE FULL' TO SERR-REASON
               MOVE 'TBL001' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               GO TO LOAD-ONE-LIMIT-EXIT
           END-IF
           ADD 1 TO WS-LIM-COUNT
           SET LM-IDX TO WS-LIM-COUNT
           MOVE LIM-ORDER-CODE TO LIM-T-ORDER-CODE(LM-IDX)
           MOVE LIM-MAX-CALORIES TO LIM-T-CALORIES(LM-IDX)
           MOVE LIM-MAX-SODIUM-MG TO LIM-T-SODIUM-MG(LM-IDX)
           MOVE LIM-MAX-CARB-G TO LIM-T-CARB-G(LM-IDX)
           MOVE LIM-MAX-PROTEIN-G TO LIM-T-PROTEIN-G(LM-IDX).
       LOAD-ONE-LIMIT-EXIT.
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

      * Same effective-date rules as the tray tickets; the dates are
      * kept so each serve date is held to the orders in force then.
       LOAD-ONE-DIET-ORDER SECTION.
           MOVE DTO-EFF-DATE TO WS-DATE-CHECK-VALUE
           PERFORM CHECK-INBOUND-DATE
           IF WS-DATE-CHECK-VALID = 'Y'
               MOVE DTO-EXP-DATE TO WS-DATE-CHECK-VALUE
               PERFORM CHECK-INBOUND-DATE
           END-IF
           IF WS-DATE-CHECK-VALID = 'N'
               MOVE 'NUTRIENT' TO SERR-PROGRAM-ID
               MOVE DTO-PATIENT-ID TO SERR-KEY-FIELD
               MOVE WS-DATE-CHECK-REASON TO SERR-REASON
               MOVE 'DTE001' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               GO TO LOAD-ONE-DIET-ORDER-EXIT
           END-IF
           IF WS-DIET-ORD-COUNT >= WS-DIET-ORD-MAX
               MOVE 'NUTRIENT' TO SERR-PROGRAM-ID
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

      * The issue file opens with the standard run header; every line
      * after it is one dish on one resident's ticket. A held tray
      * line was never served and adds nothing to the day.
       TOTAL-TICKET-LINES SECTION.
           IF WS-RUN-DATE NOT = 0
               MOVE WS-RUN-DATE TO WS-SERVE-DATE
           ELSE
               ACCEPT WS-SERVE-DATE FROM DATE YYYYMMDD
           END-IF
           OPEN INPUT TICKET-ISSUE-FILE
           IF WS-TICKET-ISSUE-STATUS NOT = '00'
               MOVE 'NUTRIENT' TO SERR-PROGRAM-ID
               MOVE WS-TICKET-ISSUE-DSN(1:20) TO SERR-KEY-FIELD
               MOVE 'TICKET ISSUE FILE MISSING' TO SERR-REASON
               MOVE 'REF001' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               GO TO TOTAL-TICKET-LINES-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ TICKET-ISSUE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF TIS-SERVE-DATE IS NUMERIC
                           AND TIS-PATIENT-ID NOT = SPACES
                           ADD 1 TO WS-TICKET-LINES-READ
                           MOVE TIS-SERVE-DATE TO WS-SERVE-DATE
                           PERFORM TOTAL-ONE-TICKET-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TICKET-ISSUE-FILE
           MOVE 'N' TO WS-EOF-FLAG.
       TOTAL-TICKET-LINES-EXIT.
           EXIT.

       TOTAL-ONE-TICKET-LINE SECTION.
           IF TIS-STATUS = 'H'
               ADD 1 TO WS-LINES-HELD
               GO TO TOTAL-ONE-TICKET-LINE-EXIT
           END-IF
           MOVE 0 TO WS-DAY-HIT
           PERFORM VARYING DY-IDX FROM 1 BY 1
                   UNTIL DY-IDX > WS-DAY-COUNT
                      OR WS-DAY-HIT NOT = 0
               IF DAY-PATIENT-ID(DY-IDX) = TIS-PATIENT-ID
                   AND DAY-SERVE-DATE(DY-IDX) = TIS-SERVE-DATE
                   SET WS-DAY-HIT TO DY-IDX
               END-IF
           END-PERFORM
           IF WS-DAY-HIT = 0
               IF WS-DAY-COUNT >= WS-DAY-MAX
                   ADD 1 TO WS-LINES-DROPPED
                   MOVE 'NUTRIENT' TO SERR-PROGRAM-ID
                   MOVE TIS-PATIENT-ID TO SERR-KEY-FIELD
                   MOVE 'RESIDENT DAY TABLE FULL' TO SERR-REASON
                   MOVE 'TBL001' TO SERR-ERROR-CODE
                   PERFORM WRITE-SUITE-ERROR-LOG
                   GO TO TOTAL-ONE-TICKET-LINE-EXIT
               END-IF
               ADD 1 TO WS-DAY-COUNT
               MOVE WS-DAY-COUNT TO WS-DAY-HIT
               SET DY-IDX TO WS-DAY-HIT
               MOVE TIS-SERVE-DATE TO DAY-SERVE-DATE(DY-IDX)
               MOVE TIS-PATIENT-ID TO DAY-PATIENT-ID(DY-IDX)
               MOVE 'Y' TO DAY-COMPLETE(DY-IDX)
               MOVE 0 TO DAY-CALORIES(DY-IDX)
               MOVE 0 TO DAY-SODIUM-MG(DY-IDX)
               MOVE 0 TO DAY-CARB-G(DY-IDX)
               MOVE 0 TO DAY-PROTEIN-G(DY-IDX)
           END-IF
           PERFORM FIND-DISH-NUTRIENTS
           IF WS-DNU-HIT = 0
               ADD 1 TO WS-LINES-DROPPED
               GO TO TOTAL-ONE-TICKET-LINE-EXIT
           END-IF
           ADD 1 TO WS-LINES-ANALYZED
           SET DY-IDX TO WS-DAY-HIT
           SET DN-IDX TO WS-DNU-HIT
           ADD 1 TO DNU-TRAYS(DN-IDX)
           ADD DNU-CALORIES(DN-IDX) TO DAY-CALORIES(DY-IDX)
           ADD DNU-SODIUM-MG(DN-IDX) TO DAY-SODIUM-MG(DY-IDX)
           ADD DNU-CARB-G(DN-IDX) TO DAY-CARB-G(DY-IDX)
           ADD DNU-PROTEIN-G(DN-IDX) TO DAY-PROTEIN-G(DY-IDX)
           IF DNU-HAS-DATA(DN-IDX) = 'N'
               MOVE 'N' TO DAY-COMPLETE(DY-IDX)
           END-IF.
       TOTAL-ONE-TICKET-LINE-EXIT.
           EXIT.

      * The dish as printed on the ticket - for a substitution that
      * is the alternate, which is what the resident ate.
       FIND-DISH-NUTRIENTS SECTION.
           MOVE 0 TO WS-DNU-HIT
           PERFORM VARYING DN-IDX FROM 1 BY 1
                   UNTIL DN-IDX > WS-DNU-COUNT
                      OR WS-DNU-HIT NOT = 0
               IF DNU-DISH(DN-IDX) = TIS-DISH
                   SET WS-DNU-HIT TO DN-IDX
               END-IF
           END-PERFORM
           IF WS-DNU-HIT NOT = 0
               GO TO FIND-DISH-NUTRIENTS-EXIT
           END-IF
           IF WS-DNU-COUNT >= WS-DNU-MAX
               MOVE 'NUTRIENT' TO SERR-PROGRAM-ID
               MOVE TIS-DISH(1:20) TO SERR-KEY-FIELD
               MOVE 'DISH NUTRIENT TABLE FULL' TO SERR-REASON
               MOVE 'TBL001' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               GO TO FIND-DISH-NUTRIENTS-EXIT
           END-IF
           ADD 1 TO WS-DNU-COUNT
           MOVE WS-DNU-COUNT TO WS-DNU-HIT
           SET DN-IDX TO WS-DNU-HIT
           MOVE TIS-DISH TO DNU-DISH(DN-IDX)
           MOVE 'Y' TO DNU-HAS-DATA(DN-IDX)
           MOVE SPACES TO DNU-REASON(DN-IDX)
           MOVE 0 TO DNU-TRAYS(DN-IDX)
           MOVE 0 TO DNU-CALORIES(DN-IDX)
           MOVE 0 TO DNU-SODIUM-MG(DN-IDX)
           MOVE 0 TO DNU-CARB-G(DN-IDX)
           MOVE 0 TO DNU-PROTEIN-G(DN-IDX)
           MOVE 'N' TO WS-RECIPE-HIT
           PERFORM VARYING RC-IDX FROM 1 BY 1
                   UNTIL RC-IDX > WS-RECIPE-COUNT
               IF RCP-T-DISH(RC-IDX) = TIS-DISH
                   MOVE 'Y' TO WS-RECIPE-HIT
                   PERFORM ADD-INGREDIENT-NUTRIENTS
               END-IF
           END-PERFORM
           IF WS-RECIPE-HIT = 'N'
               MOVE 'N' TO DNU-HAS-DATA(DN-IDX)
               MOVE 'DISH HAS NO RECIPE LINES' TO DNU-REASON(DN-IDX)
           END-IF.
       FIND-DISH-NUTRIENTS-EXIT.
           EXIT.

      * RC-IDX is the recipe line, DN-IDX the dish being costed. The
      * first gap found is the reason the dish is reported.
       ADD-INGREDIENT-NUTRIENTS SECTION.
           IF RCP-T-QTY(RC-IDX) = 0 OR RCP-T-UOM(RC-IDX) = SPACES
               IF DNU-HAS-DATA(DN-IDX) = 'Y'
                   MOVE 'N' TO DNU-HAS-DATA(DN-IDX)
                   STRING 'NO QTY - ' DELIMITED BY SIZE
                          RCP-T-INGREDIENT(RC-IDX) DELIMITED BY SIZE
                     INTO DNU-REASON(DN-IDX)
               END-IF
               GO TO ADD-INGREDIENT-NUTRIENTS-EXIT
           END-IF
           MOVE 'N' TO WS-NUT-FOUND
           PERFORM VARYING NU-IDX FROM 1 BY 1
                   UNTIL NU-IDX > WS-NUT-COUNT
                      OR WS-NUT-FOUND = 'Y'
               IF NUT-T-INGREDIENT(NU-IDX) = RCP-T-INGREDIENT(RC-IDX)
                   AND NUT-T-UOM(NU-IDX) = RCP-T-UOM(RC-IDX)
                   MOVE 'Y' TO WS-NUT-FOUND
                   COMPUTE DNU-CALORIES(DN-IDX) ROUNDED =
                       DNU-CALORIES(DN-IDX)
                       + RCP-T-QTY(RC-IDX) * NUT-T-CALORIES(NU-IDX)
                   COMPUTE DNU-SODIUM-MG(DN-IDX) ROUNDED =
                       DNU-SODIUM-MG(DN-IDX)
                       + RCP-T-QTY(RC-IDX) * NUT-T-SODIUM-MG(NU-IDX)
                   COMPUTE DNU-CARB-G(DN-IDX) ROUNDED =
                       DNU-CARB-G(DN-IDX)
                       + RCP-T-QTY(RC-IDX) * NUT-T-CARB-G(NU-IDX)
                   COMPUTE DNU-PROTEIN-G(DN-IDX) ROUNDED =
                       DNU-PROTEIN-G(DN-IDX)
                       + RCP-T-QTY(RC-IDX) * NUT-T-PROTEIN-G(NU-IDX)
               END-IF
           END-PERFORM
           IF WS-NUT-FOUND = 'N'
               AND DNU-HAS-DATA(DN-IDX) = 'Y'
               MOVE 'N' TO DNU-HAS-DATA(DN-IDX)
               STRING 'NO NUTRIENTS - ' DELIMITED BY SIZE
                      RCP-T-INGREDIENT(RC-IDX) DELIMITED BY SIZE
                 INTO DNU-REASON(DN-IDX)
           END-IF.
       ADD-INGREDIENT-NUTRIENTS-EXIT.
           EXIT.

      * DY-IDX is the resident's day. Every order in force that day
      * with limits on file is checked; an order code with no limits
      * row is counted so the table can be filled in.
       CHECK-RESIDENT-DAY SECTION.
           MOVE 'N' TO WS-DAY-OVER
           MOVE 'N' TO WS-DAY-LIMITED
           PERFORM VARYING DO-IDX FROM 1 BY 1
                   UNTIL DO-IDX > WS-DIET-ORD-COUNT
               IF DTO-T-PATIENT-ID(DO-IDX) = DAY-PATIENT-ID(DY-IDX)
                   AND DTO-T-EFF-DATE(DO-IDX)
                       NOT > DAY-SERVE-DATE(DY-IDX)
                   AND (DTO-T-EXP-DATE(DO-IDX) = 0
                   OR DTO-T-EXP-DATE(DO-IDX)
                       NOT < DAY-SERVE-DATE(DY-IDX))
                   PERFORM CHECK-ONE-ORDER
               END-IF
           END-PERFORM
           IF WS-DAY-LIMITED = 'Y'
               ADD 1 TO WS-RESIDENTS-LIMITED
           END-IF
           IF WS-DAY-OVER = 'Y'
               ADD 1 TO WS-RESIDENTS-OVER
           END-IF
           EXIT.

       CHECK-ONE-ORDER SECTION.
           MOVE 0 TO WS-LIM-HIT
           PERFORM VARYING LM-IDX FROM 1 BY 1
                   UNTIL LM-IDX > WS-LIM-COUNT
                      OR WS-LIM-HIT NOT = 0
               IF LIM-T-ORDER-CODE(LM-IDX) = DTO-T-ORDER-CODE(DO-IDX)
                   SET WS-LIM-HIT TO LM-IDX
               END-IF
           END-PERFORM
           IF WS-LIM-HIT = 0
               ADD 1 TO WS-ORDERS-NO-LIMIT
               GO TO CHECK-ONE-ORDER-EXIT
           END-IF
           MOVE 'Y' TO WS-DAY-LIMITED
           SET LM-IDX TO WS-LIM-HIT
           MOVE 'CALORIES' TO WS-CHK-NUTRIENT
           MOVE DAY-CALORIES(DY-IDX) TO WS-CHK-TOTAL
           MOVE LIM-T-CALORIES(LM-IDX) TO WS-CHK-LIMIT
           PERFORM CHECK-ONE-NUTRIENT
           MOVE 'SODIUM MG' TO WS-CHK-NUTRIENT
           MOVE DAY-SODIUM-MG(DY-IDX) TO WS-CHK-TOTAL
           MOVE LIM-T-SODIUM-MG(LM-IDX) TO WS-CHK-LIMIT
           PERFORM CHECK-ONE-NUTRIENT
           MOVE 'CARB G' TO WS-CHK-NUTRIENT
           MOVE DAY-CARB-G(DY-IDX) TO WS-CHK-TOTAL
           MOVE LIM-T-CARB-G(LM-IDX) TO WS-CHK-LIMIT
           PERFORM CHECK-ONE-NUTRIENT
           MOVE 'PROTEIN G' TO WS-CHK-NUTRIENT
           MOVE DAY-PROTEIN-G(DY-IDX) TO WS-CHK-TOTAL
           MOVE LIM-T-PROTEIN-G(LM-IDX) TO WS-CHK-LIMIT
           PERFORM CHECK-ONE-NUTRIENT.
       CHECK-ONE-ORDER-EXIT.
           EXIT.

      * A day with a dish that could not be costed is already over
      * if the known part is over; the note says the real total is
      * higher still.
       CHECK-ONE-NUTRIENT SECTION.
           IF WS-CHK-LIMIT = 0
               OR WS-CHK-TOTAL NOT > WS-CHK-LIMIT
               GO TO CHECK-ONE-NUTRIENT-EXIT
           END-IF
           MOVE 'Y' TO WS-DAY-OVER
           ADD 1 TO WS-LIMIT-BREACHES
           COMPUTE WS-CHK-OVER = WS-CHK-TOTAL - WS-CHK-LIMIT
           MOVE DAY-PATIENT-ID(DY-IDX) TO NAD-PATIENT-ID
           MOVE DTO-T-ORDER-CODE(DO-IDX) TO NAD-ORDER-CODE
           MOVE WS-CHK-NUTRIENT TO NAD-NUTRIENT
           MOVE WS-CHK-TOTAL TO NAD-TOTAL-TXT
           MOVE WS-CHK-LIMIT TO NAD-LIMIT-TXT
           MOVE WS-CHK-OVER TO NAD-OVER-TXT
           MOVE SPACES TO NAD-NOTE
           IF DAY-COMPLETE(DY-IDX) = 'N'
               MOVE 'DAY PARTLY COSTED' TO NAD-NOTE
           END-IF
           MOVE WS-NAR-DETAIL TO NAR-LINE
           WRITE NAR-LINE.
       CHECK-ONE-NUTRIENT-EXIT.
           EXIT.

       WRITE-CONTROL-TOTALS SECTION.
           OPEN OUTPUT CONTROL-TOTAL-FILE
           MOVE WS-PARM-RUN-ID TO TRX-RUN-ID
           MOVE 'NUTRIENT' TO TRX-SOURCE-SYSTEM
           MOVE FUNCTION CURRENT-DATE TO TRX-TIMESTAMP
           MOVE TRX-HEADER TO CTL-LINE
           WRITE CTL-LINE
           MOVE 'NUTRIENT ANALYSIS CONTROL TOTALS' TO CTL-LINE
           WRITE CTL-LINE
           MOVE ALL '-' TO CTL-LINE
           WRITE CTL-LINE
           MOVE SPACES TO CTL-LINE
           MOVE WS-TICKET-LINES-READ TO WS-CTL-COUNT-TXT
           STRING 'TICKET LINES READ: ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-LINES-ANALYZED TO WS-CTL-COUNT-TXT
           STRING 'LINES ANALYZED   : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-LINES-HELD TO WS-CTL-COUNT-TXT
           STRING 'LINES HELD       : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-LINES-DROPPED TO WS-CTL-COUNT-TXT
           STRING 'LINES DROPPED    : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-DAY-COUNT TO WS-CTL-COUNT-TXT
           STRING 'RESIDENT DAYS    : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-RESIDENTS-LIMITED TO WS-CTL-COUNT-TXT
           STRING 'DAYS WITH LIMITS : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-RESIDENTS-OVER TO WS-CTL-COUNT-TXT
           STRING 'DAYS OVER LIMIT  : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-LIMIT-BREACHES TO WS-CTL-COUNT-TXT
           STRING 'LIMIT BREACHES   : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-DNU-COUNT TO WS-CTL-COUNT-TXT
           STRING 'DISHES SERVED    : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-DISHES-NO-DATA TO WS-CTL-COUNT-TXT
           STRING 'DISHES NO DATA   : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-ORDERS-NO-LIMIT TO WS-CTL-COUNT-TXT
           STRING 'ORDERS NO LIMITS : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-NUTRIENTS-REJECTED TO WS-CTL-COUNT-TXT
           STRING 'NUTRIENTS REJ    : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-LIMITS-REJECTED TO WS-CTL-COUNT-TXT
           STRING 'LIMITS REJECTED  : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           CLOSE CONTROL-TOTAL-FILE
           EXIT.

      * High-water marks of the in-memory tables for this run,
      * kept so TABLE-CAPACITY-REPORT can warn before a ceiling is
      * reached.
       RECORD-TABLE-CAPACITY SECTION.
           MOVE 'NUTRIENT-ANALYSIS' TO TCAP-PROGRAM-ID
           MOVE WS-PARM-RUN-ID TO TCAP-RUN-ID
           MOVE WS-RUN-DATE TO TCAP-RUN-DATE
           MOVE 'RCP' TO TCAP-TABLE-NAME
           MOVE WS-RECIPE-COUNT TO TCAP-PEAK
           MOVE WS-RECIPE-MAX TO TCAP-CEILING
           PERFORM WRITE-TABLE-CAPACITY
           MOVE 'NUT' TO TCAP-TABLE-NAME
           MOVE WS-NUT-COUNT TO TCAP-PEAK
           MOVE WS-NUT-MAX TO TCAP-CEILING
           PERFORM WRITE-TABLE-CAPACITY
           MOVE 'LIM' TO TCAP-TABLE-NAME
           MOVE WS-LIM-COUNT TO TCAP-PEAK
           MOVE WS-LIM-MAX TO TCAP-CEILING
           PERFORM WRITE-TABLE-CAPACITY
           MOVE 'DTO' TO TCAP-TABLE-NAME
           MOVE WS-DIET-ORD-COUNT TO TCAP-PEAK
           MOVE WS-DIET-ORD-MAX TO TCAP-CEILING
           PERFORM WRITE-TABLE-CAPACITY
           MOVE 'DNU' TO TCAP-TABLE-NAME
           MOVE WS-DNU-COUNT TO TCAP-PEAK
           MOVE WS-DNU-MAX TO TCAP-CEILING
           PERFORM WRITE-TABLE-CAPACITY
           MOVE 'DAY' TO TCAP-TABLE-NAME
           MOVE WS-DAY-COUNT TO TCAP-PEAK
           MOVE WS-DAY-MAX TO TCAP-CEILING
           PERFORM WRITE-TABLE-CAPACITY
           EXIT.

       COPY "suite-error-log-proc.cpy".
       COPY "run-parms-proc.cpy".
       COPY "env-switch-proc.cpy".
       COPY "table-capacity-proc.cpy".
       COPY "date-check-proc.cpy".
