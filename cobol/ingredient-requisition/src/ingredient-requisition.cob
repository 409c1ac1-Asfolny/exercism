       IDENTIFICATION DIVISION.
       PROGRAM-ID. INGREDIENT-REQUISITION.
      * Ingredient requisitions to purchasing. The kitchen used to
      * phone its orders through off the production sheet. This job
      * takes the portion extract PRODUCTION-FORECAST writes - every
      * regular and alternate dish portion per serve date - and
      * explodes it through the recipe master's quantity per portion
      * into ingredient quantities, one requisition per vendor per
      * serve date, numbered off the requisition register. A vendor
      * and serve date already requisitioned on an earlier night is
      * not ordered twice. Purchasing returns the PO number it raised
      * against each requisition on the PO link file; the link is
      * posted to the register here, and ROMAN-NUMERALS reads the
      * register back to report every requisition whose PO never
      * produced a matched stub.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PORTION-FILE ASSIGN TO DYNAMIC WS-PORTION-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PORTION-STATUS.
           SELECT RECIPE-MASTER-FILE ASSIGN TO
               DYNAMIC WS-RECIPE-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RECIPE-STATUS.
      * Same vendor master ROMAN-NUMERALS validates stubs against -
      * a requisition can only go to a vendor the PO stubs will name.
           SELECT VENDOR-FILE ASSIGN TO DYNAMIC WS-VENDOR-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-VENDOR-STATUS.
      * Every requisition ever raised, with the PO that answered it;
      * read in whole and written back out each run.
           SELECT REQUISITION-REGISTER-FILE ASSIGN TO
               DYNAMIC WS-REGISTER-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.
           SELECT PO-LINK-FILE ASSIGN TO DYNAMIC WS-PO-LINK-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PO-LINK-STATUS.
           SELECT REQUISITION-EXTRACT-FILE ASSIGN TO
               DYNAMIC WS-EXTRACT-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.
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
      * Layout written by PRODUCTION-FORECAST, opening with the
      * standard run header. PFX-KIND: R menu dish, S alternate.
       FD  PORTION-FILE
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

       FD  RECIPE-MASTER-FILE
           RECORD CONTAINS 76 CHARACTERS.
       01 RCP-RECORD.
          03 RCP-DISH            PIC X(30).
          03 RCP-INGREDIENT      PIC X(20).
          03 RCP-ALLERGEN        PIC X(12).
          03 RCP-QTY-PER-PORTION PIC 9(3)V9(3).
          03 RCP-UOM             PIC X(4).
          03 RCP-VENDOR          PIC X(4).

       FD  VENDOR-FILE
           RECORD CONTAINS 36 CHARACTERS.
       01 VND-RECORD.
          03 VND-CODE          PIC X(4).
          03 FILLER            PIC X(2).
          03 VND-NAME          PIC X(30).

      * RQR-PO-NO is zero until purchasing links a PO to the
      * requisition; RQR-LINK-DATE is the run that posted the link.
       FD  REQUISITION-REGISTER-FILE
           RECORD CONTAINS 67 CHARACTERS.
       01 RQR-RECORD.
          03 RQR-REQ-NO         PIC 9(7).
          03 FILLER             PIC X(2).
          03 RQR-VENDOR         PIC X(4).
          03 FILLER             PIC X(2).
          03 RQR-NEED-DATE      PIC 9(8).
          03 FILLER             PIC X(2).
          03 RQR-RAISED-DATE    PIC 9(8).
          03 FILLER             PIC X(2).
          03 RQR-RUN-ID         PIC X(8).
          03 FILLER             PIC X(2).
          03 RQR-PO-NO          PIC 9(7).
          03 FILLER             PIC X(2).
          03 RQR-LINK-DATE      PIC 9(8).
          03 FILLER             PIC X(2).
          03 RQR-LINE-COUNT     PIC 9(3).

      * Purchasing's answer: the PO raised against a requisition. A
      * blank vendor is taken as the requisition's own.
       FD  PO-LINK-FILE
           RECORD CONTAINS 22 CHARACTERS.
       01 RQL-RECORD.
          03 RQL-REQ-NO         PIC 9(7).
          03 FILLER             PIC X(2).
          03 RQL-PO-NO          PIC 9(7).
          03 FILLER             PIC X(2).
          03 RQL-VENDOR         PIC X(4).

      * Opens with the standard run header; one line per ingredient
      * per requisition, quantity to three decimal places.
       FD  REQUISITION-EXTRACT-FILE
           RECORD CONTAINS 65 CHARACTERS.
       01 RQX-RECORD.
          03 RQX-REQ-NO         PIC 9(7).
          03 FILLER             PIC X(2).
          03 RQX-VENDOR         PIC X(4).
          03 FILLER             PIC X(2).
          03 RQX-NEED-DATE      PIC 9(8).
          03 FILLER             PIC X(2).
          03 RQX-INGREDIENT     PIC X(20).
          03 FILLER             PIC X(2).
          03 RQX-QUANTITY       PIC 9(8)V9(3).
          03 FILLER             PIC X(2).
          03 RQX-UOM            PIC X(4).
          03 FILLER             PIC X(1).

       FD  CONTROL-TOTAL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 CTL-LINE PIC X(80).

       COPY "suite-error-log-fd.cpy".
       COPY "table-capacity-fd.cpy".
       COPY "run-parms-fd.cpy".

       WORKING-STORAGE SECTION.
       01 WS-PORTION-DSN        PIC X(100)
          VALUE 'PRODUCTION-PORTIONS.DAT'.
       01 WS-RECIPE-DSN         PIC X(100) VALUE 'RECIPE-MASTER.DAT'.
       01 WS-VENDOR-DSN         PIC X(100) VALUE 'VENDOR-MASTER.DAT'.
       01 WS-REGISTER-DSN       PIC X(100)
          VALUE 'REQUISITION-REGISTER.DAT'.
       01 WS-PO-LINK-DSN        PIC X(100)
          VALUE 'REQUISITION-PO-LINK.DAT'.
       01 WS-EXTRACT-DSN        PIC X(100)
          VALUE 'REQUISITION-EXTRACT.DAT'.
       01 WS-PORTION-STATUS     PIC XX VALUE '00'.
       01 WS-RECIPE-STATUS      PIC XX VALUE '00'.
       01 WS-VENDOR-STATUS      PIC XX VALUE '00'.
       01 WS-REGISTER-STATUS    PIC XX VALUE '00'.
       01 WS-PO-LINK-STATUS     PIC XX VALUE '00'.
       01 WS-EXTRACT-STATUS     PIC XX VALUE '00'.
       01 WS-EOF-FLAG           PIC X VALUE 'N'.
       01 WS-RUN-DATE-USED      PIC 9(8) VALUE 0.

       01 WS-CONTROL-TOTAL-DSN    PIC X(100)
          VALUE 'REQUISITION-CONTROL-TOTALS.RPT'.
       01 WS-CONTROL-TOTAL-STATUS PIC XX VALUE '00'.
       01 WS-PORTION-LINES-IN     PIC 9(6) VALUE 0.
       01 WS-PORTION-NO-RECIPE    PIC 9(6) VALUE 0.
       01 WS-RECIPE-UNSOURCED     PIC 9(6) VALUE 0.
       01 WS-REQ-LINES-OUT        PIC 9(6) VALUE 0.
       01 WS-REQS-RAISED          PIC 9(6) VALUE 0.
       01 WS-REQS-ON-FILE         PIC 9(6) VALUE 0.
       01 WS-LINKS-READ           PIC 9(6) VALUE 0.
       01 WS-LINKS-APPLIED        PIC 9(6) VALUE 0.
       01 WS-LINKS-REJECTED       PIC 9(6) VALUE 0.
       01 WS-CTL-COUNT-TXT        PIC ZZZZZ9.

      * An absent vendor master skips validation, as it does for the
      * PO stubs; a recipe line still needs a vendor code to order.
       01 WS-VENDOR-PRESENT     PIC X VALUE 'N'.
       01 WS-VENDOR-MAX         PIC 9(2) VALUE 20.
       01 WS-VENDOR-COUNT       PIC 9(2) VALUE 0.
       01 WS-VENDOR-TABLE.
          03 WS-VENDOR-ENTRY OCCURS 20 TIMES INDEXED BY VN-IDX.
             05 VND-T-CODE         PIC X(4).
       01 WS-VENDOR-VALID       PIC X VALUE 'Y'.

      * RCP-T-LOGGED keeps an unsourced recipe line to one error-log
      * entry however many portion lines call on it.
       01 WS-RECIPE-MAX         PIC 9(3) VALUE 300.
       01 WS-RECIPE-COUNT       PIC 9(3) VALUE 0.
       01 WS-RECIPE-TABLE.
          03 WS-RECIPE-ENTRY OCCURS 300 TIMES INDEXED BY RC-IDX.
             05 RCP-T-DISH         PIC X(30).
             05 RCP-T-INGREDIENT   PIC X(20).
             05 RCP-T-QTY          PIC 9(3)V9(3).
             05 RCP-T-UOM          PIC X(4).
             05 RCP-T-VENDOR       PIC X(4).
             05 RCP-T-SOURCED      PIC X.
             05 RCP-T-LOGGED       PIC X.
       01 WS-RECIPE-HIT         PIC X VALUE 'N'.
       01 WS-RECIPE-REPEAT      PIC X VALUE 'N'.

       01 WS-REG-MAX            PIC 9(4) VALUE 2000.
       01 WS-REG-COUNT          PIC 9(4) VALUE 0.
       01 WS-REG-TABLE.
          03 WS-REG-ENTRY OCCURS 2000 TIMES INDEXED BY RG-IDX.
             05 REG-REQ-NO         PIC 9(7).
             05 REG-VENDOR         PIC X(4).
             05 REG-NEED-DATE      PIC 9(8).
             05 REG-RAISED-DATE    PIC 9(8).
             05 REG-RUN-ID         PIC X(8).
             05 REG-PO-NO          PIC 9(7).
             05 REG-LINK-DATE      PIC 9(8).
             05 REG-LINE-COUNT     PIC 9(3).
       01 WS-REG-HIT            PIC X VALUE 'N'.
       01 WS-NEXT-REQ-NO        PIC 9(7) VALUE 0.

      * Tonight's requisitions - one per vendor per serve date - and
      * the ingredient lines accumulated under each.
       01 WS-GRP-MAX            PIC 9(3) VALUE 200.
       01 WS-GRP-COUNT          PIC 9(3) VALUE 0.
       01 WS-GRP-TABLE.
          03 WS-GRP-ENTRY OCCURS 200 TIMES INDEXED BY GP-IDX.
             05 GRP-VENDOR         PIC X(4).
             05 GRP-NEED-DATE      PIC 9(8).
             05 GRP-REQ-NO         PIC 9(7).
             05 GRP-ON-FILE        PIC X.
             05 GRP-LINE-COUNT     PIC 9(3).
       01 WS-GRP-HIT            PIC X VALUE 'N'.
       01 WS-LINE-MAX           PIC 9(4) VALUE 1500.
       01 WS-LINE-COUNT         PIC 9(4) VALUE 0.
       01 WS-LINE-TABLE.
          03 WS-LINE-ENTRY OCCURS 1500 TIMES INDEXED BY LN-IDX.
             05 LIN-GRP-NO         PIC 9(3).
             05 LIN-INGREDIENT     PIC X(20).
             05 LIN-UOM            PIC X(4).
             05 LIN-QUANTITY       PIC 9(8)V9(3).
       01 WS-LINE-HIT           PIC X VALUE 'N'.
       01 WS-LINE-FULL-LOGGED   PIC X VALUE 'N'.
       01 WS-LINE-QTY           PIC 9(8)V9(3) VALUE 0.

       COPY "suite-error-log-ws.cpy".
       COPY "table-capacity-ws.cpy".
       COPY "run-parms-ws.cpy".
       COPY "env-accept-ws.cpy".
       COPY "transaction-header.cpy".
       COPY "return-codes.cpy".
       COPY "env-switch-ws.cpy".

       PROCEDURE DIVISION.
       RUN-INGREDIENT-REQUISITION SECTION.
           PERFORM READ-RUN-PARMS
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'PRODUCTION_FORECAST_PORTION_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-PORTION-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'MENU_CHECK_RECIPE_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-RECIPE-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'ROMAN_NUMERALS_VENDOR_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-VENDOR-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'INGREDIENT_REQUISITION_REGISTER_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-REGISTER-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'INGREDIENT_REQUISITION_PO_LINK_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-PO-LINK-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'INGREDIENT_REQUISITION_EXTRACT_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-EXTRACT-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'INGREDIENT_REQUISITION_CONTROL_TOTAL_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-CONTROL-TOTAL-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'SUITE_ERROR_LOG_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-SUITE-ERROR-LOG-DSN
           END-IF
           IF WS-RUN-DATE NOT = 0
               MOVE WS-RUN-DATE TO WS-RUN-DATE-USED
           ELSE
               ACCEPT WS-RUN-DATE-USED FROM DATE YYYYMMDD
           END-IF
           MOVE WS-PORTION-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-PORTION-DSN
           MOVE WS-REGISTER-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-REGISTER-DSN
           MOVE WS-PO-LINK-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-PO-LINK-DSN
           MOVE WS-EXTRACT-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-EXTRACT-DSN
           MOVE WS-CONTROL-TOTAL-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-CONTROL-TOTAL-DSN

           PERFORM LOAD-VENDOR-TABLE
           PERFORM LOAD-RECIPE-TABLE
           PERFORM LOAD-REQUISITION-REGISTER
           PERFORM APPLY-PO-LINKS
           PERFORM EXPLODE-PORTIONS
           PERFORM RAISE-REQUISITIONS
           PERFORM WRITE-REQUISITION-EXTRACT
           PERFORM WRITE-REQUISITION-REGISTER
           PERFORM WRITE-CONTROL-TOTALS

           SET RC-NORMAL TO TRUE
           IF WS-RECIPE-UNSOURCED > 0
               OR WS-PORTION-NO-RECIPE > 0
               OR WS-LINKS-REJECTED > 0
               SET RC-WARNING TO TRUE
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
           PERFORM RECORD-TABLE-CAPACITY
           GOBACK.

       LOAD-VENDOR-TABLE SECTION.
           MOVE 0 TO WS-VENDOR-COUNT
           MOVE 'N' TO WS-VENDOR-PRESENT
           OPEN INPUT VENDOR-FILE
           IF WS-VENDOR-STATUS = '00'
               MOVE 'Y' TO WS-VENDOR-PRESENT
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ VENDOR-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           IF VND-CODE NOT = SPACES
                               AND WS-VENDOR-COUNT < WS-VENDOR-MAX
                               ADD 1 TO WS-VENDOR-COUNT
                               MOVE VND-CODE
                                 TO VND-T-CODE(WS-VENDOR-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VENDOR-FILE
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           EXIT.

      * A recipe line is sourced when it carries a quantity, a unit
      * and a vendor the master knows; anything else is loaded too,
      * so the portions that call on it can be reported.
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
               MOVE 'ING-REQN' TO SERR-PROGRAM-ID
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
           MOVE RCP-VENDOR TO RCP-T-VENDOR(RC-IDX)
           MOVE 'N' TO RCP-T-LOGGED(RC-IDX)
           MOVE 'N' TO RCP-T-SOURCED(RC-IDX)
           MOVE 0 TO RCP-T-QTY(RC-IDX)
           IF RCP-QTY-PER-PORTION IS NOT NUMERIC
               GO TO LOAD-ONE-RECIPE-LINE-EXIT
           END-IF
           MOVE RCP-QTY-PER-PORTION TO RCP-T-QTY(RC-IDX)
           IF RCP-QTY-PER-PORTION = 0
               OR RCP-UOM = SPACES
               OR RCP-VENDOR = SPACES
               GO TO LOAD-ONE-RECIPE-LINE-EXIT
           END-IF
           MOVE 'Y' TO WS-VENDOR-VALID
           IF WS-VENDOR-PRESENT = 'Y'
               MOVE 'N' TO WS-VENDOR-VALID
               PERFORM VARYING VN-IDX FROM 1 BY 1
                       UNTIL VN-IDX > WS-VENDOR-COUNT
                   IF VND-T-CODE(VN-IDX) = RCP-VENDOR
                       MOVE 'Y' TO WS-VENDOR-VALID
                   END-IF
               END-PERFORM
           END-IF
           IF WS-VENDOR-VALID = 'Y'
               MOVE 'Y' TO RCP-T-SOURCED(RC-IDX)
           END-IF.
       LOAD-ONE-RECIPE-LINE-EXIT.
           EXIT.

      * The highest requisition number on file sets where tonight's
      * numbering carries on.
       LOAD-REQUISITION-REGISTER SECTION.
           MOVE 0 TO WS-REG-COUNT
           MOVE 0 TO WS-NEXT-REQ-NO
           OPEN INPUT REQUISITION-REGISTER-FILE
           IF WS-REGISTER-STATUS NOT = '00'
               GO TO LOAD-REQUISITION-REGISTER-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ REQUISITION-REGISTER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM LOAD-ONE-REGISTER-ENTRY
               END-READ
           END-PERFORM
           CLOSE REQUISITION-REGISTER-FILE
           MOVE 'N' TO WS-EOF-FLAG.
       LOAD-REQUISITION-REGISTER-EXIT.
           EXIT.

       LOAD-ONE-REGISTER-ENTRY SECTION.
           IF RQR-REQ-NO IS NOT NUMERIC
               OR RQR-NEED-DATE IS NOT NUMERIC
               MOVE 'ING-REQN' TO SERR-PROGRAM-ID
               MOVE RQR-RECORD(1:20) TO SERR-KEY-FIELD
               MOVE 'REGISTER RECORD UNREADABLE' TO SERR-REASON
               MOVE 'TXN001' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               GO TO LOAD-ONE-REGISTER-ENTRY-EXIT
           END-IF
           IF WS-REG-COUNT >= WS-REG-MAX
               MOVE 'ING-REQN' TO SERR-PROGRAM-ID
               MOVE RQR-REQ-NO TO SERR-KEY-FIELD
               MOVE 'REQUISITION REGISTER FULL' TO SERR-REASON
               MOVE 'TBL001' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               GO TO LOAD-ONE-REGISTER-ENTRY-EXIT
           END-IF
           ADD 1 TO WS-REG-COUNT
           SET RG-IDX TO WS-REG-COUNT
           MOVE RQR-REQ-NO TO REG-REQ-NO(RG-IDX)
           MOVE RQR-VENDOR TO REG-VENDOR(RG-IDX)
           MOVE RQR-NEED-DATE TO REG-NEED-DATE(RG-IDX)
           MOVE RQR-RAISED-DATE TO REG-RAISED-DATE(RG-IDX)
           MOVE RQR-RUN-ID TO REG-RUN-ID(RG-IDX)
           MOVE 0 TO REG-PO-NO(RG-IDX)
           MOVE 0 TO REG-LINK-DATE(RG-IDX)
           IF RQR-PO-NO IS NUMERIC
               MOVE RQR-PO-NO TO REG-PO-NO(RG-IDX)
           END-IF
           IF RQR-LINK-DATE IS NUMERIC
               MOVE RQR-LINK-DATE TO REG-LINK-DATE(RG-IDX)
           END-IF
           MOVE 0 TO REG-LINE-COUNT(RG-IDX)
           IF RQR-LINE-COUNT IS NUMERIC
               MOVE RQR-LINE-COUNT TO REG-LINE-COUNT(RG-IDX)
           END-IF
           IF RQR-REQ-NO > WS-NEXT-REQ-NO
               MOVE RQR-REQ-NO TO WS-NEXT-REQ-NO
           END-IF.
       LOAD-ONE-REGISTER-ENTRY-EXIT.
           EXIT.

      * No link file is a normal night - purchasing has not answered
      * anything yet. A link re-sent for the PO already posted is
      * taken quietly; one naming a different PO or vendor rejects.
       APPLY-PO-LINKS SECTION.
           OPEN INPUT PO-LINK-FILE
           IF WS-PO-LINK-STATUS NOT = '00'
               GO TO APPLY-PO-LINKS-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ PO-LINK-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF RQL-RECORD NOT = SPACES
                           ADD 1 TO WS-LINKS-READ
                           PERFORM APPLY-ONE-PO-LINK
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PO-LINK-FILE
           MOVE 'N' TO WS-EOF-FLAG.
       APPLY-PO-LINKS-EXIT.
           EXIT.

       APPLY-ONE-PO-LINK SECTION.
           MOVE 'ING-REQN' TO SERR-PROGRAM-ID
           MOVE RQL-RECORD(1:20) TO SERR-KEY-FIELD
           IF RQL-REQ-NO IS NOT NUMERIC
               OR RQL-PO-NO IS NOT NUMERIC
               OR RQL-PO-NO = 0
               ADD 1 TO WS-LINKS-REJECTED
               MOVE 'PO LINK NOT NUMERIC' TO SERR-REASON
               MOVE 'TXN001' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               GO TO APPLY-ONE-PO-LINK-EXIT
           END-IF
           MOVE 'N' TO WS-REG-HIT
           PERFORM VARYING RG-IDX FROM 1 BY 1
                   UNTIL RG-IDX > WS-REG-COUNT
                   OR WS-REG-HIT = 'Y'
               IF REG-REQ-NO(RG-IDX) = RQL-REQ-NO
                   MOVE 'Y' TO WS-REG-HIT
               END-IF
           END-PERFORM
           IF WS-REG-HIT = 'N'
               ADD 1 TO WS-LINKS-REJECTED
               MOVE 'REQUISITION NOT ON REGISTER' TO SERR-REASON
               MOVE 'TXN002' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               GO TO APPLY-ONE-PO-LINK-EXIT
           END-IF
           SET RG-IDX DOWN BY 1
           IF RQL-VENDOR NOT = SPACES
               AND RQL-VENDOR NOT = REG-VENDOR(RG-IDX)
               ADD 1 TO WS-LINKS-REJECTED
               MOVE 'PO VENDOR NOT REQN VENDOR' TO SERR-REASON
               MOVE 'TXN001' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               GO TO APPLY-ONE-PO-LINK-EXIT
           END-IF
           IF REG-PO-NO(RG-IDX) NOT = 0
               AND REG-PO-NO(RG-IDX) NOT = RQL-PO-NO
               ADD 1 TO WS-LINKS-REJECTED
               MOVE 'REQN ALREADY LINKED TO A PO' TO SERR-REASON
               MOVE 'TXN003' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               GO TO APPLY-ONE-PO-LINK-EXIT
           END-IF
           IF REG-PO-NO(RG-IDX) = 0
               MOVE RQL-PO-NO TO REG-PO-NO(RG-IDX)
               MOVE WS-RUN-DATE-USED TO REG-LINK-DATE(RG-IDX)
           END-IF
           ADD 1 TO WS-LINKS-APPLIED.
       APPLY-ONE-PO-LINK-EXIT.
           EXIT.

      * The header record is skipped. Every portion line is
      * multiplied through each sourced recipe line of its dish and
      * added to the vendor/serve-date requisition it falls in.
       EXPLODE-PORTIONS SECTION.
           OPEN INPUT PORTION-FILE
           IF WS-PORTION-STATUS NOT = '00'
               MOVE 'ING-REQN' TO SERR-PROGRAM-ID
               MOVE WS-RUN-DATE-USED TO SERR-KEY-FIELD
               MOVE 'PORTION EXTRACT NOT FOUND' TO SERR-REASON
               MOVE 'FED001' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               GO TO EXPLODE-PORTIONS-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ PORTION-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF PFX-SERVE-DATE IS NUMERIC
                           AND PFX-PORTIONS IS NUMERIC
                           ADD 1 TO WS-PORTION-LINES-IN
                           PERFORM EXPLODE-ONE-PORTION-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PORTION-FILE
           MOVE 'N' TO WS-EOF-FLAG.
       EXPLODE-PORTIONS-EXIT.
           EXIT.

       EXPLODE-ONE-PORTION-LINE SECTION.
           MOVE 'N' TO WS-RECIPE-HIT
           PERFORM VARYING RC-IDX FROM 1 BY 1
                   UNTIL RC-IDX > WS-RECIPE-COUNT
               IF RCP-T-DISH(RC-IDX) = PFX-DISH
                   MOVE 'Y' TO WS-RECIPE-HIT
                   IF RCP-T-SOURCED(RC-IDX) = 'Y'
                       PERFORM ADD-INGREDIENT-QUANTITY
                   ELSE
                       IF RCP-T-LOGGED(RC-IDX) = 'N'
                           MOVE 'Y' TO RCP-T-LOGGED(RC-IDX)
                           ADD 1 TO WS-RECIPE-UNSOURCED
                           MOVE 'ING-REQN' TO SERR-PROGRAM-ID
                           MOVE RCP-T-INGREDIENT(RC-IDX)
                             TO SERR-KEY-FIELD
                           MOVE 'NO QTY/UOM/VENDOR - NOT ORDERED'
                             TO SERR-REASON
                           MOVE 'TXN001' TO SERR-ERROR-CODE
                           PERFORM WRITE-SUITE-ERROR-LOG
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-RECIPE-HIT = 'N'
               ADD 1 TO WS-PORTION-NO-RECIPE
               MOVE 'ING-REQN' TO SERR-PROGRAM-ID
               MOVE PFX-DISH(1:20) TO SERR-KEY-FIELD
               MOVE 'DISH HAS NO RECIPE LINES' TO SERR-REASON
               MOVE 'REF002' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
           END-IF
           EXIT.

      * RC-IDX is the recipe line being ordered against.
       ADD-INGREDIENT-QUANTITY SECTION.
           COMPUTE WS-LINE-QTY = PFX-PORTIONS * RCP-T-QTY(RC-IDX)
           MOVE 'N' TO WS-GRP-HIT
           PERFORM VARYING GP-IDX FROM 1 BY 1
                   UNTIL GP-IDX > WS-GRP-COUNT
                   OR WS-GRP-HIT = 'Y'
               IF GRP-VENDOR(GP-IDX) = RCP-T-VENDOR(RC-IDX)
                   AND GRP-NEED-DATE(GP-IDX) = PFX-SERVE-DATE
                   MOVE 'Y' TO WS-GRP-HIT
               END-IF
           END-PERFORM
           IF WS-GRP-HIT = 'Y'
               SET GP-IDX DOWN BY 1
           ELSE
               IF WS-GRP-COUNT >= WS-GRP-MAX
                   PERFORM LOG-LINE-TABLE-FULL
                   GO TO ADD-INGREDIENT-QUANTITY-EXIT
               END-IF
               ADD 1 TO WS-GRP-COUNT
               SET GP-IDX TO WS-GRP-COUNT
               MOVE RCP-T-VENDOR(RC-IDX) TO GRP-VENDOR(GP-IDX)
               MOVE PFX-SERVE-DATE TO GRP-NEED-DATE(GP-IDX)
               MOVE 0 TO GRP-REQ-NO(GP-IDX)
               MOVE 'N' TO GRP-ON-FILE(GP-IDX)
               MOVE 0 TO GRP-LINE-COUNT(GP-IDX)
           END-IF
           MOVE 'N' TO WS-LINE-HIT
           PERFORM VARYING LN-IDX FROM 1 BY 1
                   UNTIL LN-IDX > WS-LINE-COUNT
                   OR WS-LINE-HIT = 'Y'
               IF LIN-GRP-NO(LN-IDX) = GP-IDX
                   AND LIN-INGREDIENT(LN-IDX) =
                       RCP-T-INGREDIENT(RC-IDX)
                   AND LIN-UOM(LN-IDX) = RCP-T-UOM(RC-IDX)
                   MOVE 'Y' TO WS-LINE-HIT
               END-IF
           END-PERFORM
           IF WS-LINE-HIT = 'Y'
               SET LN-IDX DOWN BY 1
               ADD WS-LINE-QTY TO LIN-QUANTITY(LN-IDX)
               GO TO ADD-INGREDIENT-QUANTITY-EXIT
           END-IF
           IF WS-LINE-COUNT >= WS-LINE-MAX
               PERFORM LOG-LINE-TABLE-FULL
               GO TO ADD-INGREDIENT-QUANTITY-EXIT
           END-IF
           ADD 1 TO WS-LINE-COUNT
           SET LN-IDX TO WS-LINE-COUNT
           SET LIN-GRP-NO(LN-IDX) TO GP-IDX
           MOVE RCP-T-INGREDIENT(RC-IDX) TO LIN-INGREDIENT(LN-IDX)
           MOVE RCP-T-UOM(RC-IDX) TO LIN-UOM(LN-IDX)
           MOVE WS-LINE-QTY TO LIN-QUANTITY(LN-IDX)
           ADD 1 TO GRP-LINE-COUNT(GP-IDX).
       ADD-INGREDIENT-QUANTITY-EXIT.
           EXIT.

       LOG-LINE-TABLE-FULL SECTION.
           IF WS-LINE-FULL-LOGGED = 'N'
               MOVE 'Y' TO WS-LINE-FULL-LOGGED
               MOVE 'ING-REQN' TO SERR-PROGRAM-ID
               MOVE PFX-DISH(1:20) TO SERR-KEY-FIELD
               MOVE 'REQUISITION TABLE FULL' TO SERR-REASON
               MOVE 'TBL001' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
           END-IF
           EXIT.

      * A vendor and serve date already on the register was ordered
      * on an earlier night and is left alone; the rest are numbered
      * on from the register and added to it.
       RAISE-REQUISITIONS SECTION.
           PERFORM VARYING GP-IDX FROM 1 BY 1
                   UNTIL GP-IDX > WS-GRP-COUNT
               MOVE 'N' TO WS-REG-HIT
               PERFORM VARYING RG-IDX FROM 1 BY 1
                       UNTIL RG-IDX > WS-REG-COUNT
                   IF REG-VENDOR(RG-IDX) = GRP-VENDOR(GP-IDX)
                       AND REG-NEED-DATE(RG-IDX) =
                           GRP-NEED-DATE(GP-IDX)
                       MOVE 'Y' TO WS-REG-HIT
                       MOVE REG-REQ-NO(RG-IDX) TO GRP-REQ-NO(GP-IDX)
                   END-IF
               END-PERFORM
               IF WS-REG-HIT = 'Y'
                   MOVE 'Y' TO GRP-ON-FILE(GP-IDX)
                   ADD 1 TO WS-REQS-ON-FILE
               ELSE
                   PERFORM ADD-REGISTER-ENTRY
               END-IF
           END-PERFORM
           EXIT.

       ADD-REGISTER-ENTRY SECTION.
           IF WS-REG-COUNT >= WS-REG-MAX
               MOVE 'Y' TO GRP-ON-FILE(GP-IDX)
               MOVE 'ING-REQN' TO SERR-PROGRAM-ID
               MOVE GRP-VENDOR(GP-IDX) TO SERR-KEY-FIELD
               MOVE 'REQUISITION REGISTER FULL' TO SERR-REASON
               MOVE 'TBL001' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               GO TO ADD-REGISTER-ENTRY-EXIT
           END-IF
           ADD 1 TO WS-NEXT-REQ-NO
           ADD 1 TO WS-REQS-RAISED
           MOVE WS-NEXT-REQ-NO TO GRP-REQ-NO(GP-IDX)
           ADD 1 TO WS-REG-COUNT
           SET RG-IDX TO WS-REG-COUNT
           MOVE WS-NEXT-REQ-NO TO REG-REQ-NO(RG-IDX)
           MOVE GRP-VENDOR(GP-IDX) TO REG-VENDOR(RG-IDX)
           MOVE GRP-NEED-DATE(GP-IDX) TO REG-NEED-DATE(RG-IDX)
           MOVE WS-RUN-DATE-USED TO REG-RAISED-DATE(RG-IDX)
           MOVE WS-PARM-RUN-ID TO REG-RUN-ID(RG-IDX)
           MOVE 0 TO REG-PO-NO(RG-IDX)
           MOVE 0 TO REG-LINK-DATE(RG-IDX)
           MOVE GRP-LINE-COUNT(GP-IDX) TO REG-LINE-COUNT(RG-IDX).
       ADD-REGISTER-ENTRY-EXIT.
           EXIT.

      * Only the requisitions raised tonight go to purchasing.
       WRITE-REQUISITION-EXTRACT SECTION.
           OPEN OUTPUT REQUISITION-EXTRACT-FILE
           MOVE WS-PARM-RUN-ID TO TRX-RUN-ID
           MOVE 'ING-REQN' TO TRX-SOURCE-SYSTEM
           MOVE FUNCTION CURRENT-DATE TO TRX-TIMESTAMP
           MOVE TRX-HEADER TO RQX-RECORD
           WRITE RQX-RECORD
           PERFORM VARYING GP-IDX FROM 1 BY 1
                   UNTIL GP-IDX > WS-GRP-COUNT
               IF GRP-ON-FILE(GP-IDX) = 'N'
                   PERFORM VARYING LN-IDX FROM 1 BY 1
                           UNTIL LN-IDX > WS-LINE-COUNT
                       IF LIN-GRP-NO(LN-IDX) = GP-IDX
                           MOVE SPACES TO RQX-RECORD
                           MOVE GRP-REQ-NO(GP-IDX) TO RQX-REQ-NO
                           MOVE GRP-VENDOR(GP-IDX) TO RQX-VENDOR
                           MOVE GRP-NEED-DATE(GP-IDX)
                             TO RQX-NEED-DATE
                           MOVE LIN-INGREDIENT(LN-IDX)
                             TO RQX-INGREDIENT
                           MOVE LIN-QUANTITY(LN-IDX) TO RQX-QUANTITY
                           MOVE LIN-UOM(LN-IDX) TO RQX-UOM
                           WRITE RQX-RECORD
                           ADD 1 TO WS-REQ-LINES-OUT
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           CLOSE REQUISITION-EXTRACT-FILE
           EXIT.

       WRITE-REQUISITION-REGISTER SECTION.
           OPEN OUTPUT REQUISITION-REGISTER-FILE
           PERFORM VARYING RG-IDX FROM 1 BY 1
                   UNTIL RG-IDX > WS-REG-COUNT
               MOVE SPACES TO RQR-RECORD
               MOVE REG-REQ-NO(RG-IDX) TO RQR-REQ-NO
               MOVE REG-VENDOR(RG-IDX) TO RQR-VENDOR
               MOVE REG-NEED-DATE(RG-IDX) TO RQR-NEED-DATE
               MOVE REG-RAISED-DATE(RG-IDX) TO RQR-RAISED-DATE
               MOVE REG-RUN-ID(RG-IDX) TO RQR-RUN-ID
               MOVE REG-PO-NO(RG-IDX) TO RQR-PO-NO
               MOVE REG-LINK-DATE(RG-IDX) TO RQR-LINK-DATE
               MOVE REG-LINE-COUNT(RG-IDX) TO RQR-LINE-COUNT
               WRITE RQR-RECORD
           END-PERFORM
           CLOSE REQUISITION-REGISTER-FILE
           EXIT.

      * Standard run-balancing control-total report so ops balances
      * this job the same way every other nightly batch job is
      * balanced. RUN-BALANCE ties PO LINKS READ to APPLIED plus
      * REJECTED and PORTION LINES IN to the forecast's PORTION LINES
      * OUT.
       WRITE-CONTROL-TOTALS SECTION.
           OPEN OUTPUT CONTROL-TOTAL-FILE
           MOVE WS-PARM-RUN-ID TO TRX-RUN-ID
           MOVE 'ING-REQN' TO TRX-SOURCE-SYSTEM
           MOVE FUNCTION CURRENT-DATE TO TRX-TIMESTAMP
           MOVE TRX-HEADER TO CTL-LINE
           WRITE CTL-LINE
           MOVE 'INGREDIENT REQUISITION CONTROL TOTALS' TO CTL-LINE
           WRITE CTL-LINE
           MOVE ALL '-' TO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-PORTION-LINES-IN TO WS-CTL-COUNT-TXT
           STRING 'PORTION LINES IN : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-PORTION-NO-RECIPE TO WS-CTL-COUNT-TXT
           STRING 'PORTION NO RECIPE: ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-RECIPE-UNSOURCED TO WS-CTL-COUNT-TXT
           STRING 'RECIPE UNSOURCED : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-REQS-RAISED TO WS-CTL-COUNT-TXT
           STRING 'REQS RAISED      : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-REQS-ON-FILE TO WS-CTL-COUNT-TXT
           STRING 'REQS ON FILE     : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-REQ-LINES-OUT TO WS-CTL-COUNT-TXT
           STRING 'REQ LINES OUT    : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-LINKS-READ TO WS-CTL-COUNT-TXT
           STRING 'PO LINKS READ    : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-LINKS-APPLIED TO WS-CTL-COUNT-TXT
           STRING 'PO LINKS APPLIED : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-LINKS-REJECTED TO WS-CTL-COUNT-TXT
           STRING 'PO LINKS REJECTED: ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-REG-COUNT TO WS-CTL-COUNT-TXT
           STRING 'REGISTER ENTRIES : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           CLOSE CONTROL-TOTAL-FILE
           EXIT.

      * High-water marks of the in-memory tables for this run,
      * kept so TABLE-CAPACITY-REPORT can warn before a ceiling is
      * reached.
       RECORD-TABLE-CAPACITY SECTION.
           MOVE 'INGREDIENT-REQUISITION' TO TCAP-PROGRAM-ID
           MOVE WS-PARM-RUN-ID TO TCAP-RUN-ID
           MOVE WS-RUN-DATE TO TCAP-RUN-DATE
           MOVE 'VENDOR' TO TCAP-TABLE-NAME
           MOVE WS-VENDOR-COUNT TO TCAP-PEAK
           MOVE WS-VENDOR-MAX TO TCAP-CEILING
           PERFORM WRITE-TABLE-CAPACITY
           MOVE 'RECIPE' TO TCAP-TABLE-NAME
           MOVE WS-RECIPE-COUNT TO TCAP-PEAK
           MOVE WS-RECIPE-MAX TO TCAP-CEILING
           PERFORM WRITE-TABLE-CAPACITY
           MOVE 'REG' TO TCAP-TABLE-NAME
           MOVE WS-REG-COUNT TO TCAP-PEAK
           MOVE WS-REG-MAX TO TCAP-CEILING
           PERFORM WRITE-TABLE-CAPACITY
           MOVE 'GRP' TO TCAP-TABLE-NAME
           MOVE WS-GRP-COUNT TO TCAP-PEAK
           MOVE WS-GRP-MAX TO TCAP-CEILING
           PERFORM WRITE-TABLE-CAPACITY
           MOVE 'LINE' TO TCAP-TABLE-NAME
           MOVE WS-LINE-COUNT TO TCAP-PEAK
           MOVE WS-LINE-MAX TO TCAP-CEILING
           PERFORM WRITE-TABLE-CAPACITY
           EXIT.

       COPY "suite-error-log-proc.cpy".
       COPY "run-parms-proc.cpy".
       COPY "env-switch-proc.cpy".
       COPY "table-capacity-proc.cpy".
