      * internal arithmetic (records read = written + rejected), and
      * checks the hand-offs across programs - dietary extract lines
      * against PATIENTS REPORTED, ticket-code records against CODES
      * ISSUED plus MATCHED plus APPROVALS ISSUED, the kitchen
      * production forecast's portions against residents times
      * dishes, the requisition job's portion lines against what the
      * forecast wrote, pharmacy alerts against the alert file -
      * then produces a single morning balance sheet.
      * Anything out of balance ends the step RC-DATA-EXCEPTION so
      * the scheduler can act on it.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BALANCE-STATUS.
           COPY "suite-error-log-select.cpy".
           COPY "table-capacity-select.cpy".
           COPY "run-parms-select.cpy".

       DATA DIVISION.
       01 BAL-LINE PIC X(80).

       COPY "suite-error-log-fd.cpy".
       COPY "table-capacity-fd.cpy".
       COPY "run-parms-fd.cpy".

       WORKING-STORAGE SECTION.
       01 WS-REPORT-PRESENT  PIC X VALUE 'N'.
       01 WS-REPORT-RUN-ID   PIC X(8) VALUE SPACES.
       01 WS-COUNT-MAX       PIC 99 VALUE 30.
       01 WS-COUNT-PEAK      PIC 99 VALUE 0.
       01 WS-COUNT-COUNT     PIC 99 VALUE 0.
       01 WS-COUNT-TABLE.
          03 WS-COUNT-ENTRY OCCURS 30 TIMES INDEXED BY CN-IDX.
       01 WS-LHS-TXT         PIC ZZZZZZ9.
       01 WS-RHS-TXT         PIC ZZZZZZ9.

       01 WS-FORECAST-PORTION-LINES PIC 9(6) VALUE 0.

       01 WS-DATA-RECORDS    PIC 9(6) VALUE 0.
       01 WS-PIPE-TALLY      PIC 9(3) VALUE 0.

       01 WS-ACR-MATCHED     PIC 9(6) VALUE 0.
       01 WS-ACR-APPROVED    PIC 9(6) VALUE 0.
       01 WS-PATIENTS-REPORTED PIC 9(6) VALUE 0.
       01 WS-RAINDROPS-BILLED PIC 9(6) VALUE 0.

       COPY "suite-error-log-ws.cpy".
       COPY "table-capacity-ws.cpy".
       COPY "run-parms-ws.cpy".
       COPY "env-accept-ws.cpy".
       COPY "transaction-header.cpy".
           PERFORM BALANCE-ALLERGIES
           PERFORM BALANCE-TICKET-CODES
           PERFORM BALANCE-DIETARY-EXTRACT
           PERFORM BALANCE-PRODUCTION-FORECAST
           PERFORM BALANCE-INGREDIENT-REQUISITION
           PERFORM BALANCE-PHARMACY-CHECK
           PERFORM BALANCE-RESIDENT-TRANSFER
           PERFORM BALANCE-CODE-BOOK
           PERFORM BALANCE-ASSET-MAINT
           PERFORM BALANCE-ASSET-LISTING
           PERFORM BALANCE-BILLING-ADJUST
           PERFORM BALANCE-CUSTOMER-INVOICE
           PERFORM BALANCE-GL-JOURNAL
           PERFORM BALANCE-PO-MASTER-LOAD
           PERFORM BALANCE-OPEN-PO-AGING
           PERFORM BALANCE-EXHIBIT-MAINT
           PERFORM BALANCE-EXHIBIT-RELETTER
           PERFORM BALANCE-KEY-EXPIRY
           PERFORM BALANCE-CIPHER-REKEY
           PERFORM BALANCE-TRANSMISSION-RECON
           PERFORM BALANCE-ADHOC-DISPATCH
           PERFORM BALANCE-REPORT-DISTRIBUTION
           PERFORM BALANCE-DATASET-HOUSEKEEPING
           PERFORM BALANCE-TABLE-CAPACITY
           PERFORM BALANCE-CONSOLE-ACCESS
           PERFORM BALANCE-CLOSE-TASK-LIST
           PERFORM BALANCE-CLOSE-TASK-STATUS
           PERFORM BALANCE-ONCALL-ALERTS
           PERFORM BALANCE-ONCALL-ACKS
           PERFORM BALANCE-NUTRIENT-ANALYSIS
           PERFORM BALANCE-LOG-CHAIN-RECORDS
           PERFORM BALANCE-LOG-CHAIN-LOGS
           PERFORM BALANCE-MASTER-JOURNAL-RECORDS
           PERFORM BALANCE-MASTER-JOURNAL-ENTRIES
           PERFORM BALANCE-RESIDENT-PURGE-RESIDENTS
           PERFORM BALANCE-RESIDENT-PURGE-RECORDS
           PERFORM BALANCE-ALLERGEN-MIGRATE-SCORES
           PERFORM BALANCE-ALLERGEN-MIGRATE-SEVERITY
           PERFORM BALANCE-ALLERGEN-MIGRATE-LINES
           PERFORM BALANCE-PATIENT-MASTER-CONVERT
           PERFORM BALANCE-ACRONYM-MASTER-CONVERT
           PERFORM BALANCE-PSEUDONYM-XREF-CONVERT

           MOVE ALL '-' TO BAL-LINE
           WRITE BAL-LINE
               MOVE 'RUN-BALANCE' TO SERR-PROGRAM-ID
               MOVE WS-PARM-RUN-ID TO SERR-KEY-FIELD
               MOVE 'RUN OUT OF BALANCE' TO SERR-REASON
               MOVE 'BAL001' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
           PERFORM RECORD-TABLE-CAPACITY
           GOBACK.

       BALANCE-ACRONYM SECTION.
           PERFORM LOOKUP-COUNT
           ADD WS-LOOKUP-VALUE TO WS-CHECK-RHS
           MOVE 'RAINDROPS WRITTEN=BILL+UNPR+FALL' TO WS-CHECK-NAME
           PERFORM WRITE-CHECK-RESULT
      * Every billed line reaches the billing history. A rerun of a
      * run ID already there is rejected before it is billed, so it
      * sits in the rejects and not on either side of this check.
           MOVE 'ASSETS BILLED' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           MOVE WS-LOOKUP-VALUE TO WS-CHECK-LHS
           MOVE 'HISTORY WRITTEN' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           MOVE WS-LOOKUP-VALUE TO WS-CHECK-RHS
           MOVE 'RAINDROPS BILLED=HISTORY' TO WS-CHECK-NAME
           PERFORM WRITE-CHECK-RESULT.
       BALANCE-RAINDROPS-EXIT.
           EXIT.
           MOVE 'STUBS DUPLICATE' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           ADD WS-LOOKUP-VALUE TO WS-CHECK-RHS
           MOVE 'STUBS PO REJECTED' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           ADD WS-LOOKUP-VALUE TO WS-CHECK-RHS
           MOVE 'ROMAN STUBS READ BALANCED' TO WS-CHECK-NAME
           PERFORM WRITE-CHECK-RESULT.
       BALANCE-ROMAN-NUMERALS-EXIT.
           PERFORM LOOKUP-COUNT
           ADD WS-LOOKUP-VALUE TO WS-CHECK-RHS
           MOVE 'CIPHER READ=WRITTEN+REJECTED' TO WS-CHECK-NAME
           PERFORM WRITE-CHECK-RESULT
      * Every research extract record is either masked or dropped
      * for want of consent.
           MOVE 'EXTRACT READ' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           IF WS-LOOKUP-FOUND = 'N'
               GO TO BALANCE-CIPHER-EXIT
           END-IF
           MOVE WS-LOOKUP-VALUE TO WS-CHECK-LHS
           MOVE 'EXTRACT MASKED' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           MOVE WS-LOOKUP-VALUE TO WS-CHECK-RHS
           MOVE 'CONSENT EXCLUDED' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           ADD WS-LOOKUP-VALUE TO WS-CHECK-RHS
           MOVE 'EXTRACT READ=MASKED+EXCLUDED' TO WS-CHECK-NAME
           PERFORM WRITE-CHECK-RESULT.
       BALANCE-CIPHER-EXIT.
           EXIT.
           END-IF
           MOVE 'PATIENTS REPORTED' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           MOVE WS-LOOKUP-VALUE TO WS-PATIENTS-REPORTED
           MOVE 'CLINICAL ORDERS READ' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           MOVE WS-LOOKUP-VALUE TO WS-CHECK-LHS
           MOVE 'CLINICAL APPLIED' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           MOVE WS-LOOKUP-VALUE TO WS-CHECK-RHS
           MOVE 'CLINICAL REJECTED' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           ADD WS-LOOKUP-VALUE TO WS-CHECK-RHS
           MOVE 'ALLERGIES CLINICAL=APPLIED+REJ' TO WS-CHECK-NAME
           PERFORM WRITE-CHECK-RESULT.
       BALANCE-ALLERGIES-EXIT.
           EXIT.

       BALANCE-DIETARY-EXTRACT-EXIT.
           EXIT.

      * Every resident on the panel gets every dish in the horizon as
      * a regular, substitute or held portion, and every meal on the
      * forecast closed in balance.
       BALANCE-PRODUCTION-FORECAST SECTION.
           MOVE 'PRODUCTION-FORECAST-CONTROL-TOTALS.RPT' TO WS-CT-DSN
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'PRODUCTION_FORECAST_CONTROL_TOTAL_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-CT-DSN
           END-IF
           PERFORM LOAD-CONTROL-REPORT
           IF WS-REPORT-PRESENT = 'N'
               GO TO BALANCE-PRODUCTION-FORECAST-EXIT
           END-IF
           MOVE 'RESIDENTS' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           MOVE WS-LOOKUP-VALUE TO WS-CHECK-LHS
           MOVE 'DISH LINES' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           COMPUTE WS-CHECK-LHS = WS-CHECK-LHS * WS-LOOKUP-VALUE
           MOVE 'REGULAR PORTIONS' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           MOVE WS-LOOKUP-VALUE TO WS-CHECK-RHS
           MOVE 'SUBST PORTIONS' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           ADD WS-LOOKUP-VALUE TO WS-CHECK-RHS
           MOVE 'HELD PORTIONS' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           ADD WS-LOOKUP-VALUE TO WS-CHECK-RHS
           MOVE 'PRODUCTION RES*DISH=REG+SUB+HELD' TO WS-CHECK-NAME
           PERFORM WRITE-CHECK-RESULT
           MOVE 'MEALS FORECAST' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           MOVE WS-LOOKUP-VALUE TO WS-CHECK-LHS
           MOVE 'MEALS BALANCED' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           MOVE WS-LOOKUP-VALUE TO WS-CHECK-RHS
           MOVE 'PRODUCTION MEALS=MEALS BALANCED' TO WS-CHECK-NAME
           PERFORM WRITE-CHECK-RESULT
           MOVE 'PORTION LINES OUT' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           MOVE WS-LOOKUP-VALUE TO WS-FORECAST-PORTION-LINES.
       BALANCE-PRODUCTION-FORECAST-EXIT.
           EXIT.

      * PORTION LINES OUT was kept from the forecast's report by
      * BALANCE-PRODUCTION-FORECAST.
       BALANCE-INGREDIENT-REQUISITION SECTION.
           MOVE 'REQUISITION-CONTROL-TOTALS.RPT' TO WS-CT-DSN
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'INGREDIENT_REQUISITION_CONTROL_TOTAL_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-CT-DSN
           END-IF
           PERFORM LOAD-CONTROL-REPORT
           IF WS-REPORT-PRESENT = 'N'
               GO TO BALANCE-INGREDIENT-REQUISITION-EXIT
           END-IF
           MOVE 'PORTION LINES IN' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           MOVE WS-LOOKUP-VALUE TO WS-CHECK-LHS
           MOVE WS-FORECAST-PORTION-LINES TO WS-CHECK-RHS
           MOVE 'REQUISITION PORTIONS=FORECAST OUT' TO WS-CHECK-NAME
           PERFORM WRITE-CHECK-RESULT
           MOVE 'PO LINKS READ' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           MOVE WS-LOOKUP-VALUE TO WS-CHECK-LHS
           MOVE 'PO LINKS APPLIED' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           MOVE WS-LOOKUP-VALUE TO WS-CHECK-RHS
           MOVE 'PO LINKS REJECTED' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           ADD WS-LOOKUP-VALUE TO WS-CHECK-RHS
           MOVE 'REQUISITION LINKS=APPLIED+REJ' TO WS-CHECK-NAME
           PERFORM WRITE-CHECK-RESULT.
       BALANCE-INGREDIENT-REQUISITION-EXIT.
           EXIT.

      * Every medication order is checked, rejected or missing from
      * the master, and the alert file pharmacy works from carries one
      * record per alert counted behind its TRX-HEADER.
       BALANCE-PHARMACY-CHECK SECTION.
           MOVE 'PHARMACY-CHECK-CONTROL-TOTALS.RPT' TO WS-CT-DSN
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'PHARMACY_CHECK_CONTROL_TOTAL_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-CT-DSN
           END-IF
           PERFORM LOAD-CONTROL-REPORT
           IF WS-REPORT-PRESENT = 'N'
               GO TO BALANCE-PHARMACY-CHECK-EXIT
           END-IF
           MOVE 'ORDERS READ' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           MOVE WS-LOOKUP-VALUE TO WS-CHECK-LHS
           MOVE 'ORDERS CHECKED' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           MOVE WS-LOOKUP-VALUE TO WS-CHECK-RHS
           MOVE 'ORDERS REJECTED' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           ADD WS-LOOKUP-VALUE TO WS-CHECK-RHS
           MOVE 'NOT ON MASTER' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           ADD WS-LOOKUP-VALUE TO WS-CHECK-RHS
           MOVE 'PHARMACY READ=CHECKED+REJ+NOMST' TO WS-CHECK-NAME
           PERFORM WRITE-CHECK-RESULT
           MOVE 'ALERTS WRITTEN' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           MOVE WS-LOOKUP-VALUE TO WS-CHECK-RHS
           MOVE 'PHARMACY-ALERTS.DAT' TO WS-DATA-DSN
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'PHARMACY_CHECK_ALERT_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-DATA-DSN
           END-IF
           PERFORM COUNT-DATA-RECORDS
           IF WS-DATA-STATUS NOT = '00'
               GO TO BALANCE-PHARMACY-CHECK-EXIT
           END-IF
           COMPUTE WS-CHECK-LHS = WS-DATA-RECORDS - 1
           MOVE 'PHARMACY ALERT FILE=ALERTS' TO WS-CHECK-NAME
           PERFORM WRITE-CHECK-RESULT.
       BALANCE-PHARMACY-CHECK-EXIT.
           EXIT.

      * Every transfer read is applied, rejected or held for its
      * effective date.
       BALANCE-RESIDENT-TRANSFER SECTION.
           MOVE 'RESIDENT-TRANSFER-CONTROL-TOTALS.RPT' TO WS-CT-DSN
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'RESIDENT_TRANSFER_CONTROL_TOTAL_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-CT-DSN
           END-IF
           PERFORM LOAD-CONTROL-REPORT
           IF WS-REPORT-PRESENT = 'N'
               GO TO BALANCE-RESIDENT-TRANSFER-EXIT
           END-IF
           MOVE 'TRANSFERS READ' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           MOVE WS-LOOKUP-VALUE TO WS-CHECK-LHS
           MOVE 'TRANSFERS APPLIED' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           MOVE WS-LOOKUP-VALUE TO WS-CHECK-RHS
           MOVE 'TRANSFERS REJECT' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           ADD WS-LOOKUP-VALUE TO WS-CHECK-RHS
           MOVE 'TRANSFERS HELD' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           ADD WS-LOOKUP-VALUE TO WS-CHECK-RHS
           MOVE 'TRANSFERS READ=APPLIED+REJ+HELD' TO WS-CHECK-NAME
           PERFORM WRITE-CHECK-RESULT.
       BALANCE-RESIDENT-TRANSFER-EXIT.
           EXIT.

      * The code-book delta carries one record per change counted by
      * type, between its TRX-HEADER and its trailer.
       BALANCE-CODE-BOOK SECTION.
           MOVE 'CODE-BOOK-CONTROL-TOTALS.RPT' TO WS-CT-DSN
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'CODE_BOOK_CONTROL_TOTAL_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-CT-DSN
           END-IF
           PERFORM LOAD-CONTROL-REPORT
           IF WS-REPORT-PRESENT = 'N'
               GO TO BALANCE-CODE-BOOK-EXIT
           END-IF
           MOVE 'DELTA RECORDS' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           MOVE WS-LOOKUP-VALUE TO WS-CHECK-LHS
           MOVE 'DELTA ADDS' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           MOVE WS-LOOKUP-VALUE TO WS-CHECK-RHS
           MOVE 'DELTA CORRECTIONS' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           ADD WS-LOOKUP-VALUE TO WS-CHECK-RHS
           MOVE 'DELTA ALIASES' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           ADD WS-LOOKUP-VALUE TO WS-CHECK-RHS
           MOVE 'DELTA RETIREMENTS' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           ADD WS-LOOKUP-VALUE TO WS-CHECK-RHS
           MOVE 'DELTA REACTIVATED' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           ADD WS-LOOKUP-VALUE TO WS-CHECK-RHS
           MOVE 'CODE BOOK DELTA=SUM OF TYPES' TO WS-CHECK-NAME
           PERFORM WRITE-CHECK-RESULT
           MOVE 'DELTA RECORDS' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           MOVE WS-LOOKUP-VALUE TO WS-CHECK-RHS
           MOVE 'CODE-BOOK-DELTA.DAT' TO WS-DATA-DSN
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'CODE_BOOK_DELTA_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-DATA-DSN
           END-IF
           PERFORM COUNT-DATA-RECORDS
           IF WS-DATA-STATUS NOT = '00'
               GO TO BALANCE-CODE-BOOK-EXIT
           END-IF
           COMPUTE WS-CHECK-LHS = WS-DATA-RECORDS - 2
           MOVE 'CODE BOOK DELTA FILE=RECORDS' TO WS-CHECK-NAME
           PERFORM WRITE-CHECK-RESULT.
       BALANCE-CODE-BOOK-EXIT.
           EXIT.

       BALANCE-ASSET-MAINT SECTION.
           MOVE 'ASSET-MAINT-CONTROL-TOTALS.RPT' TO WS-CT-DSN
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'ASSET_MAINT_CONTROL_TOTAL_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-CT-DSN
           END-IF
           PERFORM LOAD-CONTROL-REPORT
           IF WS-REPORT-PRESENT = 'N'
               GO TO BALANCE-ASSET-MAINT-EXIT
           END-IF
           MOVE 'TRANSACTIONS READ' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           MOVE WS-LOOKUP-VALUE TO WS-CHECK-LHS
           MOVE 'ASSETS ADDED' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           MOVE WS-LOOKUP-VALUE TO WS-CHECK-RHS
           MOVE 'ASSETS CHANGED' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           ADD WS-LOOKUP-VALUE TO WS-CHECK-RHS
           MOVE 'ASSETS RELOCATED' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           ADD WS-LOOKUP-VALUE TO WS-CHECK-RHS
           MOVE 'ASSETS DISPOSED' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           ADD WS-LOOKUP-VALUE TO WS-CHECK-RHS
           MOVE 'TRANS REJECTED' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           ADD WS-LOOKUP-VALUE TO WS-CHECK-RHS
           MOVE 'ASSET MAINT READ=APPLIED+REJ' TO WS-CHECK-NAME
           PERFORM WRITE-CHECK-RESULT.
       BALANCE-ASSET-MAINT-EXIT.
           EXIT.

       BALANCE-ASSET-LISTING SECTION.
           MOVE 'ASSET-LISTING-CONTROL-TOTALS.RPT' TO WS-CT-DSN
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'ASSET_LISTING_CONTROL_TOTAL_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-CT-DSN
           END-IF
           PERFORM LOAD-CONTROL-REPORT
           IF WS-REPORT-PRESENT = 'N'
               GO TO BALANCE-ASSET-LISTING-EXIT
           END-IF
           MOVE 'ASSETS LISTED' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           MOVE WS-LOOKUP-VALUE TO WS-CHECK-LHS
           MOVE 'IN SERVICE' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           MOVE WS-LOOKUP-VALUE TO WS-CHECK-RHS
           MOVE 'ACQUIRED' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           ADD WS-LOOKUP-VALUE TO WS-CHECK-RHS
           MOVE 'DISPOSED' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           ADD WS-LOOKUP-VALUE TO WS-CHECK-RHS
           MOVE 'ASSET LIST LISTED=SUM OF STATUS' TO WS-CHECK-NAME
           PERFORM WRITE-CHECK-RESULT.
       BALANCE-ASSET-LISTING-EXIT.
           EXIT.

      * Invoicing tie-back: every line raindrops billed tonight was
      * taken onto the unbilled file (assigned or not) or refused as
      * an extract already taken, and every invoice reached the AR
      * extract.
       BALANCE-CUSTOMER-INVOICE SECTION.
           MOVE 'RAINDROPS-CONTROL-TOTALS.RPT' TO WS-CT-DSN
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'RAINDROPS_CONTROL_TOTAL_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-CT-DSN
           END-IF
           PERFORM LOAD-CONTROL-REPORT
           MOVE 0 TO WS-RAINDROPS-BILLED
           IF WS-REPORT-PRESENT = 'Y'
               MOVE 'ASSETS BILLED' TO WS-LOOKUP-LABEL
               PERFORM LOOKUP-COUNT
               MOVE WS-LOOKUP-VALUE TO WS-RAINDROPS-BILLED
           END-IF
           MOVE 'INVOICE-CONTROL-TOTALS.RPT' TO WS-CT-DSN
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'INVOICE_CONTROL_TOTAL_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-CT-DSN
           END-IF
           PERFORM LOAD-CONTROL-REPORT
           IF WS-REPORT-PRESENT = 'N'
               GO TO BALANCE-CUSTOMER-INVOICE-EXIT
           END-IF
           MOVE 'BILLING LINES' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           MOVE WS-LOOKUP-VALUE TO WS-CHECK-LHS
           MOVE WS-RAINDROPS-BILLED TO WS-CHECK-RHS
           MOVE 'INVOICE LINES=RAINDROPS BILLED' TO WS-CHECK-NAME
           PERFORM WRITE-CHECK-RESULT
           MOVE 'LINES ASSIGNED' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           MOVE WS-LOOKUP-VALUE TO WS-CHECK-RHS
           MOVE 'LINES UNASSIGNED' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           ADD WS-LOOKUP-VALUE TO WS-CHECK-RHS
           MOVE 'ALREADY TAKEN' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           ADD WS-LOOKUP-VALUE TO WS-CHECK-RHS
           MOVE 'INVOICE LINES=ASSIGN+UNASS+TAKEN' TO WS-CHECK-NAME
           PERFORM WRITE-CHECK-RESULT
           MOVE 'INVOICES ISSUED' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           MOVE WS-LOOKUP-VALUE TO WS-CHECK-LHS
           MOVE 'AR RECORDS' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           MOVE WS-LOOKUP-VALUE TO WS-CHECK-RHS
           MOVE 'INVOICES ISSUED=AR RECORDS' TO WS-CHECK-NAME
           PERFORM WRITE-CHECK-RESULT
           MOVE 'CUSTOMER-AR-EXTRACT.DAT' TO WS-DATA-DSN
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'CUSTOMER_AR_EXTRACT_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-DATA-DSN
           END-IF
           PERFORM COUNT-DATA-RECORDS
           IF WS-DATA-STATUS NOT = '00'
               GO TO BALANCE-CUSTOMER-INVOICE-EXIT
           END-IF
           COMPUTE WS-CHECK-LHS = WS-DATA-RECORDS - 2
           MOVE 'AR EXTRACT FILE=AR RECORDS' TO WS-CHECK-NAME
           PERFORM WRITE-CHECK-RESULT.
       BALANCE-CUSTOMER-INVOICE-EXIT.
           EXIT.

      * Every adjustment applied or rejected, and each credit writes
      * one unbilled line and each rebill two.
       BALANCE-BILLING-ADJUST SECTION.
           MOVE 'BILLING-ADJUST-CONTROL-TOTALS.RPT' TO WS-CT-DSN
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'BILLING_ADJUST_CONTROL_TOTAL_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-CT-DSN
           END-IF
           PERFORM LOAD-CONTROL-REPORT
           IF WS-REPORT-PRESENT = 'N'
               GO TO BALANCE-BILLING-ADJUST-EXIT
           END-IF
           MOVE 'ADJUSTMENTS READ' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           MOVE WS-LOOKUP-VALUE TO WS-CHECK-LHS
           MOVE 'CREDITS APPLIED' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           MOVE WS-LOOKUP-VALUE TO WS-CHECK-RHS
           MOVE 'REBILLS APPLIED' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           ADD WS-LOOKUP-VALUE TO WS-CHECK-RHS
           MOVE 'WRITEOFFS APPLIED' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           ADD WS-LOOKUP-VALUE TO WS-CHECK-RHS
           MOVE 'ADJ REJECTED' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           ADD WS-LOOKUP-VALUE TO WS-CHECK-RHS
           MOVE 'ADJUSTMENTS READ=APPLIED+REJ' TO WS-CHECK-NAME
           PERFORM WRITE-CHECK-RESULT
           MOVE 'UNBILLED WRITTEN' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           MOVE WS-LOOKUP-VALUE TO WS-CHECK-LHS
           MOVE 'CREDITS APPLIED' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           MOVE WS-LOOKUP-VALUE TO WS-CHECK-RHS
           MOVE 'REBILLS APPLIED' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           COMPUTE WS-CHECK-RHS = WS-CHECK-RHS + 2 * WS-LOOKUP-VALUE
           MOVE 'ADJ UNBILLED=CREDITS+2*REBILLS' TO WS-CHECK-NAME
           PERFORM WRITE-CHECK-RESULT.
       BALANCE-BILLING-ADJUST-EXIT.
           EXIT.

       BALANCE-GL-JOURNAL SECTION.
           MOVE 'GL-JOURNAL-CONTROL-TOTALS.RPT' TO WS-CT-DSN
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'GL_JOURNAL_CONTROL_TOTAL_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-CT-DSN
           END-IF
           PERFORM LOAD-CONTROL-REPORT
           IF WS-REPORT-PRESENT = 'N'
               GO TO BALANCE-GL-JOURNAL-EXIT
           END-IF
           MOVE 'ITEMS PENDED' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           MOVE WS-LOOKUP-VALUE TO WS-CHECK-LHS
           MOVE 'INVOICES TAKEN' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           MOVE WS-LOOKUP-VALUE TO WS-CHECK-RHS
           MOVE 'STUBS TAKEN' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           ADD WS-LOOKUP-VALUE TO WS-CHECK-RHS
           MOVE 'ACCRUAL LINES' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           ADD WS-LOOKUP-VALUE TO WS-CHECK-RHS
           MOVE 'GL PENDED=INV+STUBS+ACCRUAL' TO WS-CHECK-NAME
           PERFORM WRITE-CHECK-RESULT
           MOVE 'ITEMS ON FILE' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           MOVE WS-LOOKUP-VALUE TO WS-CHECK-LHS
           MOVE 'ITEMS JOURNALED' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           MOVE WS-LOOKUP-VALUE TO WS-CHECK-RHS
           MOVE 'ITEMS CARRIED' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           ADD WS-LOOKUP-VALUE TO WS-CHECK-RHS
           MOVE 'GL ON FILE=JOURNALED+CARRIED' TO WS-CHECK-NAME
           PERFORM WRITE-CHECK-RESULT.
       BALANCE-GL-JOURNAL-EXIT.
           EXIT.

       BALANCE-PO-MASTER-LOAD SECTION.
           MOVE 'PO-MASTER-LOAD-CONTROL-TOTALS.RPT' TO WS-CT-DSN
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'PO_MASTER_LOAD_CONTROL_TOTAL_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-CT-DSN
           END-IF
           PERFORM LOAD-CONTROL-REPORT
           IF WS-REPORT-PRESENT = 'N'
               GO TO BALANCE-PO-MASTER-LOAD-EXIT
           END-IF
           MOVE 'FEED RECORDS READ' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           MOVE WS-LOOKUP-VALUE TO WS-CHECK-LHS
           MOVE 'POS ADDED' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           MOVE WS-LOOKUP-VALUE TO WS-CHECK-RHS
           MOVE 'POS CHANGED' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           ADD WS-LOOKUP-VALUE TO WS-CHECK-RHS
           MOVE 'POS UNCHANGED' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           ADD WS-LOOKUP-VALUE TO WS-CHECK-RHS
           MOVE 'FEED REJECTED' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           ADD WS-LOOKUP-VALUE TO WS-CHECK-RHS
           MOVE 'PO FEED READ=APPLIED+REJECTED' TO WS-CHECK-NAME
           PERFORM WRITE-CHECK-RESULT.
       BALANCE-PO-MASTER-LOAD-EXIT.
           EXIT.

       BALANCE-OPEN-PO-AGING SECTION.
           MOVE 'OPEN-PO-AGING-CONTROL-TOTALS.RPT' TO WS-CT-DSN
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'OPEN_PO_AGING_CONTROL_TOTAL_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-CT-DSN
           END-IF
           PERFORM LOAD-CONTROL-REPORT
           IF WS-REPORT-PRESENT = 'N'
               GO TO BALANCE-OPEN-PO-AGING-EXIT
           END-IF
           MOVE 'POS READ' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           MOVE WS-LOOKUP-VALUE TO WS-CHECK-LHS
           MOVE 'POS OPEN' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           MOVE WS-LOOKUP-VALUE TO WS-CHECK-RHS
           MOVE 'POS CLOSED' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           ADD WS-LOOKUP-VALUE TO WS-CHECK-RHS
           MOVE 'PO AGING READ=OPEN+CLOSED' TO WS-CHECK-NAME
           PERFORM WRITE-CHECK-RESULT
           MOVE 'POS OPEN' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           MOVE WS-LOOKUP-VALUE TO WS-CHECK-LHS
           MOVE 'AGE  1-  7 DAYS' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           MOVE WS-LOOKUP-VALUE TO WS-CHECK-RHS
           MOVE 'AGE  8- 30 DAYS' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           ADD WS-LOOKUP-VALUE TO WS-CHECK-RHS
           MOVE 'AGE OVER 30 DAYS' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           ADD WS-LOOKUP-VALUE TO WS-CHECK-RHS
           MOVE 'PO AGING OPEN=SUM OF BUCKETS' TO WS-CHECK-NAME
           PERFORM WRITE-CHECK-RESULT.
       BALANCE-OPEN-PO-AGING-EXIT.
           EXIT.

       BALANCE-EXHIBIT-MAINT SECTION.
           MOVE 'EXHIBIT-MAINT-CONTROL-TOTALS.RPT' TO WS-CT-DSN
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'EXHIBIT_MAINT_CONTROL_TOTAL_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-CT-DSN
           END-IF
           PERFORM LOAD-CONTROL-REPORT
           IF WS-REPORT-PRESENT = 'N'
               GO TO BALANCE-EXHIBIT-MAINT-EXIT
           END-IF
           MOVE 'TRANSACTIONS READ' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           MOVE WS-LOOKUP-VALUE TO WS-CHECK-LHS
           MOVE 'INSERTED' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           MOVE WS-LOOKUP-VALUE TO WS-CHECK-RHS
           MOVE 'WITHDRAWN' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           ADD WS-LOOKUP-VALUE TO WS-CHECK-RHS
           MOVE 'MOVED' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           ADD WS-LOOKUP-VALUE TO WS-CHECK-RHS
           MOVE 'TRANS REJECTED' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           ADD WS-LOOKUP-VALUE TO WS-CHECK-RHS
           MOVE 'EXHIBIT TRANS=APPLIED+REJECTED' TO WS-CHECK-NAME
           PERFORM WRITE-CHECK-RESULT.
       BALANCE-EXHIBIT-MAINT-EXIT.
           EXIT.

       BALANCE-EXHIBIT-RELETTER SECTION.
           MOVE 'EXHIBIT-RELETTER-CONTROL-TOTALS.RPT' TO WS-CT-DSN
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'EXHIBIT_RELETTER_CONTROL_TOTAL_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-CT-DSN
           END-IF
           PERFORM LOAD-CONTROL-REPORT
           IF WS-REPORT-PRESENT = 'N'
               GO TO BALANCE-EXHIBIT-RELETTER-EXIT
           END-IF
           MOVE 'MATTERS READ' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           MOVE WS-LOOKUP-VALUE TO WS-CHECK-LHS
           MOVE 'MATTERS RELETTERD' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           MOVE WS-LOOKUP-VALUE TO WS-CHECK-RHS
           MOVE 'MATTERS UNCHANGED' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           ADD WS-LOOKUP-VALUE TO WS-CHECK-RHS
           MOVE 'MATTERS SKIPPED' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           ADD WS-LOOKUP-VALUE TO WS-CHECK-RHS
           MOVE 'MATTERS READ=LETTERED+SKIPPED' TO WS-CHECK-NAME
           PERFORM WRITE-CHECK-RESULT.
       BALANCE-EXHIBIT-RELETTER-EXIT.
           EXIT.

       BALANCE-KEY-EXPIRY SECTION.
           MOVE 'KEY-EXPIRY-CONTROL-TOTALS.RPT' TO WS-CT-DSN
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'KEY_EXPIRY_CONTROL_TOTAL_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-CT-DSN
           END-IF
           PERFORM LOAD-CONTROL-REPORT
           IF WS-REPORT-PRESENT = 'N'
               GO TO BALANCE-KEY-EXPIRY-EXIT
           END-IF
           MOVE 'KEYS READ' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           MOVE WS-LOOKUP-VALUE TO WS-CHECK-LHS
           MOVE 'KEYS PENDING ADD' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           MOVE WS-LOOKUP-VALUE TO WS-CHECK-RHS
           MOVE 'KEYS NOT DUE' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           ADD WS-LOOKUP-VALUE TO WS-CHECK-RHS
           MOVE 'KEYS IN WINDOW' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           ADD WS-LOOKUP-VALUE TO WS-CHECK-RHS
           MOVE 'EXPIRED IN USE' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           ADD WS-LOOKUP-VALUE TO WS-CHECK-RHS
           MOVE 'EXPIRED NOT USED' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           ADD WS-LOOKUP-VALUE TO WS-CHECK-RHS
           MOVE 'KEYS REJECTED' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           ADD WS-LOOKUP-VALUE TO WS-CHECK-RHS
           MOVE 'VAULT KEYS READ=ALL CLASSED' TO WS-CHECK-NAME
           PERFORM WRITE-CHECK-RESULT.
       BALANCE-KEY-EXPIRY-EXIT.
           EXIT.

       BALANCE-CIPHER-REKEY SECTION.
           MOVE 'CIPHER-REKEY-CONTROL-TOTALS.RPT' TO WS-CT-DSN
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'CIPHER_REKEY_CONTROL_TOTAL_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-CT-DSN
           END-IF
           PERFORM LOAD-CONTROL-REPORT
           IF WS-REPORT-PRESENT = 'N'
               GO TO BALANCE-CIPHER-REKEY-EXIT
           END-IF
           MOVE 'FILES LISTED' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           MOVE WS-LOOKUP-VALUE TO WS-CHECK-LHS
           MOVE 'FILES RE-KEYED' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           MOVE WS-LOOKUP-VALUE TO WS-CHECK-RHS
           MOVE 'FILES ON CURRENT' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           ADD WS-LOOKUP-VALUE TO WS-CHECK-RHS
           MOVE 'FILES REJECTED' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           ADD WS-LOOKUP-VALUE TO WS-CHECK-RHS
           MOVE 'REKEY FILES LISTED=ALL SETTLED' TO WS-CHECK-NAME
           PERFORM WRITE-CHECK-RESULT.
       BALANCE-CIPHER-REKEY-EXIT.
           EXIT.

       BALANCE-TRANSMISSION-RECON SECTION.
           MOVE 'TRANSMISSION-RECON-CONTROL-TOTALS.RPT' TO WS-CT-DSN
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'TRANSMISSION_RECON_CONTROL_TOTAL_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-CT-DSN
           END-IF
           PERFORM LOAD-CONTROL-REPORT
           IF WS-REPORT-PRESENT = 'N'
               GO TO BALANCE-TRANSMISSION-RECON-EXIT
           END-IF
           MOVE 'MANIFEST LINES' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           MOVE WS-LOOKUP-VALUE TO WS-CHECK-LHS
           MOVE 'ACKNOWLEDGED' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           MOVE WS-LOOKUP-VALUE TO WS-CHECK-RHS
           MOVE 'NOT ACKNOWLEDGED' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           ADD WS-LOOKUP-VALUE TO WS-CHECK-RHS
           MOVE 'COUNT MISMATCH' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           ADD WS-LOOKUP-VALUE TO WS-CHECK-RHS
           MOVE 'HASH MISMATCH' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           ADD WS-LOOKUP-VALUE TO WS-CHECK-RHS
           MOVE 'XMIT MANIFEST=ALL SETTLED' TO WS-CHECK-NAME
           PERFORM WRITE-CHECK-RESULT.
       BALANCE-TRANSMISSION-RECON-EXIT.
           EXIT.

       BALANCE-ADHOC-DISPATCH SECTION.
           MOVE 'ADHOC-DISPATCH-CONTROL-TOTALS.RPT' TO WS-CT-DSN
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'ADHOC_DISPATCH_CONTROL_TOTAL_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-CT-DSN
           END-IF
           PERFORM LOAD-CONTROL-REPORT
           IF WS-REPORT-PRESENT = 'N'
               GO TO BALANCE-ADHOC-DISPATCH-EXIT
           END-IF
           MOVE 'REQUESTS READ' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           MOVE WS-LOOKUP-VALUE TO WS-CHECK-LHS
           MOVE 'ALREADY LOGGED' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           MOVE WS-LOOKUP-VALUE TO WS-CHECK-RHS
           MOVE 'NOT YET DUE' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           ADD WS-LOOKUP-VALUE TO WS-CHECK-RHS
           MOVE 'REJECTED' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           ADD WS-LOOKUP-VALUE TO WS-CHECK-RHS
           MOVE 'DISPATCHED' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           ADD WS-LOOKUP-VALUE TO WS-CHECK-RHS
           MOVE 'DEFERRED' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           ADD WS-LOOKUP-VALUE TO WS-CHECK-RHS
           MOVE 'ADHOC REQUESTS=ALL SETTLED' TO WS-CHECK-NAME
           PERFORM WRITE-CHECK-RESULT.
       BALANCE-ADHOC-DISPATCH-EXIT.
           EXIT.

       BALANCE-REPORT-DISTRIBUTION SECTION.
           MOVE 'REPORT-DISTRIBUTION-CONTROL-TOTALS.RPT' TO WS-CT-DSN
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'REPORT_DISTRIBUTION_CONTROL_TOTAL_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-CT-DSN
           END-IF
           PERFORM LOAD-CONTROL-REPORT
           IF WS-REPORT-PRESENT = 'N'
               GO TO BALANCE-REPORT-DISTRIBUTION-EXIT
           END-IF
           MOVE 'ENTRIES READ' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           MOVE WS-LOOKUP-VALUE TO WS-CHECK-LHS
           MOVE 'DELIVERED' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           MOVE WS-LOOKUP-VALUE TO WS-CHECK-RHS
           MOVE 'NOT TONIGHT' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           ADD WS-LOOKUP-VALUE TO WS-CHECK-RHS
           MOVE 'MISSING' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           ADD WS-LOOKUP-VALUE TO WS-CHECK-RHS
           MOVE 'EMPTY' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           ADD WS-LOOKUP-VALUE TO WS-CHECK-RHS
           MOVE 'STALE RUN ID' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           ADD WS-LOOKUP-VALUE TO WS-CHECK-RHS
           MOVE 'DISTRIB ENTRIES=ALL SETTLED' TO WS-CHECK-NAME
           PERFORM WRITE-CHECK-RESULT.
       BALANCE-REPORT-DISTRIBUTION-EXIT.
           EXIT.

       BALANCE-DATASET-HOUSEKEEPING SECTION.
           MOVE 'DATASET-HOUSEKEEPING-CONTROL-TOTALS.RPT' TO WS-CT-DSN
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'DATASET_HOUSEKEEPING_CONTROL_TOTAL_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-CT-DSN
           END-IF
           PERFORM LOAD-CONTROL-REPORT
           IF WS-REPORT-PRESENT = 'N'
               GO TO BALANCE-DATASET-HOUSEKEEPING-EXIT
           END-IF
           MOVE 'DATASETS FOUND' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           MOVE WS-LOOKUP-VALUE TO WS-CHECK-LHS
           MOVE 'REMOVED' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           MOVE WS-LOOKUP-VALUE TO WS-CHECK-RHS
           MOVE 'ARCHIVED' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           ADD WS-LOOKUP-VALUE TO WS-CHECK-RHS
           MOVE 'KEPT' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           ADD WS-LOOKUP-VALUE TO WS-CHECK-RHS
           MOVE 'NOT CATALOGUED' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           ADD WS-LOOKUP-VALUE TO WS-CHECK-RHS
           MOVE 'REMOVE FAILED' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           ADD WS-LOOKUP-VALUE TO WS-CHECK-RHS
           MOVE 'DATASETS FOUND=ALL SETTLED' TO WS-CHECK-NAME
           PERFORM WRITE-CHECK-RESULT.
       BALANCE-DATASET-HOUSEKEEPING-EXIT.
           EXIT.

       BALANCE-TABLE-CAPACITY SECTION.
           MOVE 'TABLE-CAPACITY-CONTROL-TOTALS.RPT' TO WS-CT-DSN
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'TABLE_CAPACITY_CONTROL_TOTAL_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-CT-DSN
           END-IF
           PERFORM LOAD-CONTROL-REPORT
           IF WS-REPORT-PRESENT = 'N'
               GO TO BALANCE-TABLE-CAPACITY-EXIT
           END-IF
           MOVE 'TABLES REPORTED' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           MOVE WS-LOOKUP-VALUE TO WS-CHECK-LHS
           MOVE 'TABLES OK' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           MOVE WS-LOOKUP-VALUE TO WS-CHECK-RHS
           MOVE 'TABLES AT WARN' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           ADD WS-LOOKUP-VALUE TO WS-CHECK-RHS
           MOVE 'TABLES FULL' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           ADD WS-LOOKUP-VALUE TO WS-CHECK-RHS
           MOVE 'TABLE CAPACITY' TO WS-CHECK-NAME
           PERFORM WRITE-CHECK-RESULT.
       BALANCE-TABLE-CAPACITY-EXIT.
           EXIT.

       BALANCE-CONSOLE-ACCESS SECTION.
           MOVE 'CONSOLE-ACCESS-REVIEW-CONTROL-TOTALS.RPT' TO WS-CT-DSN
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'CONSOLE_ACCESS_REVIEW_CONTROL_TOTAL_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-CT-DSN
           END-IF
           PERFORM LOAD-CONTROL-REPORT
           IF WS-REPORT-PRESENT = 'N'
               GO TO BALANCE-CONSOLE-ACCESS-EXIT
           END-IF
           MOVE 'LOG RECORDS READ' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           MOVE WS-LOOKUP-VALUE TO WS-CHECK-LHS
           MOVE 'IN REVIEW MONTH' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           MOVE WS-LOOKUP-VALUE TO WS-CHECK-RHS
           MOVE 'OUTSIDE MONTH' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           ADD WS-LOOKUP-VALUE TO WS-CHECK-RHS
           MOVE 'CONSOLE ACCESS REVIEW' TO WS-CHECK-NAME
           PERFORM WRITE-CHECK-RESULT.
       BALANCE-CONSOLE-ACCESS-EXIT.
           EXIT.

       BALANCE-CLOSE-TASK-LIST SECTION.
           MOVE 'CLOSE-TASK-CONTROL-TOTALS.RPT' TO WS-CT-DSN
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'CLOSE_TASK_CONTROL_TOTAL_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-CT-DSN
           END-IF
           PERFORM LOAD-CONTROL-REPORT
           IF WS-REPORT-PRESENT = 'N'
               GO TO BALANCE-CLOSE-TASK-LIST-EXIT
           END-IF
           MOVE 'TASKS ON LIST' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           MOVE WS-LOOKUP-VALUE TO WS-CHECK-LHS
           MOVE 'TASKS OPEN' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           MOVE WS-LOOKUP-VALUE TO WS-CHECK-RHS
           MOVE 'TASKS COMPLETE' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           ADD WS-LOOKUP-VALUE TO WS-CHECK-RHS
           MOVE 'CLOSE TASK LIST' TO WS-CHECK-NAME
           PERFORM WRITE-CHECK-RESULT.
       BALANCE-CLOSE-TASK-LIST-EXIT.
           EXIT.

       BALANCE-CLOSE-TASK-STATUS SECTION.
           MOVE 'CLOSE-TASK-CONTROL-TOTALS.RPT' TO WS-CT-DSN
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'CLOSE_TASK_CONTROL_TOTAL_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-CT-DSN
           END-IF
           PERFORM LOAD-CONTROL-REPORT
           IF WS-REPORT-PRESENT = 'N'
               GO TO BALANCE-CLOSE-TASK-STATUS-EXIT
           END-IF
           MOVE 'STATUS TXNS READ' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           MOVE WS-LOOKUP-VALUE TO WS-CHECK-LHS
           MOVE 'STATUS APPLIED' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           MOVE WS-LOOKUP-VALUE TO WS-CHECK-RHS
           MOVE 'STATUS REJECTED' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           ADD WS-LOOKUP-VALUE TO WS-CHECK-RHS
           MOVE 'CLOSE TASK STATUS' TO WS-CHECK-NAME
           PERFORM WRITE-CHECK-RESULT.
       BALANCE-CLOSE-TASK-STATUS-EXIT.
           EXIT.

       BALANCE-ONCALL-ALERTS SECTION.
           MOVE 'ONCALL-CONTROL-TOTALS.RPT' TO WS-CT-DSN
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'ONCALL_CONTROL_TOTAL_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-CT-DSN
           END-IF
           PERFORM LOAD-CONTROL-REPORT
           IF WS-REPORT-PRESENT = 'N'
               GO TO BALANCE-ONCALL-ALERTS-EXIT
           END-IF
           MOVE 'ALERTS READ' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           MOVE WS-LOOKUP-VALUE TO WS-CHECK-LHS
           MOVE 'ALERTS EXPIRED' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           MOVE WS-LOOKUP-VALUE TO WS-CHECK-RHS
           MOVE 'ALREADY LOGGED' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           ADD WS-LOOKUP-VALUE TO WS-CHECK-RHS
           MOVE 'NEW ALERTS' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           ADD WS-LOOKUP-VALUE TO WS-CHECK-RHS
           MOVE 'ALERTS REOPENED' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           ADD WS-LOOKUP-VALUE TO WS-CHECK-RHS
           MOVE 'ALERTS SUPPRESSED' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           ADD WS-LOOKUP-VALUE TO WS-CHECK-RHS
           MOVE 'ALERTS DROPPED' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           ADD WS-LOOKUP-VALUE TO WS-CHECK-RHS
           MOVE 'ONCALL ALERTS' TO WS-CHECK-NAME
           PERFORM WRITE-CHECK-RESULT.
       BALANCE-ONCALL-ALERTS-EXIT.
           EXIT.

       BALANCE-ONCALL-ACKS SECTION.
           MOVE 'ONCALL-CONTROL-TOTALS.RPT' TO WS-CT-DSN
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'ONCALL_CONTROL_TOTAL_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-CT-DSN
           END-IF
           PERFORM LOAD-CONTROL-REPORT
           IF WS-REPORT-PRESENT = 'N'
               GO TO BALANCE-ONCALL-ACKS-EXIT
           END-IF
           MOVE 'ACKS READ' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           MOVE WS-LOOKUP-VALUE TO WS-CHECK-LHS
           MOVE 'ACKS APPLIED' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           MOVE WS-LOOKUP-VALUE TO WS-CHECK-RHS
           MOVE 'ACKS ALREADY HELD' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           ADD WS-LOOKUP-VALUE TO WS-CHECK-RHS
           MOVE 'ACKS REJECTED' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           ADD WS-LOOKUP-VALUE TO WS-CHECK-RHS
           MOVE 'ONCALL ACKS' TO WS-CHECK-NAME
           PERFORM WRITE-CHECK-RESULT.
       BALANCE-ONCALL-ACKS-EXIT.
           EXIT.

       BALANCE-NUTRIENT-ANALYSIS SECTION.
           MOVE 'NUTRIENT-CONTROL-TOTALS.RPT' TO WS-CT-DSN
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'NUTRIENT_CONTROL_TOTAL_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-CT-DSN
           END-IF
           PERFORM LOAD-CONTROL-REPORT
           IF WS-REPORT-PRESENT = 'N'
               GO TO BALANCE-NUTRIENT-ANALYSIS-EXIT
           END-IF
           MOVE 'TICKET LINES READ' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           MOVE WS-LOOKUP-VALUE TO WS-CHECK-LHS
           MOVE 'LINES ANALYZED' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           MOVE WS-LOOKUP-VALUE TO WS-CHECK-RHS
           MOVE 'LINES HELD' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           ADD WS-LOOKUP-VALUE TO WS-CHECK-RHS
           MOVE 'LINES DROPPED' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           ADD WS-LOOKUP-VALUE TO WS-CHECK-RHS
           MOVE 'NUTRIENT TICKET LINES' TO WS-CHECK-NAME
           PERFORM WRITE-CHECK-RESULT.
       BALANCE-NUTRIENT-ANALYSIS-EXIT.
           EXIT.

       BALANCE-LOG-CHAIN-RECORDS SECTION.
           MOVE 'LOG-CHAIN-CONTROL-TOTALS.RPT' TO WS-CT-DSN
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'LOG_CHAIN_CONTROL_TOTAL_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-CT-DSN
           END-IF
           PERFORM LOAD-CONTROL-REPORT
           IF WS-REPORT-PRESENT = 'N'
               GO TO BALANCE-LOG-CHAIN-RECORDS-EXIT
           END-IF
           MOVE 'RECORDS READ' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           MOVE WS-LOOKUP-VALUE TO WS-CHECK-LHS
           MOVE 'UNLINKED RECORDS' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           MOVE WS-LOOKUP-VALUE TO WS-CHECK-RHS
           MOVE 'LINKS VERIFIED' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           ADD WS-LOOKUP-VALUE TO WS-CHECK-RHS
           MOVE 'LINKS BROKEN' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           ADD WS-LOOKUP-VALUE TO WS-CHECK-RHS
           MOVE 'LOG CHAIN RECORDS' TO WS-CHECK-NAME
           PERFORM WRITE-CHECK-RESULT.
       BALANCE-LOG-CHAIN-RECORDS-EXIT.
           EXIT.

       BALANCE-LOG-CHAIN-LOGS SECTION.
           MOVE 'LOG-CHAIN-CONTROL-TOTALS.RPT' TO WS-CT-DSN
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'LOG_CHAIN_CONTROL_TOTAL_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-CT-DSN
           END-IF
           PERFORM LOAD-CONTROL-REPORT
           IF WS-REPORT-PRESENT = 'N'
               GO TO BALANCE-LOG-CHAIN-LOGS-EXIT
           END-IF
           MOVE 'LOGS CHECKED' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           MOVE WS-LOOKUP-VALUE TO WS-CHECK-LHS
           MOVE 'LOGS INTACT' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           MOVE WS-LOOKUP-VALUE TO WS-CHECK-RHS
           MOVE 'LOGS BROKEN' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           ADD WS-LOOKUP-VALUE TO WS-CHECK-RHS
           MOVE 'LOGS NOT ON FILE' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           ADD WS-LOOKUP-VALUE TO WS-CHECK-RHS
           MOVE 'LOG CHAIN LOGS' TO WS-CHECK-NAME
           PERFORM WRITE-CHECK-RESULT.
       BALANCE-LOG-CHAIN-LOGS-EXIT.
           EXIT.

      * Every live master record the audit read got one verdict.
       BALANCE-MASTER-JOURNAL-RECORDS SECTION.
           MOVE 'MASTER-JOURNAL-CONTROL-TOTALS.RPT' TO WS-CT-DSN
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'MASTER_JOURNAL_CONTROL_TOTAL_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-CT-DSN
           END-IF
           PERFORM LOAD-CONTROL-REPORT
           IF WS-REPORT-PRESENT = 'N'
               GO TO BALANCE-MASTER-JOURNAL-RECORDS-EXIT
           END-IF
           MOVE 'MASTER RECORDS' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           MOVE WS-LOOKUP-VALUE TO WS-CHECK-LHS
           MOVE 'RECORDS MATCHED' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           MOVE WS-LOOKUP-VALUE TO WS-CHECK-RHS
           MOVE 'NO JOURNAL ENTRY' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           ADD WS-LOOKUP-VALUE TO WS-CHECK-RHS
           MOVE 'IMAGE MISMATCHES' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           ADD WS-LOOKUP-VALUE TO WS-CHECK-RHS
           MOVE 'ON MASTER ONLY' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           ADD WS-LOOKUP-VALUE TO WS-CHECK-RHS
           MOVE 'MASTER JOURNAL RECORDS' TO WS-CHECK-NAME
           PERFORM WRITE-CHECK-RESULT.
       BALANCE-MASTER-JOURNAL-RECORDS-EXIT.
           EXIT.

      * Every journal entry in the replay window was replayed or
      * listed as not replayed.
       BALANCE-MASTER-JOURNAL-ENTRIES SECTION.
           MOVE 'MASTER-JOURNAL-CONTROL-TOTALS.RPT' TO WS-CT-DSN
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'MASTER_JOURNAL_CONTROL_TOTAL_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-CT-DSN
           END-IF
           PERFORM LOAD-CONTROL-REPORT
           IF WS-REPORT-PRESENT = 'N'
               GO TO BALANCE-MASTER-JOURNAL-ENTRIES-EXIT
           END-IF
           MOVE 'JOURNAL ENTRIES' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           MOVE WS-LOOKUP-VALUE TO WS-CHECK-LHS
           MOVE 'ENTRIES REPLAYED' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           MOVE WS-LOOKUP-VALUE TO WS-CHECK-RHS
           MOVE 'ENTRIES SKIPPED' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           ADD WS-LOOKUP-VALUE TO WS-CHECK-RHS
           MOVE 'MASTER JOURNAL ENTRIES' TO WS-CHECK-NAME
           PERFORM WRITE-CHECK-RESULT.
       BALANCE-MASTER-JOURNAL-ENTRIES-EXIT.
           EXIT.

      * Every resident on the discharge register came out of the
      * purge in exactly one outcome.
       BALANCE-RESIDENT-PURGE-RESIDENTS SECTION.
           MOVE 'RESIDENT-PURGE-CONTROL-TOTALS.RPT' TO WS-CT-DSN
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'RESIDENT_PURGE_CONTROL_TOTAL_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-CT-DSN
           END-IF
           PERFORM LOAD-CONTROL-REPORT
           IF WS-REPORT-PRESENT = 'N'
               GO TO BALANCE-RESIDENT-PURGE-RESIDENTS-EXIT
           END-IF
           MOVE 'RESIDENTS' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           MOVE WS-LOOKUP-VALUE TO WS-CHECK-LHS
           MOVE 'PURGED COMPLETE' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           MOVE WS-LOOKUP-VALUE TO WS-CHECK-RHS
           MOVE 'PURGED PARTIAL' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           ADD WS-LOOKUP-VALUE TO WS-CHECK-RHS
           MOVE 'NOT YET DUE' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           ADD WS-LOOKUP-VALUE TO WS-CHECK-RHS
           MOVE 'READMITTED' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           ADD WS-LOOKUP-VALUE TO WS-CHECK-RHS
           MOVE 'ON LEGAL HOLD' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           ADD WS-LOOKUP-VALUE TO WS-CHECK-RHS
           MOVE 'BAD DISCHG DATE' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           ADD WS-LOOKUP-VALUE TO WS-CHECK-RHS
           MOVE 'RESIDENT PURGE RESIDENTS' TO WS-CHECK-NAME
           PERFORM WRITE-CHECK-RESULT.
       BALANCE-RESIDENT-PURGE-RESIDENTS-EXIT.
           EXIT.

      * Every record taken off a live file by the purge is on the
      * retention archive.
       BALANCE-RESIDENT-PURGE-RECORDS SECTION.
           MOVE 'RESIDENT-PURGE-CONTROL-TOTALS.RPT' TO WS-CT-DSN
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'RESIDENT_PURGE_CONTROL_TOTAL_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-CT-DSN
           END-IF
           PERFORM LOAD-CONTROL-REPORT
           IF WS-REPORT-PRESENT = 'N'
               GO TO BALANCE-RESIDENT-PURGE-RECORDS-EXIT
           END-IF
           MOVE 'RECORDS PURGED' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           MOVE WS-LOOKUP-VALUE TO WS-CHECK-LHS
           MOVE 'ARCHIVE RECORDS' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           MOVE WS-LOOKUP-VALUE TO WS-CHECK-RHS
           MOVE 'RESIDENT PURGE RECORDS' TO WS-CHECK-NAME
           PERFORM WRITE-CHECK-RESULT.
       BALANCE-RESIDENT-PURGE-RECORDS-EXIT.
           EXIT.

      * Every resident the allergen migration re-scored has its
      * change on score history.
       BALANCE-ALLERGEN-MIGRATE-SCORES SECTION.
           MOVE 'ALLERGEN-MIGRATE-CONTROL-TOTALS.RPT' TO WS-CT-DSN
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'ALLERGEN_MIGRATE_CONTROL_TOTAL_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-CT-DSN
           END-IF
           PERFORM LOAD-CONTROL-REPORT
           IF WS-REPORT-PRESENT = 'N'
               GO TO BALANCE-ALLERGEN-MIGRATE-SCORES-EXIT
           END-IF
           MOVE 'RESIDENTS CHANGED' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           MOVE WS-LOOKUP-VALUE TO WS-CHECK-LHS
           MOVE 'SCORE HISTORY' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           MOVE WS-LOOKUP-VALUE TO WS-CHECK-RHS
           MOVE 'ALLERGEN MIGRATION SCORES' TO WS-CHECK-NAME
           PERFORM WRITE-CHECK-RESULT.
       BALANCE-ALLERGEN-MIGRATE-SCORES-EXIT.
           EXIT.

      * Every severity pair read by the migration is written back,
      * or mapped away and replaced by its copies, copies landing on
      * the same resident and allergen being merged into one.
       BALANCE-ALLERGEN-MIGRATE-SEVERITY SECTION.
           MOVE 'ALLERGEN-MIGRATE-CONTROL-TOTALS.RPT' TO WS-CT-DSN
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'ALLERGEN_MIGRATE_CONTROL_TOTAL_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-CT-DSN
           END-IF
           PERFORM LOAD-CONTROL-REPORT
           IF WS-REPORT-PRESENT = 'N'
               GO TO BALANCE-ALLERGEN-MIGRATE-SEVERITY-EXIT
           END-IF
           MOVE 'SEVERITY WRITTEN' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           MOVE WS-LOOKUP-VALUE TO WS-CHECK-LHS
           MOVE 'SEVERITY MAPPED' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           ADD WS-LOOKUP-VALUE TO WS-CHECK-LHS
           MOVE 'SEVERITY MERGED' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           ADD WS-LOOKUP-VALUE TO WS-CHECK-LHS
           MOVE 'SEVERITY READ' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           MOVE WS-LOOKUP-VALUE TO WS-CHECK-RHS
           MOVE 'SEVERITY COPIES' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           ADD WS-LOOKUP-VALUE TO WS-CHECK-RHS
           MOVE 'ALLERGEN MIGRATION SEVERITY' TO WS-CHECK-NAME
           PERFORM WRITE-CHECK-RESULT.
       BALANCE-ALLERGEN-MIGRATE-SEVERITY-EXIT.
           EXIT.

      * Every recipe, substitution, menu and excipient line read by
      * the migration is written back, or mapped away and replaced by
      * its copies.
       BALANCE-ALLERGEN-MIGRATE-LINES SECTION.
           MOVE 'ALLERGEN-MIGRATE-CONTROL-TOTALS.RPT' TO WS-CT-DSN
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'ALLERGEN_MIGRATE_CONTROL_TOTAL_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-CT-DSN
           END-IF
           PERFORM LOAD-CONTROL-REPORT
           IF WS-REPORT-PRESENT = 'N'
               GO TO BALANCE-ALLERGEN-MIGRATE-LINES-EXIT
           END-IF
           MOVE 'LINES WRITTEN' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           MOVE WS-LOOKUP-VALUE TO WS-CHECK-LHS
           MOVE 'LINES MAPPED' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           ADD WS-LOOKUP-VALUE TO WS-CHECK-LHS
           MOVE 'LINES READ' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           MOVE WS-LOOKUP-VALUE TO WS-CHECK-RHS
           MOVE 'LINES COPIED' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           ADD WS-LOOKUP-VALUE TO WS-CHECK-RHS
           MOVE 'ALLERGEN MIGRATION LINES' TO WS-CHECK-NAME
           PERFORM WRITE-CHECK-RESULT.
       BALANCE-ALLERGEN-MIGRATE-LINES-EXIT.
           EXIT.

      * Every record on the old 45-byte patient master is loaded onto
      * the converted master or listed as rejected.
       BALANCE-PATIENT-MASTER-CONVERT SECTION.
           MOVE 'PATIENT-MASTER-CONVERT-CONTROL-TOTALS.RPT' TO WS-CT-DSN
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'PATIENT_MASTER_CONVERT_CONTROL_TOTAL_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-CT-DSN
           END-IF
           PERFORM LOAD-CONTROL-REPORT
           IF WS-REPORT-PRESENT = 'N'
               GO TO BALANCE-PATIENT-MASTER-CONVERT-EXIT
           END-IF
           MOVE 'RECORDS READ' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           MOVE WS-LOOKUP-VALUE TO WS-CHECK-LHS
           MOVE 'RECORDS LOADED' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           MOVE WS-LOOKUP-VALUE TO WS-CHECK-RHS
           MOVE 'RECORDS REJECTED' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           ADD WS-LOOKUP-VALUE TO WS-CHECK-RHS
           MOVE 'PATIENT MASTER CONVERSION' TO WS-CHECK-NAME
           PERFORM WRITE-CHECK-RESULT.
       BALANCE-PATIENT-MASTER-CONVERT-EXIT.
           EXIT.

      * Every record on the old 189-byte acronym master is loaded onto
      * the converted master or listed as rejected.
       BALANCE-ACRONYM-MASTER-CONVERT SECTION.
           MOVE 'ACRONYM-MASTER-CONVERT-CONTROL-TOTALS.RPT' TO WS-CT-DSN
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'ACRONYM_MASTER_CONVERT_CONTROL_TOTAL_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-CT-DSN
           END-IF
           PERFORM LOAD-CONTROL-REPORT
           IF WS-REPORT-PRESENT = 'N'
               GO TO BALANCE-ACRONYM-MASTER-CONVERT-EXIT
           END-IF
           MOVE 'RECORDS READ' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           MOVE WS-LOOKUP-VALUE TO WS-CHECK-LHS
           MOVE 'RECORDS LOADED' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           MOVE WS-LOOKUP-VALUE TO WS-CHECK-RHS
           MOVE 'RECORDS REJECTED' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           ADD WS-LOOKUP-VALUE TO WS-CHECK-RHS
           MOVE 'ACRONYM MASTER CONVERSION' TO WS-CHECK-NAME
           PERFORM WRITE-CHECK-RESULT.
       BALANCE-ACRONYM-MASTER-CONVERT-EXIT.
           EXIT.

      * Every record on the old 136-byte pseudonym cross-reference is
      * loaded onto the converted one or listed as rejected.
       BALANCE-PSEUDONYM-XREF-CONVERT SECTION.
           MOVE 'PSEUDONYM-XREF-CONVERT-CONTROL-TOTALS.RPT' TO WS-CT-DSN
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'PSEUDONYM_XREF_CONVERT_CONTROL_TOTAL_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-CT-DSN
           END-IF
           PERFORM LOAD-CONTROL-REPORT
           IF WS-REPORT-PRESENT = 'N'
               GO TO BALANCE-PSEUDONYM-XREF-CONVERT-EXIT
           END-IF
           MOVE 'RECORDS READ' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           MOVE WS-LOOKUP-VALUE TO WS-CHECK-LHS
           MOVE 'RECORDS LOADED' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           MOVE WS-LOOKUP-VALUE TO WS-CHECK-RHS
           MOVE 'RECORDS REJECTED' TO WS-LOOKUP-LABEL
           PERFORM LOOKUP-COUNT
           ADD WS-LOOKUP-VALUE TO WS-CHECK-RHS
           MOVE 'PSEUDONYM XREF CONVERSION' TO WS-CHECK-NAME
           PERFORM WRITE-CHECK-RESULT.
       BALANCE-PSEUDONYM-XREF-CONVERT-EXIT.
           EXIT.

       COUNT-DATA-RECORDS SECTION.
           MOVE WS-DATA-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-DATA-DSN
           MOVE 0 TO WS-DATA-RECORDS
           OPEN INPUT DATA-COUNT-FILE
           IF WS-DATA-STATUS NOT = '00'
               GO TO COUNT-DATA-RECORDS-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ DATA-COUNT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-DATA-RECORDS
               END-READ
           END-PERFORM
           CLOSE DATA-COUNT-FILE
           MOVE 'N' TO WS-EOF-FLAG.
       COUNT-DATA-RECORDS-EXIT.
           EXIT.

      * Only pipe-delimited lines are extract records - the heading
      * and run banner lines carry no pipe and are not counted.
       COUNT-PIPE-RECORDS SECTION.
           MOVE WS-DATA-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-DATA-DSN
           MOVE 0 TO WS-DATA-RECORDS
           OPEN INPUT DATA-COUNT-FILE
           IF WS-DATA-STATUS NOT = '00'
               GO TO COUNT-PIPE-RECORDS-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ DATA-COUNT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE 0 TO WS-PIPE-TALLY
                       INSPECT DATA-COUNT-LINE TALLYING WS-PIPE-TALLY
                           FOR ALL '|'
                       IF WS-PIPE-TALLY > 0
                           ADD 1 TO WS-DATA-RECORDS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DATA-COUNT-FILE
           MOVE 'N' TO WS-EOF-FLAG.
       COUNT-PIPE-RECORDS-EXIT.
           EXIT.

      * Loads one control-total report's labeled counts into the
      * work table. The first record is the TRX-HEADER; a report
      * whose run ID is not tonight's is reported and every check on
      * it fails, since stale totals balancing is worse than missing
      * ones.
       LOAD-CONTROL-REPORT SECTION.
      * The producers resolve their control-total names through the
      * environment/company switch, so the verifier must read the
      * same resolved names or it balances files nobody wrote.
           MOVE WS-CT-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-CT-DSN
           MOVE 'N' TO WS-REPORT-PRESENT
           IF WS-COUNT-COUNT > WS-COUNT-PEAK
               MOVE WS-COUNT-COUNT TO WS-COUNT-PEAK
           END-IF
           MOVE 0 TO WS-COUNT-COUNT
           MOVE SPACES TO WS-REPORT-RUN-ID
           OPEN INPUT CONTROL-REPORT-FILE
           IF WS-CT-STATUS NOT = '00'
               MOVE SPACES TO BAL-LINE
               STRING 'MISSING REPORT: ' DELIMITED BY SIZE
                      WS-CT-DSN(1:40) DELIMITED BY SIZE
                 INTO BAL-LINE
               WRITE BAL-LINE
               GO TO LOAD-CONTROL-REPORT-EXIT
           END-IF
           MOVE 'Y' TO WS-REPORT-PRESENT
           READ CONTROL-REPORT-FILE
               AT END
                   MOVE 'N' TO WS-REPORT-PRESENT
               NOT AT END
                   MOVE CT-HDR-RUN-ID TO WS-REPORT-RUN-ID
           END-READ
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ CONTROL-REPORT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM PARSE-COUNT-LINE
               END-READ
           END-PERFORM
           CLOSE CONTROL-REPORT-FILE
           MOVE 'N' TO WS-EOF-FLAG
           IF WS-REPORT-PRESENT = 'Y'
               AND WS-REPORT-RUN-ID NOT = WS-PARM-RUN-ID
               ADD 1 TO WS-CHECKS-RUN
               ADD 1 TO WS-CHECKS-FAILED
               MOVE SPACES TO BAL-LINE
               STRING 'WRONG RUN ID ' DELIMITED BY SIZE
                      WS-REPORT-RUN-ID DELIMITED BY SIZE
                      ' ON ' DELIMITED BY SIZE
                      WS-CT-DSN(1:40) DELIMITED BY SIZE
                 INTO BAL-LINE
               WRITE BAL-LINE
               MOVE 'N' TO WS-REPORT-PRESENT
           END-IF.
       LOAD-CONTROL-REPORT-EXIT.
           EXIT.

       PARSE-COUNT-LINE SECTION.
           IF WS-COUNT-COUNT >= WS-COUNT-MAX
               GO TO PARSE-COUNT-LINE-EXIT
           END-IF
           MOVE SPACES TO WS-PARSE-LABEL
           MOVE SPACES TO WS-PARSE-VALUE-TXT
           UNSTRING CT-LINE DELIMITED BY ':'
               INTO WS-PARSE-LABEL WS-PARSE-VALUE-TXT
           END-UNSTRING
           IF WS-PARSE-VALUE-TXT = SPACES
               GO TO PARSE-COUNT-LINE-EXIT
           END-IF
           ADD 1 TO WS-COUNT-COUNT
           MOVE FUNCTION TRIM(WS-PARSE-LABEL)
             TO CNT-LABEL(WS-COUNT-COUNT)
           COMPUTE CNT-VALUE(WS-COUNT-COUNT) =
               FUNCTION NUMVAL(WS-PARSE-VALUE-TXT).
       PARSE-COUNT-LINE-EXIT.
           EXIT.

       LOOKUP-COUNT SECTION.
           MOVE 'N' TO WS-LOOKUP-FOUND
           MOVE 0 TO WS-LOOKUP-VALUE
           PERFORM VARYING CN-IDX FROM 1 BY 1
                   UNTIL CN-IDX > WS-COUNT-COUNT
               IF CNT-LABEL(CN-IDX) = WS-LOOKUP-LABEL
                   MOVE 'Y' TO WS-LOOKUP-FOUND
                   MOVE CNT-VALUE(CN-IDX) TO WS-LOOKUP-VALUE
               END-IF
           END-PERFORM
           EXIT.

       WRITE-CHECK-RESULT SECTION.
           ADD 1 TO WS-CHECKS-RUN
           MOVE WS-CHECK-LHS TO WS-LHS-TXT
           MOVE WS-CHECK-RHS TO WS-RHS-TXT
           MOVE SPACES TO BAL-LINE
           IF WS-CHECK-LHS = WS-CHECK-RHS
               STRING WS-CHECK-NAME DELIMITED BY SIZE
                      WS-LHS-TXT DELIMITED BY SIZE
                      ' = ' DELIMITED BY SIZE
                      WS-RHS-TXT DELIMITED BY SIZE
                      '  IN BALANCE' DELIMITED BY SIZE
                 INTO BAL-LINE
           ELSE
               ADD 1 TO WS-CHECKS-FAILED
               STRING WS-CHECK-NAME DELIMITED BY SIZE
                      WS-LHS-TXT DELIMITED BY SIZE
                      ' / ' DELIMITED BY SIZE
                      WS-RHS-TXT DELIMITED BY SIZE
                      '  OUT OF BALANCE' DELIMITED BY SIZE
                 INTO BAL-LINE
           END-IF
           WRITE BAL-LINE
           EXIT.

      * High-water marks of the in-memory tables for this run,
      * kept so TABLE-CAPACITY-REPORT can warn before a ceiling is
      * reached.
       RECORD-TABLE-CAPACITY SECTION.
           MOVE 'RUN-BALANCE' TO TCAP-PROGRAM-ID
           MOVE WS-PARM-RUN-ID TO TCAP-RUN-ID
           MOVE WS-RUN-DATE TO TCAP-RUN-DATE
           IF WS-COUNT-COUNT > WS-COUNT-PEAK
               MOVE WS-COUNT-COUNT TO WS-COUNT-PEAK
           END-IF
           MOVE 'COUNT' TO TCAP-TABLE-NAME
           MOVE WS-COUNT-PEAK TO TCAP-PEAK
           MOVE WS-COUNT-MAX TO TCAP-CEILING
           PERFORM WRITE-TABLE-CAPACITY
           EXIT.

       COPY "suite-error-log-proc.cpy".
       COPY "run-parms-proc.cpy".
       COPY "env-switch-proc.cpy".
       COPY "table-capacity-proc.cpy".
