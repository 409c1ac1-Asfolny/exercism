       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTOMER-INVOICE.
      * Customer invoicing off the rated billing extract. RAINDROPS
      * writes one rated line per asset each night; finance used to
      * build the customer invoice from it in a spreadsheet. Each
      * night this job takes the extract, finds the customer each
      * asset is assigned to on ASSET-CUSTOMER.DAT and the fiscal
      * period the billing date falls in on FISCAL-DAY.DAT, and adds
      * the lines to the unbilled file. Once a period has ended, every
      * customer's lines for it come off the unbilled file onto one
      * invoice, numbered in sequence off INVOICE-CONTROL.DAT, printed
      * with line detail, a subtotal per asset class and code word
      * and the invoice total, and passed to receivables on the AR
      * extract.
      * The extract is only taken when its amount agrees with AMOUNT
      * BILLED on the raindrops control-total report - an extract
      * that does not balance ends the step RC-DATA-EXCEPTION with
      * nothing taken. The same extract (run ID and timestamp) is
      * never taken twice.
      * A line whose asset has no customer, or whose customer is not
      * on the customer master or not active, is held on the unbilled
      * file and listed on INVOICE-HELD.RPT each night until the
      * assignment is put right; it then invoices with its period.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BILLING-FILE ASSIGN TO DYNAMIC WS-BILLING-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BILLING-STATUS.
           SELECT CUSTOMER-FILE ASSIGN TO DYNAMIC WS-CUSTOMER-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTOMER-STATUS.
           SELECT ASSIGNMENT-FILE ASSIGN TO DYNAMIC WS-ASSIGNMENT-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ASSIGNMENT-STATUS.
           SELECT FISCAL-DAY-FILE ASSIGN TO DYNAMIC WS-FISCAL-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FISCAL-STATUS.
      * Raindrops' own control-total report - AMOUNT BILLED is what
      * the extract has to add up to before any of it is taken.
           SELECT RAINDROPS-TOTALS-FILE ASSIGN TO
               DYNAMIC WS-RAINDROPS-CT-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RAINDROPS-CT-STATUS.
      * Billed lines not yet invoiced - the period still open, or
      * held for want of a customer. Read through the sort each night
      * and written back out with whatever was not invoiced.
           SELECT UNBILLED-FILE ASSIGN TO DYNAMIC WS-UNBILLED-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-UNBILLED-STATUS.
      * The unbilled lines as the sort takes them, each line whose
      * asset had no customer when it was taken given the customer
      * assigned since, so it sorts in with that customer's lines.
           SELECT UNBILLED-RESOLVED-FILE ASSIGN TO
               DYNAMIC WS-RESOLVED-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RESOLVED-STATUS.
           SELECT UNBILLED-SORT-WORK-FILE ASSIGN TO 'SORTWK'.
           SELECT UNBILLED-SORTED-FILE ASSIGN TO
               DYNAMIC WS-SORTED-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SORTED-STATUS.
      * Last invoice number issued and the extract last taken.
           SELECT INVOICE-CONTROL-FILE ASSIGN TO
               DYNAMIC WS-INVOICE-CONTROL-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-INVOICE-CONTROL-STATUS.
           SELECT INVOICE-REPORT-FILE ASSIGN TO DYNAMIC WS-INVOICE-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-INVOICE-STATUS.
           SELECT AR-EXTRACT-FILE ASSIGN TO DYNAMIC WS-AR-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AR-STATUS.
           SELECT HELD-REPORT-FILE ASSIGN TO DYNAMIC WS-HELD-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HELD-STATUS.
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
      * Same layout RAINDROPS writes, TRX-HEADER first.
       FD  BILLING-FILE
           RECORD CONTAINS 52 CHARACTERS.
       01 BIL-RECORD.
          03 BIL-ASSET-NUMBER PIC 9(4).
          03 FILLER           PIC X(2).
          03 BIL-ASSET-CLASS  PIC X(4).
          03 FILLER           PIC X(2).
          03 BIL-CODE-WORD    PIC X(20).
          03 FILLER           PIC X(2).
          03 BIL-RATE         PIC 9(5)V99.
          03 FILLER           PIC X(2).
          03 BIL-EXTENDED     PIC 9(7)V99.
       01 BIL-HEADER-RECORD.
          03 BIL-HDR-RUN-ID    PIC X(8).
          03 BIL-HDR-SOURCE    PIC X(8).
          03 BIL-HDR-TIMESTAMP PIC X(26).
          03 FILLER            PIC X(10).

      * CUS-STATUS A active; anything else holds the customer's lines
      * off the invoice run. CUS-TERMS-DAYS sets the due date.
       FD  CUSTOMER-FILE
           RECORD CONTAINS 112 CHARACTERS.
       01 CUS-RECORD.
          03 CUS-ID           PIC X(8).
          03 FILLER           PIC X(2).
          03 CUS-NAME         PIC X(30).
          03 FILLER           PIC X(2).
          03 CUS-ADDRESS-1    PIC X(30).
          03 FILLER           PIC X(2).
          03 CUS-ADDRESS-2    PIC X(30).
          03 FILLER           PIC X(2).
          03 CUS-TERMS-DAYS   PIC 9(3).
          03 FILLER           PIC X(2).
          03 CUS-STATUS       PIC X.

      * One line per assignment. An asset that changes hands gets a
      * second line with the new customer's effective date; the
      * latest line in force on the billing date wins.
       FD  ASSIGNMENT-FILE
           RECORD CONTAINS 24 CHARACTERS.
       01 ACA-RECORD.
          03 ACA-ASSET-NUMBER PIC 9(4).
          03 FILLER           PIC X(2).
          03 ACA-CUSTOMER     PIC X(8).
          03 FILLER           PIC X(2).
          03 ACA-EFFECTIVE-DATE PIC 9(8).

       FD  FISCAL-DAY-FILE
           RECORD CONTAINS 60 CHARACTERS.
       01 FDAY-LINE.
          03 FDAY-DATE           PIC 9(8).
          03 FILLER              PIC X(2).
          03 FDAY-DOW-NAME       PIC X(9).
          03 FILLER              PIC X(1).
          03 FDAY-PERIOD         PIC 9(2).
          03 FILLER              PIC X(1).
          03 FDAY-WEEK-NUMBER    PIC 9(2).
          03 FILLER              PIC X(1).
          03 FDAY-LEAP-FLAG      PIC X.
          03 FILLER              PIC X(1).
          03 FDAY-BUSINESS-FLAG  PIC X.
          03 FILLER              PIC X(1).
          03 FDAY-PERIOD-END     PIC X.
          03 FDAY-QTR-END        PIC X.
          03 FDAY-YEAR-END       PIC X.
          03 FILLER              PIC X(1).
          03 FDAY-HOLIDAY-NAME   PIC X(20).
          03 FILLER              PIC X(6).

       FD  RAINDROPS-TOTALS-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 RCT-LINE PIC X(80).
       01 RCT-HEADER.
          03 RCT-HDR-RUN-ID  PIC X(8).
          03 FILLER          PIC X(72).

      * UNB-CUSTOMER blank means the asset had no customer the night
      * the line was taken. UNB-LINE-TYPE B is a billed line off the
      * extract, C a credit and R a rebill from BILLING-ADJUST; blank
      * is read as B. A credit line takes its amount off the invoice.
       FD  UNBILLED-FILE
           RECORD CONTAINS 101 CHARACTERS.
       01 UNB-RECORD.
          03 UNB-CUSTOMER     PIC X(8).
          03 FILLER           PIC X(2).
          03 UNB-PERIOD-END   PIC 9(8).
          03 FILLER           PIC X(2).
          03 UNB-PERIOD       PIC 9(2).
          03 FILLER           PIC X(2).
          03 UNB-ASSET-CLASS  PIC X(4).
          03 FILLER           PIC X(2).
          03 UNB-CODE-WORD    PIC X(20).
          03 FILLER           PIC X(2).
          03 UNB-BILL-DATE    PIC 9(8).
          03 FILLER           PIC X(2).
          03 UNB-ASSET-NUMBER PIC 9(4).
          03 FILLER           PIC X(2).
          03 UNB-RUN-ID       PIC X(8).
          03 FILLER           PIC X(2).
          03 UNB-RATE         PIC 9(5)V99.
          03 FILLER           PIC X(2).
          03 UNB-EXTENDED     PIC 9(7)V99.
          03 FILLER           PIC X(2).
          03 UNB-LINE-TYPE    PIC X.

       FD  UNBILLED-RESOLVED-FILE
           RECORD CONTAINS 101 CHARACTERS.
       01 UNR-RECORD PIC X(101).

       SD  UNBILLED-SORT-WORK-FILE.
       01 UNS-RECORD.
          03 UNS-CUSTOMER     PIC X(8).
          03 FILLER           PIC X(2).
          03 UNS-PERIOD-END   PIC 9(8).
          03 FILLER           PIC X(6).
          03 UNS-ASSET-CLASS  PIC X(4).
          03 FILLER           PIC X(2).
          03 UNS-CODE-WORD    PIC X(20).
          03 FILLER           PIC X(2).
          03 UNS-BILL-DATE    PIC 9(8).
          03 FILLER           PIC X(2).
          03 UNS-ASSET-NUMBER PIC 9(4).
          03 FILLER           PIC X(35).

       FD  UNBILLED-SORTED-FILE
           RECORD CONTAINS 101 CHARACTERS.
       01 UNO-RECORD.
          03 UNO-CUSTOMER     PIC X(8).
          03 FILLER           PIC X(2).
          03 UNO-PERIOD-END   PIC 9(8).
          03 FILLER           PIC X(2).
          03 UNO-PERIOD       PIC 9(2).
          03 FILLER           PIC X(2).
          03 UNO-ASSET-CLASS  PIC X(4).
          03 FILLER           PIC X(2).
          03 UNO-CODE-WORD    PIC X(20).
          03 FILLER           PIC X(2).
          03 UNO-BILL-DATE    PIC 9(8).
          03 FILLER           PIC X(2).
          03 UNO-ASSET-NUMBER PIC 9(4).
          03 FILLER           PIC X(2).
          03 UNO-RUN-ID       PIC X(8).
          03 FILLER           PIC X(2).
          03 UNO-RATE         PIC 9(5)V99.
          03 FILLER           PIC X(2).
          03 UNO-EXTENDED     PIC 9(7)V99.
          03 FILLER           PIC X(2).
          03 UNO-LINE-TYPE    PIC X.

       FD  INVOICE-CONTROL-FILE
           RECORD CONTAINS 46 CHARACTERS.
       01 ICT-RECORD.
          03 ICT-LAST-INVOICE   PIC 9(8).
          03 FILLER             PIC X(2).
          03 ICT-LAST-RUN-ID    PIC X(8).
          03 FILLER             PIC X(2).
          03 ICT-LAST-TIMESTAMP PIC X(26).

       FD  INVOICE-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 INV-LINE PIC X(80).

      * One record per invoice, TRX-HEADER first and a *TRAILER*
      * carrying the record count and the amount hash total. An
      * invoice whose credits outweigh its charges goes to receivables
      * as a negative amount.
       FD  AR-EXTRACT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 ARX-RECORD.
          03 ARX-INVOICE-NUMBER PIC 9(8).
          03 FILLER             PIC X(2).
          03 ARX-CUSTOMER       PIC X(8).
          03 FILLER             PIC X(2).
          03 ARX-INVOICE-DATE   PIC 9(8).
          03 FILLER             PIC X(2).
          03 ARX-DUE-DATE       PIC 9(8).
          03 FILLER             PIC X(2).
          03 ARX-PERIOD         PIC 9(2).
          03 FILLER             PIC X(2).
          03 ARX-PERIOD-END     PIC 9(8).
          03 FILLER             PIC X(2).
          03 ARX-LINE-COUNT     PIC 9(5).
          03 FILLER             PIC X(2).
          03 ARX-AMOUNT         PIC S9(9)V99
                                SIGN LEADING SEPARATE.
          03 FILLER             PIC X(7).
       01 ARX-TRAILER.
          03 ARX-TRL-TAG        PIC X(9).
          03 FILLER             PIC X.
          03 ARX-TRL-COUNT      PIC 9(6).
          03 FILLER             PIC X(2).
          03 ARX-TRL-HASH       PIC S9(11)V99
                                SIGN LEADING SEPARATE.
          03 FILLER             PIC X(48).

       FD  HELD-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 HLD-LINE PIC X(80).

       FD  CONTROL-TOTAL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 CTL-LINE PIC X(80).

       COPY "suite-error-log-fd.cpy".
       COPY "table-capacity-fd.cpy".
       COPY "run-parms-fd.cpy".

       WORKING-STORAGE SECTION.
       01 WS-BILLING-DSN      PIC X(100)
          VALUE 'RAINDROPS-BILLING.DAT'.
       01 WS-CUSTOMER-DSN     PIC X(100) VALUE 'CUSTOMER-MASTER.DAT'.
       01 WS-ASSIGNMENT-DSN   PIC X(100) VALUE 'ASSET-CUSTOMER.DAT'.
       01 WS-FISCAL-DSN       PIC X(100) VALUE 'FISCAL-DAY.DAT'.
       01 WS-RAINDROPS-CT-DSN PIC X(100)
          VALUE 'RAINDROPS-CONTROL-TOTALS.RPT'.
       01 WS-UNBILLED-DSN     PIC X(100) VALUE 'INVOICE-UNBILLED.DAT'.
       01 WS-SORTED-DSN       PIC X(100)
          VALUE 'INVOICE-UNBILLED-SORTED.TMP'.
       01 WS-RESOLVED-DSN     PIC X(100)
          VALUE 'INVOICE-UNBILLED-RESOLVED.TMP'.
       01 WS-INVOICE-CONTROL-DSN PIC X(100)
          VALUE 'INVOICE-CONTROL.DAT'.
       01 WS-INVOICE-DSN      PIC X(100) VALUE 'CUSTOMER-INVOICES.RPT'.
       01 WS-AR-DSN           PIC X(100)
          VALUE 'CUSTOMER-AR-EXTRACT.DAT'.
       01 WS-HELD-DSN         PIC X(100) VALUE 'INVOICE-HELD.RPT'.
       01 WS-BILLING-STATUS   PIC XX VALUE '00'.
       01 WS-CUSTOMER-STATUS  PIC XX VALUE '00'.
       01 WS-ASSIGNMENT-STATUS PIC XX VALUE '00'.
       01 WS-FISCAL-STATUS    PIC XX VALUE '00'.
       01 WS-RAINDROPS-CT-STATUS PIC XX VALUE '00'.
       01 WS-UNBILLED-STATUS  PIC XX VALUE '00'.
       01 WS-SORTED-STATUS    PIC XX VALUE '00'.
       01 WS-RESOLVED-STATUS  PIC XX VALUE '00'.
       01 WS-INVOICE-CONTROL-STATUS PIC XX VALUE '00'.
       01 WS-INVOICE-STATUS   PIC XX VALUE '00'.
       01 WS-AR-STATUS        PIC XX VALUE '00'.
       01 WS-HELD-STATUS      PIC XX VALUE '00'.
       01 WS-EOF-FLAG         PIC X VALUE 'N'.

       01 WS-CONTROL-TOTAL-DSN    PIC X(100)
          VALUE 'INVOICE-CONTROL-TOTALS.RPT'.
       01 WS-CONTROL-TOTAL-STATUS PIC XX VALUE '00'.
       01 WS-LINES-READ           PIC 9(6) VALUE 0.
       01 WS-LINES-ASSIGNED       PIC 9(6) VALUE 0.
       01 WS-LINES-UNASSIGNED     PIC 9(6) VALUE 0.
       01 WS-LINES-ALREADY-TAKEN  PIC 9(6) VALUE 0.
       01 WS-INVOICES-ISSUED      PIC 9(6) VALUE 0.
       01 WS-LINES-INVOICED       PIC 9(6) VALUE 0.
       01 WS-LINES-CARRIED        PIC 9(6) VALUE 0.
       01 WS-LINES-HELD           PIC 9(6) VALUE 0.
       01 WS-AR-RECORDS           PIC 9(6) VALUE 0.
       01 WS-CTL-COUNT-TXT        PIC ZZZZZ9.

       01 WS-PROCESS-DATE     PIC 9(8) VALUE 0.
       01 WS-BILL-DATE        PIC 9(8) VALUE 0.
       01 WS-BILL-PERIOD-END  PIC 9(8) VALUE 0.
       01 WS-BILL-PERIOD      PIC 9(2) VALUE 0.
       01 WS-EXTRACT-PRESENT  PIC X VALUE 'N'.
       01 WS-EXTRACT-TAKEN    PIC X VALUE 'N'.
       01 WS-EXTRACT-RUN-ID   PIC X(8) VALUE SPACES.
       01 WS-EXTRACT-TIMESTAMP PIC X(26) VALUE SPACES.
       01 WS-EXTRACT-AMOUNT   PIC 9(9)V99 VALUE 0.
       01 WS-RAINDROPS-AMOUNT PIC 9(9)V99 VALUE 0.
       01 WS-RAINDROPS-RUN-ID PIC X(8) VALUE SPACES.
       01 WS-RAINDROPS-FOUND  PIC X VALUE 'N'.
       01 WS-PARSE-LABEL      PIC X(20).
       01 WS-PARSE-VALUE-TXT  PIC X(20).
       01 WS-OUT-OF-BALANCE   PIC X VALUE 'N'.
       01 WS-AMOUNT-INVOICED  PIC S9(9)V99 VALUE 0.
       01 WS-AMOUNT-TXT       PIC --------9.99.

       01 WS-LAST-INVOICE     PIC 9(8) VALUE 0.
       01 WS-LAST-RUN-ID      PIC X(8) VALUE SPACES.
       01 WS-LAST-TIMESTAMP   PIC X(26) VALUE SPACES.

       01 WS-CUS-MAX          PIC 9(4) VALUE 500.
       01 WS-CUS-COUNT        PIC 9(4) VALUE 0.
       01 WS-CUS-TABLE.
          03 WS-CUS-ENTRY OCCURS 500 TIMES INDEXED BY CU-IDX.
             05 CUS-T-ID         PIC X(8).
             05 CUS-T-NAME       PIC X(30).
             05 CUS-T-ADDRESS-1  PIC X(30).
             05 CUS-T-ADDRESS-2  PIC X(30).
             05 CUS-T-TERMS-DAYS PIC 9(3).
             05 CUS-T-STATUS     PIC X.
       01 WS-CUS-HIT          PIC X VALUE 'N'.
       01 WS-CUS-SUB          PIC 9(4) VALUE 0.

       01 WS-ACA-MAX          PIC 9(4) VALUE 2000.
       01 WS-ACA-COUNT        PIC 9(4) VALUE 0.
       01 WS-ACA-TABLE.
          03 WS-ACA-ENTRY OCCURS 2000 TIMES INDEXED BY AC-IDX.
             05 ACA-T-ASSET      PIC 9(4).
             05 ACA-T-CUSTOMER   PIC X(8).
             05 ACA-T-EFFECTIVE  PIC 9(8).
       01 WS-ACA-CUSTOMER     PIC X(8).
       01 WS-ACA-BEST-DATE    PIC 9(8) VALUE 0.

       01 WS-PE-MAX           PIC 9(3) VALUE 60.
       01 WS-PE-COUNT         PIC 9(3) VALUE 0.
       01 WS-PE-TABLE.
          03 WS-PE-ENTRY OCCURS 60 TIMES INDEXED BY PE-IDX.
             05 PE-T-DATE        PIC 9(8).
             05 PE-T-PERIOD      PIC 9(2).

       01 WS-INVOICE-OPEN     PIC X VALUE 'N'.
       01 WS-CUR-CUSTOMER     PIC X(8) VALUE SPACES.
       01 WS-CUR-PERIOD-END   PIC 9(8) VALUE 0.
       01 WS-CUR-PERIOD       PIC 9(2) VALUE 0.
       01 WS-CUR-CLASS        PIC X(4) VALUE SPACES.
       01 WS-CUR-WORD         PIC X(20) VALUE SPACES.
       01 WS-CUR-DUE-DATE     PIC 9(8) VALUE 0.
       01 WS-INVOICE-TOTAL    PIC S9(9)V99 VALUE 0.
       01 WS-SUBTOTAL         PIC S9(9)V99 VALUE 0.
       01 WS-LINE-AMOUNT      PIC S9(7)V99 VALUE 0.
       01 WS-INVOICE-LINES    PIC 9(5) VALUE 0.
       01 WS-AR-HASH          PIC S9(11)V99 VALUE 0.
       01 WS-CREDIT-LINES     PIC 9(6) VALUE 0.
       01 WS-REBILL-LINES     PIC 9(6) VALUE 0.
       01 WS-LINE-INVOICEABLE PIC X VALUE 'N'.
       01 WS-HOLD-REASON      PIC X(24).
       01 WS-DUE-INT          PIC 9(8) VALUE 0.

       01 WS-INV-DETAIL.
          03 IND-BILL-DATE    PIC 9(8).
          03 FILLER           PIC X(2) VALUE SPACES.
          03 IND-ASSET-NUMBER PIC 9(4).
          03 FILLER           PIC X(2) VALUE SPACES.
          03 IND-ASSET-CLASS  PIC X(4).
          03 FILLER           PIC X(2) VALUE SPACES.
          03 IND-CODE-WORD    PIC X(20).
          03 FILLER           PIC X(2) VALUE SPACES.
          03 IND-RATE         PIC ZZZZ9.99.
          03 FILLER           PIC X(2) VALUE SPACES.
          03 IND-AMOUNT       PIC ------9.99.
          03 FILLER           PIC X(2) VALUE SPACES.
          03 IND-LINE-TYPE    PIC X(6).
       01 WS-INV-SUBTOTAL.
          03 FILLER           PIC X(6) VALUE SPACES.
          03 FILLER           PIC X(10) VALUE 'SUBTOTAL'.
          03 INS-ASSET-CLASS  PIC X(4).
          03 FILLER           PIC X(2) VALUE SPACES.
          03 INS-CODE-WORD    PIC X(20).
          03 FILLER           PIC X(10) VALUE SPACES.
          03 INS-AMOUNT       PIC --------9.99.
       01 WS-INV-TOTAL.
          03 FILLER           PIC X(52) VALUE 'INVOICE TOTAL'.
          03 INT-AMOUNT       PIC --------9.99.
       01 WS-HELD-DETAIL.
          03 HLD-BILL-DATE    PIC 9(8).
          03 FILLER           PIC X(2) VALUE SPACES.
          03 HLD-ASSET-NUMBER PIC 9(4).
          03 FILLER           PIC X(2) VALUE SPACES.
          03 HLD-CUSTOMER     PIC X(8).
          03 FILLER           PIC X(2) VALUE SPACES.
          03 HLD-REASON       PIC X(24).
          03 FILLER           PIC X(2) VALUE SPACES.
          03 HLD-AMOUNT       PIC ------9.99.

       COPY "suite-error-log-ws.cpy".
       COPY "table-capacity-ws.cpy".
       COPY "run-parms-ws.cpy".
       COPY "env-accept-ws.cpy".
       COPY "transaction-header.cpy".
       COPY "return-codes.cpy".
       COPY "env-switch-ws.cpy".

       PROCEDURE DIVISION.
       RUN-CUSTOMER-INVOICE SECTION.
           PERFORM READ-RUN-PARMS
           PERFORM RESOLVE-INVOICE-FILES

           IF WS-RUN-DATE NOT = 0
               MOVE WS-RUN-DATE TO WS-PROCESS-DATE
           ELSE
               ACCEPT WS-PROCESS-DATE FROM DATE YYYYMMDD
           END-IF

           PERFORM LOAD-CUSTOMER-MASTER
           PERFORM LOAD-ASSET-ASSIGNMENTS
           PERFORM LOAD-PERIOD-ENDS
           PERFORM LOAD-INVOICE-CONTROL

           PERFORM SCAN-BILLING-EXTRACT
           IF WS-EXTRACT-PRESENT = 'Y'
               AND WS-EXTRACT-TAKEN = 'N'
               PERFORM CHECK-EXTRACT-BALANCE
               IF WS-OUT-OF-BALANCE = 'Y'
                   SET RC-DATA-EXCEPTION TO TRUE
                   MOVE WS-RETURN-CODE TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM FIND-BILLING-PERIOD
               IF WS-BILL-PERIOD-END = 0
                   MOVE 'CUST-INVOICE' TO SERR-PROGRAM-ID
                   MOVE WS-BILL-DATE TO SERR-KEY-FIELD
                   MOVE 'NO FISCAL PERIOD FOR BILLING DATE'
                     TO SERR-REASON
                   MOVE 'REF001' TO SERR-ERROR-CODE
                   PERFORM WRITE-SUITE-ERROR-LOG
                   SET RC-CRITICAL TO TRUE
                   MOVE WS-RETURN-CODE TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM TAKE-BILLING-EXTRACT
           END-IF

           PERFORM RESOLVE-UNBILLED-CUSTOMERS
           SORT UNBILLED-SORT-WORK-FILE
               ON ASCENDING KEY UNS-CUSTOMER
                                UNS-PERIOD-END
                                UNS-ASSET-CLASS
                                UNS-CODE-WORD
                                UNS-BILL-DATE
                                UNS-ASSET-NUMBER
               USING UNBILLED-RESOLVED-FILE
               GIVING UNBILLED-SORTED-FILE
           PERFORM RUN-INVOICES
           PERFORM WRITE-INVOICE-CONTROL
           PERFORM WRITE-CONTROL-TOTALS

           SET RC-NORMAL TO TRUE
           IF WS-LINES-HELD > 0
               OR WS-LINES-ALREADY-TAKEN > 0
               SET RC-WARNING TO TRUE
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
           PERFORM RECORD-TABLE-CAPACITY
           GOBACK.

       RESOLVE-INVOICE-FILES SECTION.
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'RAINDROPS_BILLING_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-BILLING-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'CUSTOMER_MASTER_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-CUSTOMER-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'ASSET_CUSTOMER_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-ASSIGNMENT-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'FISCAL_CALENDAR_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-FISCAL-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'RAINDROPS_CONTROL_TOTAL_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-RAINDROPS-CT-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'INVOICE_UNBILLED_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-UNBILLED-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'INVOICE_CONTROL_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-INVOICE-CONTROL-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'CUSTOMER_INVOICE_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-INVOICE-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'CUSTOMER_AR_EXTRACT_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-AR-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'INVOICE_HELD_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-HELD-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'INVOICE_CONTROL_TOTAL_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-CONTROL-TOTAL-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'SUITE_ERROR_LOG_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-SUITE-ERROR-LOG-DSN
           END-IF
           MOVE WS-BILLING-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-BILLING-DSN
           MOVE WS-RAINDROPS-CT-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-RAINDROPS-CT-DSN
           MOVE WS-UNBILLED-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-UNBILLED-DSN
           MOVE WS-INVOICE-CONTROL-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-INVOICE-CONTROL-DSN
           MOVE WS-INVOICE-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-INVOICE-DSN
           MOVE WS-AR-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-AR-DSN
           MOVE WS-HELD-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-HELD-DSN
           MOVE WS-CONTROL-TOTAL-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-CONTROL-TOTAL-DSN
           EXIT.

       LOAD-CUSTOMER-MASTER SECTION.
           MOVE 0 TO WS-CUS-COUNT
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUSTOMER-STATUS NOT = '00'
               GO TO LOAD-CUSTOMER-MASTER-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ CUSTOMER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF CUS-ID NOT = SPACES
                           AND WS-CUS-COUNT < WS-CUS-MAX
                           ADD 1 TO WS-CUS-COUNT
                           MOVE CUS-ID TO CUS-T-ID(WS-CUS-COUNT)
                           MOVE CUS-NAME TO CUS-T-NAME(WS-CUS-COUNT)
                           MOVE CUS-ADDRESS-1
                             TO CUS-T-ADDRESS-1(WS-CUS-COUNT)
                           MOVE CUS-ADDRESS-2
                             TO CUS-T-ADDRESS-2(WS-CUS-COUNT)
                           MOVE 0 TO CUS-T-TERMS-DAYS(WS-CUS-COUNT)
                           IF CUS-TERMS-DAYS IS NUMERIC
                               MOVE CUS-TERMS-DAYS
                                 TO CUS-T-TERMS-DAYS(WS-CUS-COUNT)
                           END-IF
                           MOVE CUS-STATUS
                             TO CUS-T-STATUS(WS-CUS-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-FILE
           MOVE 'N' TO WS-EOF-FLAG.
       LOAD-CUSTOMER-MASTER-EXIT.
           EXIT.

       LOAD-ASSET-ASSIGNMENTS SECTION.
           MOVE 0 TO WS-ACA-COUNT
           OPEN INPUT ASSIGNMENT-FILE
           IF WS-ASSIGNMENT-STATUS NOT = '00'
               GO TO LOAD-ASSET-ASSIGNMENTS-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ ASSIGNMENT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF ACA-ASSET-NUMBER IS NUMERIC
                           AND ACA-CUSTOMER NOT = SPACES
                           AND WS-ACA-COUNT < WS-ACA-MAX
                           ADD 1 TO WS-ACA-COUNT
                           MOVE ACA-ASSET-NUMBER
                             TO ACA-T-ASSET(WS-ACA-COUNT)
                           MOVE ACA-CUSTOMER
                             TO ACA-T-CUSTOMER(WS-ACA-COUNT)
                           MOVE 0 TO ACA-T-EFFECTIVE(WS-ACA-COUNT)
                           IF ACA-EFFECTIVE-DATE IS NUMERIC
                               MOVE ACA-EFFECTIVE-DATE
                                 TO ACA-T-EFFECTIVE(WS-ACA-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ASSIGNMENT-FILE
           MOVE 'N' TO WS-EOF-FLAG.
       LOAD-ASSET-ASSIGNMENTS-EXIT.
           EXIT.

       LOAD-PERIOD-ENDS SECTION.
           MOVE 0 TO WS-PE-COUNT
           OPEN INPUT FISCAL-DAY-FILE
           IF WS-FISCAL-STATUS NOT = '00'
               GO TO LOAD-PERIOD-ENDS-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ FISCAL-DAY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF FDAY-DATE IS NUMERIC
                           AND FDAY-PERIOD-END = 'Y'
                           AND WS-PE-COUNT < WS-PE-MAX
                           ADD 1 TO WS-PE-COUNT
                           MOVE FDAY-DATE TO PE-T-DATE(WS-PE-COUNT)
                           MOVE FDAY-PERIOD TO PE-T-PERIOD(WS-PE-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FISCAL-DAY-FILE
           MOVE 'N' TO WS-EOF-FLAG.
       LOAD-PERIOD-ENDS-EXIT.
           EXIT.

       LOAD-INVOICE-CONTROL SECTION.
           OPEN INPUT INVOICE-CONTROL-FILE
           IF WS-INVOICE-CONTROL-STATUS NOT = '00'
               GO TO LOAD-INVOICE-CONTROL-EXIT
           END-IF
           READ INVOICE-CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF ICT-LAST-INVOICE IS NUMERIC
                       MOVE ICT-LAST-INVOICE TO WS-LAST-INVOICE
                   END-IF
                   MOVE ICT-LAST-RUN-ID TO WS-LAST-RUN-ID
                   MOVE ICT-LAST-TIMESTAMP TO WS-LAST-TIMESTAMP
           END-READ
           CLOSE INVOICE-CONTROL-FILE.
       LOAD-INVOICE-CONTROL-EXIT.
           EXIT.

      * First pass over tonight's extract: its identity, line count
      * and amount, before anything is taken from it.
       SCAN-BILLING-EXTRACT SECTION.
           MOVE 'N' TO WS-EXTRACT-PRESENT
           OPEN INPUT BILLING-FILE
           IF WS-BILLING-STATUS NOT = '00'
               GO TO SCAN-BILLING-EXTRACT-EXIT
           END-IF
           READ BILLING-FILE
               AT END
                   CLOSE BILLING-FILE
                   GO TO SCAN-BILLING-EXTRACT-EXIT
           END-READ
           MOVE 'Y' TO WS-EXTRACT-PRESENT
           MOVE BIL-HDR-RUN-ID TO WS-EXTRACT-RUN-ID
           MOVE BIL-HDR-TIMESTAMP TO WS-EXTRACT-TIMESTAMP
           IF BIL-HDR-TIMESTAMP(1:8) IS NUMERIC
               MOVE BIL-HDR-TIMESTAMP(1:8) TO WS-BILL-DATE
           ELSE
               MOVE WS-PROCESS-DATE TO WS-BILL-DATE
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ BILLING-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-LINES-READ
                       IF BIL-EXTENDED IS NUMERIC
                           ADD BIL-EXTENDED TO WS-EXTRACT-AMOUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BILLING-FILE
           MOVE 'N' TO WS-EOF-FLAG
           IF WS-EXTRACT-RUN-ID = WS-LAST-RUN-ID
               AND WS-EXTRACT-TIMESTAMP = WS-LAST-TIMESTAMP
               MOVE 'Y' TO WS-EXTRACT-TAKEN
               MOVE WS-LINES-READ TO WS-LINES-ALREADY-TAKEN
               MOVE 'CUST-INVOICE' TO SERR-PROGRAM-ID
               MOVE WS-EXTRACT-RUN-ID TO SERR-KEY-FIELD
               MOVE 'BILLING EXTRACT ALREADY TAKEN' TO SERR-REASON
               MOVE 'TXN003' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
           END-IF.
       SCAN-BILLING-EXTRACT-EXIT.
           EXIT.

      * The extract has to be tonight's raindrops output and add up
      * to its AMOUNT BILLED. No control-total report means nothing
      * to prove the extract against, which is out of balance too.
       CHECK-EXTRACT-BALANCE SECTION.
           MOVE 'N' TO WS-OUT-OF-BALANCE
           MOVE 'N' TO WS-RAINDROPS-FOUND
           OPEN INPUT RAINDROPS-TOTALS-FILE
           IF WS-RAINDROPS-CT-STATUS = '00'
               READ RAINDROPS-TOTALS-FILE
                   AT END
                       MOVE SPACES TO RCT-LINE
               END-READ
               MOVE RCT-HDR-RUN-ID TO WS-RAINDROPS-RUN-ID
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ RAINDROPS-TOTALS-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM PARSE-RAINDROPS-TOTAL
                   END-READ
               END-PERFORM
               CLOSE RAINDROPS-TOTALS-FILE
               MOVE 'N' TO WS-EOF-FLAG
           END-IF
           MOVE 'CUST-INVOICE' TO SERR-PROGRAM-ID
           MOVE WS-EXTRACT-RUN-ID TO SERR-KEY-FIELD
           IF WS-RAINDROPS-FOUND = 'N'
               MOVE 'Y' TO WS-OUT-OF-BALANCE
               MOVE 'NO RAINDROPS AMOUNT BILLED' TO SERR-REASON
               MOVE 'REF002' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               GO TO CHECK-EXTRACT-BALANCE-EXIT
           END-IF
           IF WS-RAINDROPS-RUN-ID NOT = WS-EXTRACT-RUN-ID
               MOVE 'Y' TO WS-OUT-OF-BALANCE
               MOVE 'EXTRACT NOT FROM RAINDROPS RUN' TO SERR-REASON
               MOVE 'FED001' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               GO TO CHECK-EXTRACT-BALANCE-EXIT
           END-IF
           IF WS-RAINDROPS-AMOUNT NOT = WS-EXTRACT-AMOUNT
               MOVE 'Y' TO WS-OUT-OF-BALANCE
               MOVE 'EXTRACT NOT = AMOUNT BILLED' TO SERR-REASON
               MOVE 'BAL001' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
           END-IF.
       CHECK-EXTRACT-BALANCE-EXIT.
           EXIT.

       PARSE-RAINDROPS-TOTAL SECTION.
           MOVE SPACES TO WS-PARSE-LABEL
           MOVE SPACES TO WS-PARSE-VALUE-TXT
           UNSTRING RCT-LINE DELIMITED BY ':'
               INTO WS-PARSE-LABEL WS-PARSE-VALUE-TXT
           END-UNSTRING
           IF FUNCTION TRIM(WS-PARSE-LABEL) = 'AMOUNT BILLED'
               AND WS-PARSE-VALUE-TXT NOT = SPACES
               MOVE 'Y' TO WS-RAINDROPS-FOUND
               COMPUTE WS-RAINDROPS-AMOUNT =
                   FUNCTION NUMVAL(WS-PARSE-VALUE-TXT)
           END-IF
           EXIT.

      * The billing period is the first fiscal period-end on or after
      * the billing date.
       FIND-BILLING-PERIOD SECTION.
           MOVE 0 TO WS-BILL-PERIOD-END
           MOVE 0 TO WS-BILL-PERIOD
           PERFORM VARYING PE-IDX FROM 1 BY 1
                   UNTIL PE-IDX > WS-PE-COUNT
                      OR WS-BILL-PERIOD-END NOT = 0
               IF PE-T-DATE(PE-IDX) >= WS-BILL-DATE
                   MOVE PE-T-DATE(PE-IDX) TO WS-BILL-PERIOD-END
                   MOVE PE-T-PERIOD(PE-IDX) TO WS-BILL-PERIOD
               END-IF
           END-PERFORM
           EXIT.

       TAKE-BILLING-EXTRACT SECTION.
           OPEN EXTEND UNBILLED-FILE
           IF WS-UNBILLED-STATUS NOT = '00'
               OPEN OUTPUT UNBILLED-FILE
           END-IF
           OPEN INPUT BILLING-FILE
           READ BILLING-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
           END-READ
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ BILLING-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM TAKE-ONE-BILLING-LINE
               END-READ
           END-PERFORM
           CLOSE BILLING-FILE
           CLOSE UNBILLED-FILE
           MOVE 'N' TO WS-EOF-FLAG
           MOVE WS-EXTRACT-RUN-ID TO WS-LAST-RUN-ID
           MOVE WS-EXTRACT-TIMESTAMP TO WS-LAST-TIMESTAMP
           EXIT.

       TAKE-ONE-BILLING-LINE SECTION.
           MOVE SPACES TO UNB-RECORD
           MOVE BIL-ASSET-NUMBER TO UNB-ASSET-NUMBER
           MOVE BIL-ASSET-CLASS TO UNB-ASSET-CLASS
           MOVE BIL-CODE-WORD TO UNB-CODE-WORD
           MOVE BIL-RATE TO UNB-RATE
           MOVE BIL-EXTENDED TO UNB-EXTENDED
           MOVE WS-BILL-DATE TO UNB-BILL-DATE
           MOVE WS-BILL-PERIOD-END TO UNB-PERIOD-END
           MOVE WS-BILL-PERIOD TO UNB-PERIOD
           MOVE WS-EXTRACT-RUN-ID TO UNB-RUN-ID
           PERFORM FIND-ASSET-CUSTOMER
           MOVE WS-ACA-CUSTOMER TO UNB-CUSTOMER
           MOVE 'B' TO UNB-LINE-TYPE
           IF WS-ACA-CUSTOMER = SPACES
               ADD 1 TO WS-LINES-UNASSIGNED
               MOVE 'CUST-INVOICE' TO SERR-PROGRAM-ID
               MOVE BIL-ASSET-NUMBER TO SERR-KEY-FIELD
               MOVE 'ASSET HAS NO CUSTOMER' TO SERR-REASON
               MOVE 'REF002' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
           ELSE
               ADD 1 TO WS-LINES-ASSIGNED
           END-IF
           WRITE UNB-RECORD
           EXIT.

      * A line taken while its asset had no customer is resolved
      * before the sort, not as it is invoiced - resolved after, it
      * would sort among the blank-customer lines and open a second
      * invoice for a customer and period already invoiced tonight.
      * The work file is written even when there is no unbilled file
      * yet (the first night, or a night with no extract), so the
      * sort always has something to read.
       RESOLVE-UNBILLED-CUSTOMERS SECTION.
           OPEN OUTPUT UNBILLED-RESOLVED-FILE
           OPEN INPUT UNBILLED-FILE
           IF WS-UNBILLED-STATUS NOT = '00'
               CLOSE UNBILLED-RESOLVED-FILE
               GO TO RESOLVE-UNBILLED-CUSTOMERS-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ UNBILLED-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF UNB-CUSTOMER = SPACES
                           PERFORM FIND-ASSET-CUSTOMER
                           MOVE WS-ACA-CUSTOMER TO UNB-CUSTOMER
                       END-IF
                       MOVE UNB-RECORD TO UNR-RECORD
                       WRITE UNR-RECORD
               END-READ
           END-PERFORM
           CLOSE UNBILLED-FILE
           CLOSE UNBILLED-RESOLVED-FILE
           MOVE 'N' TO WS-EOF-FLAG.
       RESOLVE-UNBILLED-CUSTOMERS-EXIT.
           EXIT.

      * Latest assignment in force on the line's billing date, from
      * UNB-ASSET-NUMBER and UNB-BILL-DATE; spaces if none.
       FIND-ASSET-CUSTOMER SECTION.
           MOVE SPACES TO WS-ACA-CUSTOMER
           MOVE 0 TO WS-ACA-BEST-DATE
           PERFORM VARYING AC-IDX FROM 1 BY 1
                   UNTIL AC-IDX > WS-ACA-COUNT
               IF ACA-T-ASSET(AC-IDX) = UNB-ASSET-NUMBER
                   AND ACA-T-EFFECTIVE(AC-IDX) NOT > UNB-BILL-DATE
                   AND (WS-ACA-CUSTOMER = SPACES
                        OR ACA-T-EFFECTIVE(AC-IDX)
                           NOT < WS-ACA-BEST-DATE)
                   MOVE ACA-T-CUSTOMER(AC-IDX) TO WS-ACA-CUSTOMER
                   MOVE ACA-T-EFFECTIVE(AC-IDX) TO WS-ACA-BEST-DATE
               END-IF
           END-PERFORM
           EXIT.

       FIND-CUSTOMER SECTION.
           MOVE 'N' TO WS-CUS-HIT
           MOVE 0 TO WS-CUS-SUB
           PERFORM VARYING CU-IDX FROM 1 BY 1
                   UNTIL CU-IDX > WS-CUS-COUNT
                      OR WS-CUS-HIT = 'Y'
               IF CUS-T-ID(CU-IDX) = WS-CUR-CUSTOMER
                   MOVE 'Y' TO WS-CUS-HIT
                   SET WS-CUS-SUB TO CU-IDX
               END-IF
           END-PERFORM
           EXIT.

      * Reads the sorted unbilled lines. A line whose period ended
      * before tonight and whose customer is on the master and active
      * invoices; every other line is written back to the unbilled
      * file, and the ones held for want of a customer are listed.
       RUN-INVOICES SECTION.
           OPEN OUTPUT UNBILLED-FILE
           OPEN OUTPUT INVOICE-REPORT-FILE
           OPEN OUTPUT AR-EXTRACT-FILE
           OPEN OUTPUT HELD-REPORT-FILE
           MOVE WS-PARM-RUN-ID TO TRX-RUN-ID
           MOVE 'INVOICE' TO TRX-SOURCE-SYSTEM
           MOVE FUNCTION CURRENT-DATE TO TRX-TIMESTAMP
           MOVE TRX-HEADER TO INV-LINE
           WRITE INV-LINE
           MOVE SPACES TO ARX-RECORD
           MOVE TRX-HEADER TO ARX-RECORD
           WRITE ARX-RECORD
           MOVE TRX-HEADER TO HLD-LINE
           WRITE HLD-LINE
           MOVE 'BILLED LINES HELD OFF THE INVOICE RUN' TO HLD-LINE
           WRITE HLD-LINE
           MOVE ALL '-' TO HLD-LINE
           WRITE HLD-LINE

           OPEN INPUT UNBILLED-SORTED-FILE
           IF WS-SORTED-STATUS = '00'
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ UNBILLED-SORTED-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM INVOICE-ONE-LINE
                   END-READ
               END-PERFORM
               CLOSE UNBILLED-SORTED-FILE
               MOVE 'N' TO WS-EOF-FLAG
           END-IF
           IF WS-INVOICE-OPEN = 'Y'
               PERFORM CLOSE-INVOICE
           END-IF

           MOVE SPACES TO ARX-TRAILER
           MOVE '*TRAILER*' TO ARX-TRL-TAG
           MOVE WS-AR-RECORDS TO ARX-TRL-COUNT
           MOVE WS-AR-HASH TO ARX-TRL-HASH
           WRITE ARX-TRAILER
           CLOSE UNBILLED-FILE
           CLOSE INVOICE-REPORT-FILE
           CLOSE AR-EXTRACT-FILE
           CLOSE HELD-REPORT-FILE
           EXIT.

       INVOICE-ONE-LINE SECTION.
           MOVE UNO-RECORD TO UNB-RECORD
           IF UNB-LINE-TYPE = SPACE
               MOVE 'B' TO UNB-LINE-TYPE
           END-IF
           IF UNB-LINE-TYPE = 'C'
               COMPUTE WS-LINE-AMOUNT = 0 - UNB-EXTENDED
           ELSE
               MOVE UNB-EXTENDED TO WS-LINE-AMOUNT
           END-IF
           MOVE SPACES TO WS-HOLD-REASON
           IF UNB-CUSTOMER = SPACES
               MOVE 'ASSET HAS NO CUSTOMER' TO WS-HOLD-REASON
           ELSE
               MOVE UNB-CUSTOMER TO WS-CUR-CUSTOMER
               PERFORM FIND-CUSTOMER
               IF WS-CUS-HIT = 'N'
                   MOVE 'CUSTOMER NOT ON MASTER' TO WS-HOLD-REASON
               ELSE
                   IF CUS-T-STATUS(WS-CUS-SUB) NOT = 'A'
                       MOVE 'CUSTOMER NOT ACTIVE' TO WS-HOLD-REASON
                   END-IF
               END-IF
           END-IF
           IF WS-HOLD-REASON NOT = SPACES
               ADD 1 TO WS-LINES-HELD
               ADD 1 TO WS-LINES-CARRIED
               WRITE UNB-RECORD
               MOVE UNB-BILL-DATE TO HLD-BILL-DATE
               MOVE UNB-ASSET-NUMBER TO HLD-ASSET-NUMBER
               MOVE UNB-CUSTOMER TO HLD-CUSTOMER
               MOVE WS-HOLD-REASON TO HLD-REASON
               MOVE WS-LINE-AMOUNT TO HLD-AMOUNT
               MOVE WS-HELD-DETAIL TO HLD-LINE
               WRITE HLD-LINE
               GO TO INVOICE-ONE-LINE-EXIT
           END-IF
           IF UNB-PERIOD-END NOT < WS-PROCESS-DATE
               ADD 1 TO WS-LINES-CARRIED
               WRITE UNB-RECORD
               GO TO INVOICE-ONE-LINE-EXIT
           END-IF
           IF WS-INVOICE-OPEN = 'Y'
               AND (UNB-CUSTOMER NOT = WS-CUR-CUSTOMER
                    OR UNB-PERIOD-END NOT = WS-CUR-PERIOD-END)
               PERFORM CLOSE-INVOICE
           END-IF
           IF WS-INVOICE-OPEN = 'N'
               PERFORM OPEN-INVOICE
           END-IF
           IF UNB-ASSET-CLASS NOT = WS-CUR-CLASS
               OR UNB-CODE-WORD NOT = WS-CUR-WORD
               PERFORM WRITE-INVOICE-SUBTOTAL
               MOVE UNB-ASSET-CLASS TO WS-CUR-CLASS
               MOVE UNB-CODE-WORD TO WS-CUR-WORD
           END-IF
           MOVE UNB-BILL-DATE TO IND-BILL-DATE
           MOVE UNB-ASSET-NUMBER TO IND-ASSET-NUMBER
           MOVE UNB-ASSET-CLASS TO IND-ASSET-CLASS
           MOVE UNB-CODE-WORD TO IND-CODE-WORD
           MOVE UNB-RATE TO IND-RATE
           MOVE WS-LINE-AMOUNT TO IND-AMOUNT
           EVALUATE UNB-LINE-TYPE
               WHEN 'C'
                   MOVE 'CREDIT' TO IND-LINE-TYPE
                   ADD 1 TO WS-CREDIT-LINES
               WHEN 'R'
                   MOVE 'REBILL' TO IND-LINE-TYPE
                   ADD 1 TO WS-REBILL-LINES
               WHEN OTHER
                   MOVE SPACES TO IND-LINE-TYPE
           END-EVALUATE
           MOVE WS-INV-DETAIL TO INV-LINE
           WRITE INV-LINE
           ADD WS-LINE-AMOUNT TO WS-SUBTOTAL
           ADD WS-LINE-AMOUNT TO WS-INVOICE-TOTAL
           ADD 1 TO WS-INVOICE-LINES
           ADD 1 TO WS-LINES-INVOICED.
       INVOICE-ONE-LINE-EXIT.
           EXIT.

       OPEN-INVOICE SECTION.
           MOVE 'Y' TO WS-INVOICE-OPEN
           ADD 1 TO WS-LAST-INVOICE
           ADD 1 TO WS-INVOICES-ISSUED
           MOVE UNB-CUSTOMER TO WS-CUR-CUSTOMER
           MOVE UNB-PERIOD-END TO WS-CUR-PERIOD-END
           MOVE UNB-PERIOD TO WS-CUR-PERIOD
           MOVE UNB-ASSET-CLASS TO WS-CUR-CLASS
           MOVE UNB-CODE-WORD TO WS-CUR-WORD
           MOVE 0 TO WS-INVOICE-TOTAL
           MOVE 0 TO WS-SUBTOTAL
           MOVE 0 TO WS-INVOICE-LINES
           PERFORM FIND-CUSTOMER
           COMPUTE WS-DUE-INT =
               FUNCTION INTEGER-OF-DATE(WS-PROCESS-DATE)
               + CUS-T-TERMS-DAYS(WS-CUS-SUB)
           MOVE FUNCTION DATE-OF-INTEGER(WS-DUE-INT)
             TO WS-CUR-DUE-DATE
           MOVE SPACES TO INV-LINE
           WRITE INV-LINE
           MOVE ALL '=' TO INV-LINE
           WRITE INV-LINE
           MOVE SPACES TO INV-LINE
           STRING 'INVOICE NUMBER : ' DELIMITED BY SIZE
                  WS-LAST-INVOICE DELIMITED BY SIZE
                  '      INVOICE DATE : ' DELIMITED BY SIZE
                  WS-PROCESS-DATE DELIMITED BY SIZE
             INTO INV-LINE
           WRITE INV-LINE
           MOVE SPACES TO INV-LINE
           STRING 'CUSTOMER       : ' DELIMITED BY SIZE
                  WS-CUR-CUSTOMER DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  CUS-T-NAME(WS-CUS-SUB) DELIMITED BY SIZE
             INTO INV-LINE
           WRITE INV-LINE
           MOVE SPACES TO INV-LINE
           MOVE CUS-T-ADDRESS-1(WS-CUS-SUB) TO INV-LINE(18:30)
           WRITE INV-LINE
           MOVE SPACES TO INV-LINE
           MOVE CUS-T-ADDRESS-2(WS-CUS-SUB) TO INV-LINE(18:30)
           WRITE INV-LINE
           MOVE SPACES TO INV-LINE
           STRING 'BILLING PERIOD : ' DELIMITED BY SIZE
                  WS-CUR-PERIOD DELIMITED BY SIZE
                  ' ENDING ' DELIMITED BY SIZE
                  WS-CUR-PERIOD-END DELIMITED BY SIZE
                  '  DUE DATE : ' DELIMITED BY SIZE
                  WS-CUR-DUE-DATE DELIMITED BY SIZE
             INTO INV-LINE
           WRITE INV-LINE
           MOVE SPACES TO INV-LINE
           WRITE INV-LINE
           MOVE SPACES TO INV-LINE
           STRING 'BILLED    ASSET CLASS CODE WORD             '
                      DELIMITED BY SIZE
                  '      RATE      AMOUNT' DELIMITED BY SIZE
             INTO INV-LINE
           WRITE INV-LINE
           MOVE ALL '-' TO INV-LINE
           WRITE INV-LINE
           EXIT.

       WRITE-INVOICE-SUBTOTAL SECTION.
           MOVE WS-CUR-CLASS TO INS-ASSET-CLASS
           MOVE WS-CUR-WORD TO INS-CODE-WORD
           MOVE WS-SUBTOTAL TO INS-AMOUNT
           MOVE WS-INV-SUBTOTAL TO INV-LINE
           WRITE INV-LINE
           MOVE 0 TO WS-SUBTOTAL
           EXIT.

       CLOSE-INVOICE SECTION.
           PERFORM WRITE-INVOICE-SUBTOTAL
           MOVE ALL '-' TO INV-LINE
           WRITE INV-LINE
           MOVE WS-INVOICE-TOTAL TO INT-AMOUNT
           MOVE WS-INV-TOTAL TO INV-LINE
           WRITE INV-LINE
           MOVE SPACES TO ARX-RECORD
           MOVE WS-LAST-INVOICE TO ARX-INVOICE-NUMBER
           MOVE WS-CUR-CUSTOMER TO ARX-CUSTOMER
           MOVE WS-PROCESS-DATE TO ARX-INVOICE-DATE
           MOVE WS-CUR-DUE-DATE TO ARX-DUE-DATE
           MOVE WS-CUR-PERIOD TO ARX-PERIOD
           MOVE WS-CUR-PERIOD-END TO ARX-PERIOD-END
           MOVE WS-INVOICE-LINES TO ARX-LINE-COUNT
           MOVE WS-INVOICE-TOTAL TO ARX-AMOUNT
           WRITE ARX-RECORD
           ADD 1 TO WS-AR-RECORDS
           ADD WS-INVOICE-TOTAL TO WS-AR-HASH
           ADD WS-INVOICE-TOTAL TO WS-AMOUNT-INVOICED
           MOVE 'N' TO WS-INVOICE-OPEN
           EXIT.

       WRITE-INVOICE-CONTROL SECTION.
           OPEN OUTPUT INVOICE-CONTROL-FILE
           MOVE SPACES TO ICT-RECORD
           MOVE WS-LAST-INVOICE TO ICT-LAST-INVOICE
           MOVE WS-LAST-RUN-ID TO ICT-LAST-RUN-ID
           MOVE WS-LAST-TIMESTAMP TO ICT-LAST-TIMESTAMP
           WRITE ICT-RECORD
           CLOSE INVOICE-CONTROL-FILE
           EXIT.

      * Standard run-balancing control-total report so ops balances
      * this job the same way every other nightly batch job is
      * balanced.
       WRITE-CONTROL-TOTALS SECTION.
           OPEN OUTPUT CONTROL-TOTAL-FILE
           MOVE WS-PARM-RUN-ID TO TRX-RUN-ID
           MOVE 'INVOICE' TO TRX-SOURCE-SYSTEM
           MOVE FUNCTION CURRENT-DATE TO TRX-TIMESTAMP
           MOVE TRX-HEADER TO CTL-LINE
           WRITE CTL-LINE
           MOVE 'CUSTOMER INVOICE CONTROL TOTALS' TO CTL-LINE
           WRITE CTL-LINE
           MOVE ALL '-' TO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-LINES-READ TO WS-CTL-COUNT-TXT
           STRING 'BILLING LINES    : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-LINES-ASSIGNED TO WS-CTL-COUNT-TXT
           STRING 'LINES ASSIGNED   : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-LINES-UNASSIGNED TO WS-CTL-COUNT-TXT
           STRING 'LINES UNASSIGNED : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-LINES-ALREADY-TAKEN TO WS-CTL-COUNT-TXT
           STRING 'ALREADY TAKEN    : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-EXTRACT-AMOUNT TO WS-AMOUNT-TXT
           STRING 'EXTRACT AMOUNT   : ' DELIMITED BY SIZE
                  WS-AMOUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-INVOICES-ISSUED TO WS-CTL-COUNT-TXT
           STRING 'INVOICES ISSUED  : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-LINES-INVOICED TO WS-CTL-COUNT-TXT
           STRING 'LINES INVOICED   : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-LINES-CARRIED TO WS-CTL-COUNT-TXT
           STRING 'LINES CARRIED    : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-LINES-HELD TO WS-CTL-COUNT-TXT
           STRING 'LINES HELD       : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-AR-RECORDS TO WS-CTL-COUNT-TXT
           STRING 'AR RECORDS       : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-AMOUNT-INVOICED TO WS-AMOUNT-TXT
           STRING 'AMOUNT INVOICED  : ' DELIMITED BY SIZE
                  WS-AMOUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-CREDIT-LINES TO WS-CTL-COUNT-TXT
           STRING 'CREDIT LINES     : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-REBILL-LINES TO WS-CTL-COUNT-TXT
           STRING 'REBILL LINES     : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           CLOSE CONTROL-TOTAL-FILE
           EXIT.

      * High-water marks of the in-memory tables for this run,
      * kept so TABLE-CAPACITY-REPORT can warn before a ceiling is
      * reached.
       RECORD-TABLE-CAPACITY SECTION.
           MOVE 'CUSTOMER-INVOICE' TO TCAP-PROGRAM-ID
           MOVE WS-PARM-RUN-ID TO TCAP-RUN-ID
           MOVE WS-RUN-DATE TO TCAP-RUN-DATE
           MOVE 'CUS' TO TCAP-TABLE-NAME
           MOVE WS-CUS-COUNT TO TCAP-PEAK
           MOVE WS-CUS-MAX TO TCAP-CEILING
           PERFORM WRITE-TABLE-CAPACITY
           MOVE 'ACA' TO TCAP-TABLE-NAME
           MOVE WS-ACA-COUNT TO TCAP-PEAK
           MOVE WS-ACA-MAX TO TCAP-CEILING
           PERFORM WRITE-TABLE-CAPACITY
           MOVE 'PE' TO TCAP-TABLE-NAME
           MOVE WS-PE-COUNT TO TCAP-PEAK
           MOVE WS-PE-MAX TO TCAP-CEILING
           PERFORM WRITE-TABLE-CAPACITY
           EXIT.

       COPY "suite-error-log-proc.cpy".
       COPY "run-parms-proc.cpy".
       COPY "env-switch-proc.cpy".
       COPY "table-capacity-proc.cpy".
