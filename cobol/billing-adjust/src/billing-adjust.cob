       IDENTIFICATION DIVISION.
       PROGRAM-ID. BILLING-ADJUST.
      * Credits, rebills and write-offs against billed lines. RAINDROPS
      * keeps every line it bills on BILLING-HISTORY, keyed by the run
      * ID and the asset, so a disputed charge can be found long after
      * the nightly extract has gone. Billing raises one adjustment
      * per disputed line on BILLING-ADJUSTMENTS.DAT:
      *   CREDIT   - credit back part or all of what is still
      *              outstanding on the line (blank amount means all
      *              of it).
      *   REBILL   - credit everything outstanding and charge again at
      *              the corrected rate, or at the rate for the
      *              corrected code word off RAINDROP-PRICES.DAT.
      *   WRITEOFF - write off part or all of what is outstanding.
      *              Nothing goes to the customer.
      * Outstanding is what was billed plus any rebill, less what has
      * already been credited or written off; an adjustment for more
      * than that is rejected. Credit and rebill lines go onto the
      * unbilled file for CUSTOMER-INVOICE, carrying the original
      * billing date so they invoice to the customer who had the asset
      * then, in the fiscal period the adjustment is made in. Each
      * night the whole history is reported net billed per asset.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADJUSTMENT-FILE ASSIGN TO DYNAMIC WS-ADJUSTMENT-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ADJUSTMENT-STATUS.
           SELECT BILLING-HISTORY ASSIGN TO DYNAMIC WS-HISTORY-DSN
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BHS-KEY
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT PRICE-FILE ASSIGN TO DYNAMIC WS-PRICE-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PRICE-STATUS.
           SELECT FISCAL-DAY-FILE ASSIGN TO DYNAMIC WS-FISCAL-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FISCAL-STATUS.
      * CUSTOMER-INVOICE's unbilled file - credit and rebill lines are
      * added to it for the next invoice run.
           SELECT UNBILLED-FILE ASSIGN TO DYNAMIC WS-UNBILLED-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-UNBILLED-STATUS.
           SELECT HISTORY-SORT-WORK-FILE ASSIGN TO 'SORTWK'.
           SELECT HISTORY-SORTED-FILE ASSIGN TO
               DYNAMIC WS-SORTED-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SORTED-STATUS.
           SELECT NET-REPORT-FILE ASSIGN TO DYNAMIC WS-NET-REPORT-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-NET-REPORT-STATUS.
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
           COPY "data-lineage-select.cpy".
           COPY "log-chain-select.cpy".

       DATA DIVISION.
       FILE SECTION.
      * ADJ-ACTION: CREDIT, REBILL or WRITEOFF. ADJ-RUN-ID and
      * ADJ-ASSET-NUMBER name the billed line. ADJ-AMOUNT is 9999999.99
      * without the point; blank takes everything outstanding.
      * ADJ-CODE-WORD and ADJ-RATE are the correction on REBILL - the
      * rate wins when both are given.
       FD  ADJUSTMENT-FILE
           RECORD CONTAINS 98 CHARACTERS.
       01 ADJ-RECORD.
          03 ADJ-ACTION          PIC X(8).
          03 FILLER              PIC X(2).
          03 ADJ-RUN-ID          PIC X(8).
          03 FILLER              PIC X(2).
          03 ADJ-ASSET-NUMBER    PIC X(4).
          03 FILLER              PIC X(2).
          03 ADJ-AMOUNT          PIC X(9).
          03 ADJ-AMOUNT-N REDEFINES ADJ-AMOUNT PIC 9(7)V99.
          03 FILLER              PIC X(2).
          03 ADJ-CODE-WORD       PIC X(20).
          03 FILLER              PIC X(2).
          03 ADJ-RATE            PIC X(7).
          03 ADJ-RATE-N REDEFINES ADJ-RATE PIC 9(5)V99.
          03 FILLER              PIC X(2).
          03 ADJ-REASON          PIC X(30).

      * Same layout RAINDROPS writes. Outstanding on a line is
      * BHS-EXTENDED + BHS-REBILLED - BHS-CREDITED - BHS-WRITTEN-OFF.
       FD  BILLING-HISTORY
           RECORD CONTAINS 122 CHARACTERS.
       01 BHS-RECORD.
          03 BHS-KEY.
             05 BHS-RUN-ID        PIC X(8).
             05 BHS-ASSET-NUMBER  PIC 9(4).
          03 BHS-BILL-DATE        PIC 9(8).
          03 BHS-ASSET-CLASS      PIC X(4).
          03 BHS-CODE-WORD        PIC X(20).
          03 BHS-RATE             PIC 9(5)V99.
          03 BHS-EXTENDED         PIC 9(7)V99.
          03 BHS-CREDITED         PIC 9(7)V99.
          03 BHS-WRITTEN-OFF      PIC 9(7)V99.
          03 BHS-REBILLED         PIC 9(7)V99.
          03 BHS-REBILL-CODE-WORD PIC X(20).
          03 BHS-REBILL-RATE      PIC 9(5)V99.
          03 BHS-LAST-ADJ-DATE    PIC 9(8).

      * Same layout RAINDROPS reads.
       FD  PRICE-FILE
           RECORD CONTAINS 29 CHARACTERS.
       01 PRC-RECORD.
          03 PRC-CODE-WORD    PIC X(20).
          03 FILLER           PIC X(2).
          03 PRC-RATE         PIC 9(5)V99.

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

      * Same layout CUSTOMER-INVOICE keeps. UNB-LINE-TYPE C is a
      * credit, R a rebill.
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

       SD  HISTORY-SORT-WORK-FILE.
       01 HSR-RECORD.
          03 HSR-RUN-ID          PIC X(8).
          03 HSR-ASSET-NUMBER    PIC 9(4).
          03 HSR-BILL-DATE       PIC 9(8).
          03 FILLER              PIC X(102).

       FD  HISTORY-SORTED-FILE
           RECORD CONTAINS 122 CHARACTERS.
       01 HSO-RECORD.
          03 HSO-RUN-ID           PIC X(8).
          03 HSO-ASSET-NUMBER     PIC 9(4).
          03 HSO-BILL-DATE        PIC 9(8).
          03 HSO-ASSET-CLASS      PIC X(4).
          03 HSO-CODE-WORD        PIC X(20).
          03 HSO-RATE             PIC 9(5)V99.
          03 HSO-EXTENDED         PIC 9(7)V99.
          03 HSO-CREDITED         PIC 9(7)V99.
          03 HSO-WRITTEN-OFF      PIC 9(7)V99.
          03 HSO-REBILLED         PIC 9(7)V99.
          03 HSO-REBILL-CODE-WORD PIC X(20).
          03 HSO-REBILL-RATE      PIC 9(5)V99.
          03 HSO-LAST-ADJ-DATE    PIC 9(8).

       FD  NET-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 NET-LINE PIC X(80).

       FD  CONTROL-TOTAL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 CTL-LINE PIC X(80).

       COPY "suite-error-log-fd.cpy".
       COPY "table-capacity-fd.cpy".
       COPY "run-parms-fd.cpy".
       COPY "data-lineage-fd.cpy".
       COPY "log-chain-fd.cpy".

       WORKING-STORAGE SECTION.
       01 WS-ADJUSTMENT-DSN   PIC X(100)
          VALUE 'BILLING-ADJUSTMENTS.DAT'.
       01 WS-HISTORY-DSN      PIC X(100) VALUE 'BILLING-HISTORY.DAT'.
       01 WS-PRICE-DSN        PIC X(100) VALUE 'RAINDROP-PRICES.DAT'.
       01 WS-FISCAL-DSN       PIC X(100) VALUE 'FISCAL-DAY.DAT'.
       01 WS-UNBILLED-DSN     PIC X(100) VALUE 'INVOICE-UNBILLED.DAT'.
       01 WS-SORTED-DSN       PIC X(100)
          VALUE 'BILLING-HISTORY-SORTED.TMP'.
       01 WS-NET-REPORT-DSN   PIC X(100)
          VALUE 'BILLING-NET-BY-ASSET.RPT'.
       01 WS-ADJUSTMENT-STATUS PIC XX VALUE '00'.
       01 WS-HISTORY-STATUS   PIC XX VALUE '00'.
       01 WS-PRICE-STATUS     PIC XX VALUE '00'.
       01 WS-FISCAL-STATUS    PIC XX VALUE '00'.
       01 WS-UNBILLED-STATUS  PIC XX VALUE '00'.
       01 WS-SORTED-STATUS    PIC XX VALUE '00'.
       01 WS-NET-REPORT-STATUS PIC XX VALUE '00'.
       01 WS-EOF-FLAG         PIC X VALUE 'N'.

       01 WS-CONTROL-TOTAL-DSN    PIC X(100)
          VALUE 'BILLING-ADJUST-CONTROL-TOTALS.RPT'.
       01 WS-CONTROL-TOTAL-STATUS PIC XX VALUE '00'.
       01 WS-ADJ-READ             PIC 9(6) VALUE 0.
       01 WS-CREDITS-APPLIED      PIC 9(6) VALUE 0.
       01 WS-REBILLS-APPLIED      PIC 9(6) VALUE 0.
       01 WS-WRITEOFFS-APPLIED    PIC 9(6) VALUE 0.
       01 WS-ADJ-REJECTED         PIC 9(6) VALUE 0.
       01 WS-UNBILLED-WRITTEN     PIC 9(6) VALUE 0.
       01 WS-HISTORY-LINES        PIC 9(6) VALUE 0.
       01 WS-ASSETS-REPORTED      PIC 9(6) VALUE 0.
       01 WS-AMOUNT-CREDITED      PIC 9(9)V99 VALUE 0.
       01 WS-AMOUNT-REBILLED      PIC 9(9)V99 VALUE 0.
       01 WS-AMOUNT-WRITTEN-OFF   PIC 9(9)V99 VALUE 0.
       01 WS-CTL-COUNT-TXT        PIC ZZZZZ9.
       01 WS-AMOUNT-TXT           PIC ZZZZZZZZ9.99.

       01 WS-PROCESS-DATE     PIC 9(8) VALUE 0.
       01 WS-ADJ-PERIOD-END   PIC 9(8) VALUE 0.
       01 WS-ADJ-PERIOD       PIC 9(2) VALUE 0.
       01 WS-OUTSTANDING      PIC 9(7)V99 VALUE 0.
       01 WS-ADJ-VALUE        PIC 9(7)V99 VALUE 0.
       01 WS-NEW-RATE         PIC 9(5)V99 VALUE 0.
       01 WS-NEW-CODE-WORD    PIC X(20).
       01 WS-REJECT-REASON    PIC X(30).

       01 WS-PRICE-MAX        PIC 9(3) VALUE 50.
       01 WS-PRICE-COUNT      PIC 9(3) VALUE 0.
       01 WS-PRICE-TABLE.
          03 WS-PRICE-ENTRY OCCURS 50 TIMES INDEXED BY PR-IDX.
             05 PRC-T-CODE-WORD  PIC X(20).
             05 PRC-T-RATE       PIC 9(5)V99.
       01 WS-PRICE-FOUND      PIC X VALUE 'N'.

       01 WS-PE-MAX           PIC 9(3) VALUE 60.
       01 WS-PE-COUNT         PIC 9(3) VALUE 0.
       01 WS-PE-TABLE.
          03 WS-PE-ENTRY OCCURS 60 TIMES INDEXED BY PE-IDX.
             05 PE-T-DATE        PIC 9(8).
             05 PE-T-PERIOD      PIC 9(2).

       01 WS-BEFORE-IMAGE.
          03 BFI-CREDITED        PIC 9(7)V99.
          03 FILLER              PIC X VALUE SPACE.
          03 BFI-WRITTEN-OFF     PIC 9(7)V99.
          03 FILLER              PIC X VALUE SPACE.
          03 BFI-REBILLED        PIC 9(7)V99.
          03 FILLER              PIC X VALUE SPACE.
          03 BFI-REBILL-CODE-WORD PIC X(20).

       01 WS-FIRST-RECORD     PIC X VALUE 'Y'.
       01 WS-PREV-ASSET       PIC 9(4) VALUE 0.
       01 WS-LINE-NET         PIC 9(7)V99 VALUE 0.
       01 WS-ASSET-BILLED     PIC 9(9)V99 VALUE 0.
       01 WS-ASSET-CREDITED   PIC 9(9)V99 VALUE 0.
       01 WS-ASSET-WRITTEN-OFF PIC 9(9)V99 VALUE 0.
       01 WS-ASSET-REBILLED   PIC 9(9)V99 VALUE 0.
       01 WS-ASSET-NET        PIC 9(9)V99 VALUE 0.
       01 WS-TOTAL-BILLED     PIC 9(9)V99 VALUE 0.
       01 WS-TOTAL-CREDITED   PIC 9(9)V99 VALUE 0.
       01 WS-TOTAL-WRITTEN-OFF PIC 9(9)V99 VALUE 0.
       01 WS-TOTAL-REBILLED   PIC 9(9)V99 VALUE 0.
       01 WS-TOTAL-NET        PIC 9(9)V99 VALUE 0.

       01 WS-NET-DETAIL.
          03 NTD-ASSET-NUMBER PIC 9(4).
          03 FILLER           PIC X(2) VALUE SPACES.
          03 NTD-RUN-ID       PIC X(8).
          03 FILLER           PIC X(2) VALUE SPACES.
          03 NTD-BILL-DATE    PIC 9(8).
          03 FILLER           PIC X(1) VALUE SPACES.
          03 NTD-BILLED       PIC ZZZZZZ9.99.
          03 FILLER           PIC X(1) VALUE SPACES.
          03 NTD-CREDITED     PIC ZZZZZZ9.99.
          03 FILLER           PIC X(1) VALUE SPACES.
          03 NTD-WRITTEN-OFF  PIC ZZZZZZ9.99.
          03 FILLER           PIC X(1) VALUE SPACES.
          03 NTD-REBILLED     PIC ZZZZZZ9.99.
          03 FILLER           PIC X(1) VALUE SPACES.
          03 NTD-NET          PIC ZZZZZZ9.99.
       01 WS-NET-TOTAL.
          03 NTT-LABEL        PIC X(24).
          03 NTT-BILLED       PIC ZZZZZZ9.99.
          03 FILLER           PIC X(1) VALUE SPACES.
          03 NTT-CREDITED     PIC ZZZZZZ9.99.
          03 FILLER           PIC X(1) VALUE SPACES.
          03 NTT-WRITTEN-OFF  PIC ZZZZZZ9.99.
          03 FILLER           PIC X(1) VALUE SPACES.
          03 NTT-REBILLED     PIC ZZZZZZ9.99.
          03 FILLER           PIC X(1) VALUE SPACES.
          03 NTT-NET          PIC ZZZZZZ9.99.

       COPY "suite-error-log-ws.cpy".
       COPY "table-capacity-ws.cpy".
       COPY "run-parms-ws.cpy".
       COPY "env-accept-ws.cpy".
       COPY "data-lineage-ws.cpy".
       COPY "log-chain-ws.cpy".
       COPY "transaction-header.cpy".
       COPY "return-codes.cpy".
       COPY "env-switch-ws.cpy".

       PROCEDURE DIVISION.
       RUN-BILLING-ADJUST SECTION.
           PERFORM READ-RUN-PARMS
           MOVE WS-PARM-RUN-ID TO WS-LINEAGE-RUN-ID
           PERFORM RESOLVE-ADJUST-FILES

           IF WS-RUN-DATE NOT = 0
               MOVE WS-RUN-DATE TO WS-PROCESS-DATE
           ELSE
               ACCEPT WS-PROCESS-DATE FROM DATE YYYYMMDD
           END-IF

           PERFORM LOAD-PRICE-TABLE
           PERFORM LOAD-PERIOD-ENDS
           PERFORM FIND-ADJUSTMENT-PERIOD
           IF WS-ADJ-PERIOD-END = 0
               MOVE 'BILLING-ADJ' TO SERR-PROGRAM-ID
               MOVE WS-PROCESS-DATE TO SERR-KEY-FIELD
               MOVE 'NO FISCAL PERIOD FOR RUN DATE' TO SERR-REASON
               MOVE 'REF001' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               SET RC-CRITICAL TO TRUE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               GOBACK
           END-IF

      * Nothing billed yet means nothing to adjust, but the history is
      * created so the report and the balancing still run.
           OPEN I-O BILLING-HISTORY
           IF WS-HISTORY-STATUS = '35'
               OPEN OUTPUT BILLING-HISTORY
               CLOSE BILLING-HISTORY
               OPEN I-O BILLING-HISTORY
           END-IF
           IF WS-HISTORY-STATUS NOT = '00'
               MOVE 'BILLING-ADJ' TO SERR-PROGRAM-ID
               MOVE WS-HISTORY-DSN(1:20) TO SERR-KEY-FIELD
               MOVE 'BILLING HISTORY NOT AVAILABLE' TO SERR-REASON
               MOVE 'REF001' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               SET RC-CRITICAL TO TRUE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               GOBACK
           END-IF

           OPEN EXTEND UNBILLED-FILE
           IF WS-UNBILLED-STATUS NOT = '00'
               OPEN OUTPUT UNBILLED-FILE
           END-IF
           OPEN INPUT ADJUSTMENT-FILE
           IF WS-ADJUSTMENT-STATUS = '00'
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ ADJUSTMENT-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-ADJ-READ
                           PERFORM APPLY-ONE-ADJUSTMENT
                   END-READ
               END-PERFORM
               CLOSE ADJUSTMENT-FILE
               MOVE 'N' TO WS-EOF-FLAG
           END-IF
           CLOSE UNBILLED-FILE
           CLOSE BILLING-HISTORY

           SORT HISTORY-SORT-WORK-FILE
               ON ASCENDING KEY HSR-ASSET-NUMBER
                                HSR-BILL-DATE
                                HSR-RUN-ID
               USING BILLING-HISTORY
               GIVING HISTORY-SORTED-FILE
           PERFORM WRITE-NET-REPORT
           PERFORM WRITE-CONTROL-TOTALS

           SET RC-NORMAL TO TRUE
           IF WS-ADJ-REJECTED > 0
               SET RC-WARNING TO TRUE
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
           PERFORM RECORD-TABLE-CAPACITY
           GOBACK.

       RESOLVE-ADJUST-FILES SECTION.
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'BILLING_ADJUSTMENTS_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-ADJUSTMENT-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'BILLING_HISTORY_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-HISTORY-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'RAINDROPS_PRICE_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-PRICE-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'FISCAL_CALENDAR_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-FISCAL-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'INVOICE_UNBILLED_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-UNBILLED-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'BILLING_NET_REPORT_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-NET-REPORT-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'BILLING_ADJUST_CONTROL_TOTAL_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-CONTROL-TOTAL-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'SUITE_ERROR_LOG_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-SUITE-ERROR-LOG-DSN
           END-IF
           MOVE WS-ADJUSTMENT-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-ADJUSTMENT-DSN
           MOVE WS-HISTORY-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-HISTORY-DSN
           MOVE WS-UNBILLED-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-UNBILLED-DSN
           MOVE WS-NET-REPORT-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-NET-REPORT-DSN
           MOVE WS-CONTROL-TOTAL-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-CONTROL-TOTAL-DSN
           EXIT.

       LOAD-PRICE-TABLE SECTION.
           MOVE 0 TO WS-PRICE-COUNT
           OPEN INPUT PRICE-FILE
           IF WS-PRICE-STATUS NOT = '00'
               GO TO LOAD-PRICE-TABLE-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ PRICE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF PRC-CODE-WORD NOT = SPACES
                           AND PRC-RATE IS NUMERIC
                           AND WS-PRICE-COUNT < WS-PRICE-MAX
                           ADD 1 TO WS-PRICE-COUNT
                           MOVE PRC-CODE-WORD
                             TO PRC-T-CODE-WORD(WS-PRICE-COUNT)
                           MOVE PRC-RATE TO PRC-T-RATE(WS-PRICE-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PRICE-FILE
           MOVE 'N' TO WS-EOF-FLAG.
       LOAD-PRICE-TABLE-EXIT.
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

      * The period tonight's adjustments invoice in: the first period
      * end on or after the run date.
       FIND-ADJUSTMENT-PERIOD SECTION.
           MOVE 0 TO WS-ADJ-PERIOD-END
           MOVE 0 TO WS-ADJ-PERIOD
           PERFORM VARYING PE-IDX FROM 1 BY 1
                   UNTIL PE-IDX > WS-PE-COUNT
               IF PE-T-DATE(PE-IDX) NOT < WS-PROCESS-DATE
                   AND (WS-ADJ-PERIOD-END = 0
                        OR PE-T-DATE(PE-IDX) < WS-ADJ-PERIOD-END)
                   MOVE PE-T-DATE(PE-IDX) TO WS-ADJ-PERIOD-END
                   MOVE PE-T-PERIOD(PE-IDX) TO WS-ADJ-PERIOD
               END-IF
           END-PERFORM
           EXIT.

       APPLY-ONE-ADJUSTMENT SECTION.
           IF ADJ-ASSET-NUMBER IS NOT NUMERIC
               MOVE 'ASSET NUMBER NOT NUMERIC' TO WS-REJECT-REASON
               PERFORM REJECT-ADJUSTMENT
               GO TO APPLY-ONE-ADJUSTMENT-EXIT
           END-IF
           IF ADJ-AMOUNT NOT = SPACES
               AND ADJ-AMOUNT IS NOT NUMERIC
               MOVE 'ADJUSTMENT AMOUNT INVALID' TO WS-REJECT-REASON
               PERFORM REJECT-ADJUSTMENT
               GO TO APPLY-ONE-ADJUSTMENT-EXIT
           END-IF
           MOVE ADJ-RUN-ID TO BHS-RUN-ID
           MOVE ADJ-ASSET-NUMBER TO BHS-ASSET-NUMBER
           READ BILLING-HISTORY
               INVALID KEY
                   MOVE 'BILLED LINE NOT ON HISTORY'
                     TO WS-REJECT-REASON
                   PERFORM REJECT-ADJUSTMENT
                   GO TO APPLY-ONE-ADJUSTMENT-EXIT
           END-READ
           MOVE BHS-CREDITED TO BFI-CREDITED
           MOVE BHS-WRITTEN-OFF TO BFI-WRITTEN-OFF
           MOVE BHS-REBILLED TO BFI-REBILLED
           MOVE BHS-REBILL-CODE-WORD TO BFI-REBILL-CODE-WORD
           COMPUTE WS-OUTSTANDING = BHS-EXTENDED + BHS-REBILLED
                                  - BHS-CREDITED - BHS-WRITTEN-OFF
           IF ADJ-AMOUNT = SPACES
               MOVE WS-OUTSTANDING TO WS-ADJ-VALUE
           ELSE
               MOVE ADJ-AMOUNT-N TO WS-ADJ-VALUE
           END-IF
           EVALUATE ADJ-ACTION
               WHEN 'CREDIT'
                   PERFORM APPLY-CREDIT
               WHEN 'REBILL'
                   PERFORM APPLY-REBILL
               WHEN 'WRITEOFF'
                   PERFORM APPLY-WRITEOFF
               WHEN OTHER
                   MOVE 'UNKNOWN ADJUSTMENT ACTION' TO WS-REJECT-REASON
                   PERFORM REJECT-ADJUSTMENT
           END-EVALUATE.
       APPLY-ONE-ADJUSTMENT-EXIT.
           EXIT.

       REJECT-ADJUSTMENT SECTION.
           ADD 1 TO WS-ADJ-REJECTED
           MOVE 'BILLING-ADJ' TO SERR-PROGRAM-ID
           MOVE SPACES TO SERR-KEY-FIELD
           STRING ADJ-ACTION DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  ADJ-RUN-ID DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  ADJ-ASSET-NUMBER DELIMITED BY SIZE
             INTO SERR-KEY-FIELD
           MOVE WS-REJECT-REASON TO SERR-REASON
           MOVE 'TXN001' TO SERR-ERROR-CODE
           PERFORM WRITE-SUITE-ERROR-LOG
           EXIT.

      * Credit or write-off value against what is still outstanding.
      * Sets WS-REJECT-REASON; the caller rejects.
       CHECK-ADJUSTMENT-VALUE SECTION.
           MOVE SPACES TO WS-REJECT-REASON
           IF WS-OUTSTANDING = 0
               MOVE 'NOTHING OUTSTANDING ON LINE' TO WS-REJECT-REASON
           ELSE
               IF WS-ADJ-VALUE = 0
                   MOVE 'ADJUSTMENT AMOUNT ZERO' TO WS-REJECT-REASON
               ELSE
                   IF WS-ADJ-VALUE > WS-OUTSTANDING
                       MOVE 'ADJUSTMENT EXCEEDS ORIGINAL'
                         TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF
           EXIT.

       APPLY-CREDIT SECTION.
           PERFORM CHECK-ADJUSTMENT-VALUE
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM REJECT-ADJUSTMENT
               GO TO APPLY-CREDIT-EXIT
           END-IF
           ADD WS-ADJ-VALUE TO BHS-CREDITED
           MOVE WS-PROCESS-DATE TO BHS-LAST-ADJ-DATE
           REWRITE BHS-RECORD
               INVALID KEY
                   MOVE 'CREDIT REWRITE FAILED' TO WS-REJECT-REASON
                   PERFORM REJECT-ADJUSTMENT
                   GO TO APPLY-CREDIT-EXIT
           END-REWRITE
           ADD 1 TO WS-CREDITS-APPLIED
           ADD WS-ADJ-VALUE TO WS-AMOUNT-CREDITED
           PERFORM WRITE-CREDIT-LINE
           PERFORM WRITE-ADJUSTMENT-LINEAGE.
       APPLY-CREDIT-EXIT.
           EXIT.

      * The amount column does not apply to a rebill - the whole of
      * what is outstanding is credited and the line charged again.
       APPLY-REBILL SECTION.
           MOVE WS-OUTSTANDING TO WS-ADJ-VALUE
           PERFORM CHECK-ADJUSTMENT-VALUE
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM REJECT-ADJUSTMENT
               GO TO APPLY-REBILL-EXIT
           END-IF
           IF ADJ-RATE = SPACES AND ADJ-CODE-WORD = SPACES
               MOVE 'REBILL NEEDS RATE OR CODE WORD'
                 TO WS-REJECT-REASON
               PERFORM REJECT-ADJUSTMENT
               GO TO APPLY-REBILL-EXIT
           END-IF
           MOVE BHS-CODE-WORD TO WS-NEW-CODE-WORD
           IF ADJ-CODE-WORD NOT = SPACES
               MOVE ADJ-CODE-WORD TO WS-NEW-CODE-WORD
           END-IF
           IF ADJ-RATE NOT = SPACES
               IF ADJ-RATE IS NOT NUMERIC
                   MOVE 'REBILL RATE INVALID' TO WS-REJECT-REASON
                   PERFORM REJECT-ADJUSTMENT
                   GO TO APPLY-REBILL-EXIT
               END-IF
               MOVE ADJ-RATE-N TO WS-NEW-RATE
           ELSE
               PERFORM FIND-CODE-WORD-PRICE
               IF WS-PRICE-FOUND = 'N'
                   MOVE 'NO PRICE FOR REBILL CODE WORD'
                     TO WS-REJECT-REASON
                   PERFORM REJECT-ADJUSTMENT
                   GO TO APPLY-REBILL-EXIT
               END-IF
           END-IF
           ADD WS-ADJ-VALUE TO BHS-CREDITED
           ADD WS-NEW-RATE TO BHS-REBILLED
           MOVE WS-NEW-CODE-WORD TO BHS-REBILL-CODE-WORD
           MOVE WS-NEW-RATE TO BHS-REBILL-RATE
           MOVE WS-PROCESS-DATE TO BHS-LAST-ADJ-DATE
           REWRITE BHS-RECORD
               INVALID KEY
                   MOVE 'REBILL REWRITE FAILED' TO WS-REJECT-REASON
                   PERFORM REJECT-ADJUSTMENT
                   GO TO APPLY-REBILL-EXIT
           END-REWRITE
           ADD 1 TO WS-REBILLS-APPLIED
           ADD WS-ADJ-VALUE TO WS-AMOUNT-CREDITED
           ADD WS-NEW-RATE TO WS-AMOUNT-REBILLED
           PERFORM WRITE-CREDIT-LINE
           PERFORM WRITE-REBILL-LINE
           PERFORM WRITE-ADJUSTMENT-LINEAGE.
       APPLY-REBILL-EXIT.
           EXIT.

       APPLY-WRITEOFF SECTION.
           PERFORM CHECK-ADJUSTMENT-VALUE
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM REJECT-ADJUSTMENT
               GO TO APPLY-WRITEOFF-EXIT
           END-IF
           ADD WS-ADJ-VALUE TO BHS-WRITTEN-OFF
           MOVE WS-PROCESS-DATE TO BHS-LAST-ADJ-DATE
           REWRITE BHS-RECORD
               INVALID KEY
                   MOVE 'WRITEOFF REWRITE FAILED' TO WS-REJECT-REASON
                   PERFORM REJECT-ADJUSTMENT
                   GO TO APPLY-WRITEOFF-EXIT
           END-REWRITE
           ADD 1 TO WS-WRITEOFFS-APPLIED
           ADD WS-ADJ-VALUE TO WS-AMOUNT-WRITTEN-OFF
           PERFORM WRITE-ADJUSTMENT-LINEAGE.
       APPLY-WRITEOFF-EXIT.
           EXIT.

       FIND-CODE-WORD-PRICE SECTION.
           MOVE 'N' TO WS-PRICE-FOUND
           MOVE 0 TO WS-NEW-RATE
           PERFORM VARYING PR-IDX FROM 1 BY 1
                   UNTIL PR-IDX > WS-PRICE-COUNT
                      OR WS-PRICE-FOUND = 'Y'
               IF PRC-T-CODE-WORD(PR-IDX) = WS-NEW-CODE-WORD
                   MOVE 'Y' TO WS-PRICE-FOUND
                   MOVE PRC-T-RATE(PR-IDX) TO WS-NEW-RATE
               END-IF
           END-PERFORM
           EXIT.

      * The customer is left blank - CUSTOMER-INVOICE finds whoever
      * had the asset on the original billing date.
       BUILD-UNBILLED-LINE SECTION.
           MOVE SPACES TO UNB-RECORD
           MOVE WS-ADJ-PERIOD-END TO UNB-PERIOD-END
           MOVE WS-ADJ-PERIOD TO UNB-PERIOD
           MOVE BHS-ASSET-CLASS TO UNB-ASSET-CLASS
           MOVE BHS-BILL-DATE TO UNB-BILL-DATE
           MOVE BHS-ASSET-NUMBER TO UNB-ASSET-NUMBER
           MOVE BHS-RUN-ID TO UNB-RUN-ID
           EXIT.

       WRITE-CREDIT-LINE SECTION.
           PERFORM BUILD-UNBILLED-LINE
           MOVE BHS-CODE-WORD TO UNB-CODE-WORD
           MOVE BHS-RATE TO UNB-RATE
           MOVE WS-ADJ-VALUE TO UNB-EXTENDED
           MOVE 'C' TO UNB-LINE-TYPE
           WRITE UNB-RECORD
           ADD 1 TO WS-UNBILLED-WRITTEN
           EXIT.

       WRITE-REBILL-LINE SECTION.
           PERFORM BUILD-UNBILLED-LINE
           MOVE WS-NEW-CODE-WORD TO UNB-CODE-WORD
           MOVE WS-NEW-RATE TO UNB-RATE
           MOVE WS-NEW-RATE TO UNB-EXTENDED
           MOVE 'R' TO UNB-LINE-TYPE
           WRITE UNB-RECORD
           ADD 1 TO WS-UNBILLED-WRITTEN
           EXIT.

       WRITE-ADJUSTMENT-LINEAGE SECTION.
           MOVE 'BILLING-ADJ' TO LIN-PROGRAM-ID
           MOVE SPACES TO LIN-BEFORE-IMAGE
           STRING ADJ-ACTION DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  BHS-RUN-ID DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  ADJ-ASSET-NUMBER DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-BEFORE-IMAGE DELIMITED BY SIZE
             INTO LIN-BEFORE-IMAGE
           MOVE BHS-CREDITED TO BFI-CREDITED
           MOVE BHS-WRITTEN-OFF TO BFI-WRITTEN-OFF
           MOVE BHS-REBILLED TO BFI-REBILLED
           MOVE BHS-REBILL-CODE-WORD TO BFI-REBILL-CODE-WORD
           MOVE SPACES TO LIN-AFTER-IMAGE
           MOVE WS-BEFORE-IMAGE TO LIN-AFTER-IMAGE
           PERFORM WRITE-DATA-LINEAGE-RECORD
           EXIT.

      * Every billed line on the history, by asset, with what has been
      * credited, written off and rebilled against it and the net.
       WRITE-NET-REPORT SECTION.
           OPEN OUTPUT NET-REPORT-FILE
           MOVE WS-PARM-RUN-ID TO TRX-RUN-ID
           MOVE 'BILLADJ' TO TRX-SOURCE-SYSTEM
           MOVE FUNCTION CURRENT-DATE TO TRX-TIMESTAMP
           MOVE TRX-HEADER TO NET-LINE
           WRITE NET-LINE
           MOVE 'NET BILLED BY ASSET' TO NET-LINE
           WRITE NET-LINE
           MOVE SPACES TO NET-LINE
           STRING 'ASSET RUN ID    BILLED       BILLED   CREDITED'
                      DELIMITED BY SIZE
                  '  WRITE-OFF   REBILLED        NET' DELIMITED BY SIZE
             INTO NET-LINE
           WRITE NET-LINE
           MOVE ALL '-' TO NET-LINE
           WRITE NET-LINE
           OPEN INPUT HISTORY-SORTED-FILE
           IF WS-SORTED-STATUS = '00'
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ HISTORY-SORTED-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM REPORT-ONE-HISTORY-LINE
                   END-READ
               END-PERFORM
               CLOSE HISTORY-SORTED-FILE
           END-IF
           IF WS-FIRST-RECORD = 'N'
               PERFORM WRITE-ASSET-BREAK
           END-IF
           MOVE SPACES TO WS-NET-TOTAL
           MOVE 'ALL ASSETS' TO NTT-LABEL
           MOVE WS-TOTAL-BILLED TO NTT-BILLED
           MOVE WS-TOTAL-CREDITED TO NTT-CREDITED
           MOVE WS-TOTAL-WRITTEN-OFF TO NTT-WRITTEN-OFF
           MOVE WS-TOTAL-REBILLED TO NTT-REBILLED
           MOVE WS-TOTAL-NET TO NTT-NET
           MOVE WS-NET-TOTAL TO NET-LINE
           WRITE NET-LINE
           CLOSE NET-REPORT-FILE
           EXIT.

       REPORT-ONE-HISTORY-LINE SECTION.
           IF WS-FIRST-RECORD = 'Y'
               MOVE 'N' TO WS-FIRST-RECORD
               MOVE HSO-ASSET-NUMBER TO WS-PREV-ASSET
               ADD 1 TO WS-ASSETS-REPORTED
           END-IF
           IF HSO-ASSET-NUMBER NOT = WS-PREV-ASSET
               PERFORM WRITE-ASSET-BREAK
               MOVE HSO-ASSET-NUMBER TO WS-PREV-ASSET
               ADD 1 TO WS-ASSETS-REPORTED
           END-IF
           ADD 1 TO WS-HISTORY-LINES
           COMPUTE WS-LINE-NET = HSO-EXTENDED + HSO-REBILLED
                               - HSO-CREDITED - HSO-WRITTEN-OFF
           MOVE HSO-ASSET-NUMBER TO NTD-ASSET-NUMBER
           MOVE HSO-RUN-ID TO NTD-RUN-ID
           MOVE HSO-BILL-DATE TO NTD-BILL-DATE
           MOVE HSO-EXTENDED TO NTD-BILLED
           MOVE HSO-CREDITED TO NTD-CREDITED
           MOVE HSO-WRITTEN-OFF TO NTD-WRITTEN-OFF
           MOVE HSO-REBILLED TO NTD-REBILLED
           MOVE WS-LINE-NET TO NTD-NET
           MOVE WS-NET-DETAIL TO NET-LINE
           WRITE NET-LINE
           ADD HSO-EXTENDED TO WS-ASSET-BILLED
           ADD HSO-CREDITED TO WS-ASSET-CREDITED
           ADD HSO-WRITTEN-OFF TO WS-ASSET-WRITTEN-OFF
           ADD HSO-REBILLED TO WS-ASSET-REBILLED
           ADD WS-LINE-NET TO WS-ASSET-NET
           EXIT.

       WRITE-ASSET-BREAK SECTION.
           MOVE SPACES TO WS-NET-TOTAL
           STRING '  ASSET ' DELIMITED BY SIZE
                  WS-PREV-ASSET DELIMITED BY SIZE
                  ' TOTAL' DELIMITED BY SIZE
             INTO NTT-LABEL
           MOVE WS-ASSET-BILLED TO NTT-BILLED
           MOVE WS-ASSET-CREDITED TO NTT-CREDITED
           MOVE WS-ASSET-WRITTEN-OFF TO NTT-WRITTEN-OFF
           MOVE WS-ASSET-REBILLED TO NTT-REBILLED
           MOVE WS-ASSET-NET TO NTT-NET
           MOVE WS-NET-TOTAL TO NET-LINE
           WRITE NET-LINE
           MOVE SPACES TO NET-LINE
           WRITE NET-LINE
           ADD WS-ASSET-BILLED TO WS-TOTAL-BILLED
           ADD WS-ASSET-CREDITED TO WS-TOTAL-CREDITED
           ADD WS-ASSET-WRITTEN-OFF TO WS-TOTAL-WRITTEN-OFF
           ADD WS-ASSET-REBILLED TO WS-TOTAL-REBILLED
           ADD WS-ASSET-NET TO WS-TOTAL-NET
           MOVE 0 TO WS-ASSET-BILLED
           MOVE 0 TO WS-ASSET-CREDITED
           MOVE 0 TO WS-ASSET-WRITTEN-OFF
           MOVE 0 TO WS-ASSET-REBILLED
           MOVE 0 TO WS-ASSET-NET
           EXIT.

      * Standard run-balancing control-total report so ops balances
      * this job the same way every other nightly batch job is
      * balanced.
       WRITE-CONTROL-TOTALS SECTION.
           OPEN OUTPUT CONTROL-TOTAL-FILE
           MOVE WS-PARM-RUN-ID TO TRX-RUN-ID
           MOVE 'BILLADJ' TO TRX-SOURCE-SYSTEM
           MOVE FUNCTION CURRENT-DATE TO TRX-TIMESTAMP
           MOVE TRX-HEADER TO CTL-LINE
           WRITE CTL-LINE
           MOVE 'BILLING ADJUSTMENT CONTROL TOTALS' TO CTL-LINE
           WRITE CTL-LINE
           MOVE ALL '-' TO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-ADJ-READ TO WS-CTL-COUNT-TXT
           STRING 'ADJUSTMENTS READ : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-CREDITS-APPLIED TO WS-CTL-COUNT-TXT
           STRING 'CREDITS APPLIED  : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-REBILLS-APPLIED TO WS-CTL-COUNT-TXT
           STRING 'REBILLS APPLIED  : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-WRITEOFFS-APPLIED TO WS-CTL-COUNT-TXT
           STRING 'WRITEOFFS APPLIED: ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-ADJ-REJECTED TO WS-CTL-COUNT-TXT
           STRING 'ADJ REJECTED     : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-UNBILLED-WRITTEN TO WS-CTL-COUNT-TXT
           STRING 'UNBILLED WRITTEN : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-AMOUNT-CREDITED TO WS-AMOUNT-TXT
           STRING 'AMOUNT CREDITED  : ' DELIMITED BY SIZE
                  WS-AMOUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-AMOUNT-REBILLED TO WS-AMOUNT-TXT
           STRING 'AMOUNT REBILLED  : ' DELIMITED BY SIZE
                  WS-AMOUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-AMOUNT-WRITTEN-OFF TO WS-AMOUNT-TXT
           STRING 'WRITTEN OFF      : ' DELIMITED BY SIZE
                  WS-AMOUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-HISTORY-LINES TO WS-CTL-COUNT-TXT
           STRING 'HISTORY LINES    : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-ASSETS-REPORTED TO WS-CTL-COUNT-TXT
           STRING 'ASSETS REPORTED  : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           CLOSE CONTROL-TOTAL-FILE
           EXIT.

      * High-water marks of the in-memory tables for this run,
      * kept so TABLE-CAPACITY-REPORT can warn before a ceiling is
      * reached.
       RECORD-TABLE-CAPACITY SECTION.
           MOVE 'BILLING-ADJUST' TO TCAP-PROGRAM-ID
           MOVE WS-PARM-RUN-ID TO TCAP-RUN-ID
           MOVE WS-RUN-DATE TO TCAP-RUN-DATE
           MOVE 'PRICE' TO TCAP-TABLE-NAME
           MOVE WS-PRICE-COUNT TO TCAP-PEAK
           MOVE WS-PRICE-MAX TO TCAP-CEILING
           PERFORM WRITE-TABLE-CAPACITY
           MOVE 'PE' TO TCAP-TABLE-NAME
           MOVE WS-PE-COUNT TO TCAP-PEAK
           MOVE WS-PE-MAX TO TCAP-CEILING
           PERFORM WRITE-TABLE-CAPACITY
           EXIT.

       COPY "suite-error-log-proc.cpy".
       COPY "run-parms-proc.cpy".
       COPY "env-switch-proc.cpy".
       COPY "data-lineage-proc.cpy".
       COPY "log-chain-proc.cpy".
       COPY "table-capacity-proc.cpy".
