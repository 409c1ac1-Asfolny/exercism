       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-JOURNAL.
      * General-ledger journal interface. Finance used to key the
      * month's billing and PO relief into the ledger by hand off the
      * invoice register and the matched-stub register; this job
      * builds the entries instead and hands the ledger one balanced
      * debit and credit journal per fiscal period.
      * Each night it takes three kinds of item onto the pending file
      * GL-JOURNAL-PENDING.DAT, each stamped with the FDAY-PERIOD its
      * date falls in:
      *   INVOICE  - every invoice on tonight's customer AR extract,
      *              receivables debited and unbilled receivables
      *              credited (a credit invoice the other way round);
      *   PORELIEF - every stub ROMAN-NUMERALS has registered since
      *              the last run, the vendor's expense or clearing
      *              account debited and AP clearing credited with the
      *              stub amount;
      *   BILLING  - on a period-end night only, the accrual for what
      *              was billed in the period but is not yet invoiced:
      *              every line for the period still on the unbilled
      *              file, unbilled receivables debited and the asset
      *              class and code word's revenue account credited
      *              (a credit line the other way round).
      * Invoices are only ever cut after their period has ended, so
      * the accrual carries the period's revenue and the invoice
      * relieves the accrual when it is cut.
      * Accounts come off the account-mapping table GL-ACCOUNT-MAP.DAT
      * when the journal is built, so a mapping put right before
      * period end still journals the item. On the period-end night
      * every pending item for the period (and any carried from an
      * earlier one) is mapped and summarised by account onto the
      * journal extract GL-JOURNAL.DAT - journal header, debit and
      * credit lines, and a trailer carrying the line count, the
      * debit and credit totals and the hash total. An item with
      * either side unmapped stays pending and is listed on
      * GL-JOURNAL-REJECTS.RPT. A journal whose debits and credits do
      * not net to zero is not written, nothing comes off the pending
      * file and the step ends RC-DATA-EXCEPTION.
      * Runs after CUSTOMER-INVOICE, BILLING-ADJUST and ROMAN-NUMERALS
      * so the period-end accrual sees everything billed that night.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MAP-FILE ASSIGN TO DYNAMIC WS-MAP-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MAP-STATUS.
           SELECT FISCAL-DAY-FILE ASSIGN TO DYNAMIC WS-FISCAL-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FISCAL-STATUS.
      * CUSTOMER-INVOICE's receivables extract, rewritten nightly.
           SELECT AR-EXTRACT-FILE ASSIGN TO DYNAMIC WS-AR-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AR-STATUS.
      * ROMAN-NUMERALS' register of matched stubs - only ever added
      * to, so the count already taken marks where tonight's start.
           SELECT REGISTER-FILE ASSIGN TO DYNAMIC WS-REGISTER-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.
           SELECT UNBILLED-FILE ASSIGN TO DYNAMIC WS-UNBILLED-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-UNBILLED-STATUS.
      * Items taken but not yet journaled. Read through the sort on
      * a period-end night and written back out with whatever was
      * not journaled.
           SELECT PENDING-FILE ASSIGN TO DYNAMIC WS-PENDING-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-STATUS.
           SELECT PENDING-SORT-WORK-FILE ASSIGN TO 'SORTWK'.
           SELECT PENDING-SORTED-FILE ASSIGN TO
               DYNAMIC WS-SORTED-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SORTED-STATUS.
           SELECT CARRY-FILE ASSIGN TO DYNAMIC WS-CARRY-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CARRY-STATUS.
      * Last journal number issued and how far each source has been
      * taken.
           SELECT GL-CONTROL-FILE ASSIGN TO DYNAMIC WS-GL-CONTROL-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-GL-CONTROL-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO DYNAMIC WS-JOURNAL-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT REJECT-REPORT-FILE ASSIGN TO DYNAMIC WS-REJECT-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.
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
      * GAM-TYPE R maps an asset class (GAM-KEY-1) and code word
      * (GAM-KEY-2) to its revenue account; a blank code word is the
      * class's account for any word without its own line. V maps a
      * vendor code to the expense or clearing account its PO relief
      * is debited to; a blank vendor takes stubs with none. S names
      * the control accounts - ARCTL receivables, UNBILLED unbilled
      * receivables and APCTL AP clearing.
       FD  ACCOUNT-MAP-FILE
           RECORD CONTAINS 77 CHARACTERS.
       01 GAM-RECORD.
          03 GAM-TYPE          PIC X.
          03 FILLER            PIC X(2).
          03 GAM-KEY-1         PIC X(8).
          03 FILLER            PIC X(2).
          03 GAM-KEY-2         PIC X(20).
          03 FILLER            PIC X(2).
          03 GAM-ACCOUNT       PIC X(10).
          03 FILLER            PIC X(2).
          03 GAM-DESCRIPTION   PIC X(30).

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

      * Same layout CUSTOMER-INVOICE writes, TRX-HEADER first and a
      * *TRAILER* last.
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
       01 ARX-HEADER.
          03 ARX-HDR-RUN-ID     PIC X(8).
          03 ARX-HDR-SOURCE     PIC X(8).
          03 ARX-HDR-TIMESTAMP  PIC X(26).
          03 FILLER             PIC X(38).

       FD  REGISTER-FILE
           RECORD CONTAINS 87 CHARACTERS.
       01 PRS-RECORD.
          03 PRS-PO            PIC 9(7).
          03 FILLER            PIC X(2).
          03 PRS-TEXT          PIC X(32).
          03 FILLER            PIC X(2).
          03 PRS-ARABIC        PIC 9(7).
          03 FILLER            PIC X(2).
          03 PRS-RUN-ID        PIC X(8).
          03 FILLER            PIC X(2).
          03 PRS-DATE          PIC 9(8).
          03 FILLER            PIC X(2).
          03 PRS-VENDOR        PIC X(4).
          03 FILLER            PIC X(2).
          03 PRS-AMOUNT        PIC 9(7)V99.

      * Same layout CUSTOMER-INVOICE keeps; read only.
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

      * One pending item: the mapping keys for its debit and credit
      * sides (type, key 1, key 2 as on the account-mapping table)
      * and the amount, always positive - a negative item is taken
      * with its sides the other way round.
       FD  PENDING-FILE
           RECORD CONTAINS 129 CHARACTERS.
       01 GLP-RECORD.
          03 GLP-PERIOD-END   PIC 9(8).
          03 FILLER           PIC X(2).
          03 GLP-PERIOD       PIC 9(2).
          03 FILLER           PIC X(2).
          03 GLP-SOURCE       PIC X(8).
          03 FILLER           PIC X(2).
          03 GLP-DR-KEY.
             05 GLP-DR-TYPE   PIC X.
             05 GLP-DR-KEY-1  PIC X(8).
             05 GLP-DR-KEY-2  PIC X(20).
          03 FILLER           PIC X(2).
          03 GLP-CR-KEY.
             05 GLP-CR-TYPE   PIC X.
             05 GLP-CR-KEY-1  PIC X(8).
             05 GLP-CR-KEY-2  PIC X(20).
          03 FILLER           PIC X(2).
          03 GLP-AMOUNT       PIC 9(9)V99.
          03 FILLER           PIC X(2).
          03 GLP-REFERENCE    PIC X(20).
          03 FILLER           PIC X(2).
          03 GLP-TAKEN-DATE   PIC 9(8).

       SD  PENDING-SORT-WORK-FILE.
       01 GLS-RECORD.
          03 GLS-PERIOD-END   PIC 9(8).
          03 FILLER           PIC X(6).
          03 GLS-SOURCE       PIC X(8).
          03 FILLER           PIC X(77).
          03 GLS-REFERENCE    PIC X(20).
          03 FILLER           PIC X(10).

       FD  PENDING-SORTED-FILE
           RECORD CONTAINS 129 CHARACTERS.
       01 GLO-RECORD          PIC X(129).

       FD  CARRY-FILE
           RECORD CONTAINS 129 CHARACTERS.
       01 GLK-RECORD    PIC X(129).

       FD  GL-CONTROL-FILE
           RECORD CONTAINS 73 CHARACTERS.
       01 GLC-RECORD.
          03 GLC-LAST-JOURNAL   PIC 9(6).
          03 FILLER             PIC X(2).
          03 GLC-LAST-AR-RUN-ID PIC X(8).
          03 FILLER             PIC X(2).
          03 GLC-LAST-AR-TIMESTAMP PIC X(26).
          03 FILLER             PIC X(2).
          03 GLC-STUBS-TAKEN    PIC 9(7).
          03 FILLER             PIC X(2).
          03 GLC-LAST-ACCRUED   PIC 9(8).
          03 FILLER             PIC X(2).
          03 GLC-LAST-JOURNALED PIC 9(8).

      * TRX-HEADER first, then per journal an H header, its D lines
      * and a T trailer. A D line carries a debit or a credit, never
      * both. JNT-HASH is the debit total plus the credit total.
       FD  JOURNAL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 JNL-RECORD          PIC X(80).
       01 JNH-RECORD.
          03 JNH-TYPE         PIC X.
          03 FILLER           PIC X.
          03 JNH-NUMBER       PIC 9(6).
          03 FILLER           PIC X.
          03 JNH-PERIOD       PIC 9(2).
          03 FILLER           PIC X.
          03 JNH-PERIOD-END   PIC 9(8).
          03 FILLER           PIC X.
          03 JNH-RUN-ID       PIC X(8).
          03 FILLER           PIC X.
          03 JNH-DATE         PIC 9(8).
          03 FILLER           PIC X.
          03 JNH-DESCRIPTION  PIC X(30).
          03 FILLER           PIC X(11).
       01 JND-RECORD.
          03 JND-TYPE         PIC X.
          03 FILLER           PIC X.
          03 JND-NUMBER       PIC 9(6).
          03 FILLER           PIC X.
          03 JND-LINE         PIC 9(4).
          03 FILLER           PIC X.
          03 JND-ACCOUNT      PIC X(10).
          03 FILLER           PIC X.
          03 JND-SOURCE       PIC X(8).
          03 FILLER           PIC X.
          03 JND-DEBIT        PIC 9(9)V99.
          03 FILLER           PIC X.
          03 JND-CREDIT       PIC 9(9)V99.
          03 FILLER           PIC X(23).
       01 JNT-RECORD.
          03 JNT-TYPE         PIC X.
          03 FILLER           PIC X.
          03 JNT-NUMBER       PIC 9(6).
          03 FILLER           PIC X.
          03 JNT-LINE-COUNT   PIC 9(4).
          03 FILLER           PIC X.
          03 JNT-TOTAL-DEBIT  PIC 9(11)V99.
          03 FILLER           PIC X.
          03 JNT-TOTAL-CREDIT PIC 9(11)V99.
          03 FILLER           PIC X.
          03 JNT-HASH         PIC 9(13)V99.
          03 FILLER           PIC X(23).

       FD  REJECT-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 REJ-LINE PIC X(80).

       FD  CONTROL-TOTAL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 CTL-LINE PIC X(80).

       COPY "suite-error-log-fd.cpy".
       COPY "table-capacity-fd.cpy".
       COPY "run-parms-fd.cpy".

       WORKING-STORAGE SECTION.
       01 WS-MAP-DSN          PIC X(100) VALUE 'GL-ACCOUNT-MAP.DAT'.
       01 WS-FISCAL-DSN       PIC X(100) VALUE 'FISCAL-DAY.DAT'.
       01 WS-AR-DSN           PIC X(100)
          VALUE 'CUSTOMER-AR-EXTRACT.DAT'.
       01 WS-REGISTER-DSN     PIC X(100) VALUE 'PROCESSED-STUBS.DAT'.
       01 WS-UNBILLED-DSN     PIC X(100) VALUE 'INVOICE-UNBILLED.DAT'.
       01 WS-PENDING-DSN      PIC X(100)
          VALUE 'GL-JOURNAL-PENDING.DAT'.
       01 WS-SORTED-DSN       PIC X(100)
          VALUE 'GL-JOURNAL-PENDING-SORTED.TMP'.
       01 WS-CARRY-DSN        PIC X(100)
          VALUE 'GL-JOURNAL-CARRY.TMP'.
       01 WS-GL-CONTROL-DSN   PIC X(100) VALUE 'GL-CONTROL.DAT'.
       01 WS-JOURNAL-DSN      PIC X(100) VALUE 'GL-JOURNAL.DAT'.
       01 WS-REJECT-DSN       PIC X(100)
          VALUE 'GL-JOURNAL-REJECTS.RPT'.
       01 WS-MAP-STATUS       PIC XX VALUE '00'.
       01 WS-FISCAL-STATUS    PIC XX VALUE '00'.
       01 WS-AR-STATUS        PIC XX VALUE '00'.
       01 WS-REGISTER-STATUS  PIC XX VALUE '00'.
       01 WS-UNBILLED-STATUS  PIC XX VALUE '00'.
       01 WS-PENDING-STATUS   PIC XX VALUE '00'.
       01 WS-SORTED-STATUS    PIC XX VALUE '00'.
       01 WS-CARRY-STATUS     PIC XX VALUE '00'.
       01 WS-GL-CONTROL-STATUS PIC XX VALUE '00'.
       01 WS-JOURNAL-STATUS   PIC XX VALUE '00'.
       01 WS-REJECT-STATUS    PIC XX VALUE '00'.
       01 WS-EOF-FLAG         PIC X VALUE 'N'.

       01 WS-CONTROL-TOTAL-DSN    PIC X(100)
          VALUE 'GL-JOURNAL-CONTROL-TOTALS.RPT'.
       01 WS-CONTROL-TOTAL-STATUS PIC XX VALUE '00'.
       01 WS-INVOICES-TAKEN       PIC 9(6) VALUE 0.
       01 WS-AR-ALREADY-TAKEN     PIC 9(6) VALUE 0.
       01 WS-STUBS-TAKEN          PIC 9(6) VALUE 0.
       01 WS-STUBS-NO-AMOUNT      PIC 9(6) VALUE 0.
       01 WS-ACCRUAL-LINES        PIC 9(6) VALUE 0.
       01 WS-ITEMS-PENDED         PIC 9(6) VALUE 0.
       01 WS-ITEMS-ON-FILE        PIC 9(6) VALUE 0.
       01 WS-ITEMS-JOURNALED      PIC 9(6) VALUE 0.
       01 WS-ITEMS-UNMAPPED       PIC 9(6) VALUE 0.
       01 WS-ITEMS-CARRIED        PIC 9(6) VALUE 0.
       01 WS-JOURNAL-LINES        PIC 9(6) VALUE 0.
       01 WS-TOTAL-DEBIT          PIC 9(11)V99 VALUE 0.
       01 WS-TOTAL-CREDIT         PIC 9(11)V99 VALUE 0.
       01 WS-CTL-COUNT-TXT        PIC ZZZZZ9.
       01 WS-AMOUNT-TXT           PIC ZZZZZZZZZZ9.99.

       01 WS-PROCESS-DATE     PIC 9(8) VALUE 0.
       01 WS-PROCESS-PERIOD-END PIC 9(8) VALUE 0.
       01 WS-PROCESS-PERIOD   PIC 9(2) VALUE 0.
       01 WS-PERIOD-END-NIGHT PIC X VALUE 'N'.
       01 WS-FIND-DATE        PIC 9(8) VALUE 0.
       01 WS-FOUND-PERIOD-END PIC 9(8) VALUE 0.
       01 WS-FOUND-PERIOD     PIC 9(2) VALUE 0.

       01 WS-LAST-JOURNAL     PIC 9(6) VALUE 0.
       01 WS-LAST-AR-RUN-ID   PIC X(8) VALUE SPACES.
       01 WS-LAST-AR-TIMESTAMP PIC X(26) VALUE SPACES.
       01 WS-STUBS-ON-REGISTER PIC 9(7) VALUE 0.
       01 WS-PRIOR-STUBS-TAKEN PIC 9(7) VALUE 0.
       01 WS-LAST-ACCRUED     PIC 9(8) VALUE 0.
       01 WS-LAST-JOURNALED   PIC 9(8) VALUE 0.

       01 WS-AR-PRESENT       PIC X VALUE 'N'.
       01 WS-AR-RUN-ID        PIC X(8) VALUE SPACES.
       01 WS-AR-TIMESTAMP     PIC X(26) VALUE SPACES.
       01 WS-AR-COUNT         PIC 9(6) VALUE 0.
       01 WS-AR-HASH          PIC S9(11)V99 VALUE 0.
       01 WS-AR-TRAILER-SEEN  PIC X VALUE 'N'.
       01 WS-AR-TRL-COUNT     PIC 9(6) VALUE 0.
       01 WS-AR-TRL-HASH      PIC S9(11)V99 VALUE 0.
       01 WS-AR-OUT-OF-BALANCE PIC X VALUE 'N'.
       01 WS-OUT-OF-BALANCE   PIC X VALUE 'N'.
       01 WS-ALREADY-JOURNALED PIC X VALUE 'N'.

       01 WS-ITEM-DATE        PIC 9(8) VALUE 0.
       01 WS-ITEM-SOURCE      PIC X(8) VALUE SPACES.
       01 WS-ITEM-AMOUNT      PIC S9(9)V99 VALUE 0.
       01 WS-ITEM-REFERENCE   PIC X(20) VALUE SPACES.
       01 WS-ITEM-DR-KEY.
          03 WS-ITEM-DR-TYPE  PIC X.
          03 WS-ITEM-DR-KEY-1 PIC X(8).
          03 WS-ITEM-DR-KEY-2 PIC X(20).
       01 WS-ITEM-CR-KEY.
          03 WS-ITEM-CR-TYPE  PIC X.
          03 WS-ITEM-CR-KEY-1 PIC X(8).
          03 WS-ITEM-CR-KEY-2 PIC X(20).
       01 WS-SWAP-KEY         PIC X(29).
       01 WS-REF-NUMBER       PIC 9(8).

       01 WS-MAP-MAX          PIC 9(4) VALUE 500.
       01 WS-MAP-COUNT        PIC 9(4) VALUE 0.
       01 WS-MAP-TABLE.
          03 WS-MAP-ENTRY OCCURS 500 TIMES INDEXED BY MP-IDX.
             05 MAP-T-KEY.
                07 MAP-T-TYPE    PIC X.
                07 MAP-T-KEY-1   PIC X(8).
                07 MAP-T-KEY-2   PIC X(20).
             05 MAP-T-ACCOUNT    PIC X(10).
       01 WS-MAP-KEY.
          03 WS-MAP-TYPE      PIC X.
          03 WS-MAP-KEY-1     PIC X(8).
          03 WS-MAP-KEY-2     PIC X(20).
       01 WS-MAP-HIT          PIC X VALUE 'N'.
       01 WS-MAP-ACCOUNT      PIC X(10) VALUE SPACES.
       01 WS-DR-ACCOUNT       PIC X(10) VALUE SPACES.
       01 WS-CR-ACCOUNT       PIC X(10) VALUE SPACES.

       01 WS-PE-MAX           PIC 9(3) VALUE 60.
       01 WS-PE-COUNT         PIC 9(3) VALUE 0.
       01 WS-PE-TABLE.
          03 WS-PE-ENTRY OCCURS 60 TIMES INDEXED BY PE-IDX.
             05 PE-T-DATE        PIC 9(8).
             05 PE-T-PERIOD      PIC 9(2).

      * One journal line per account, source and side.
       01 WS-JL-MAX           PIC 9(4) VALUE 400.
       01 WS-JL-COUNT         PIC 9(4) VALUE 0.
       01 WS-JL-TABLE.
          03 WS-JL-ENTRY OCCURS 400 TIMES INDEXED BY JL-IDX.
             05 JL-T-ACCOUNT     PIC X(10).
             05 JL-T-SOURCE      PIC X(8).
             05 JL-T-SIDE        PIC X.
             05 JL-T-AMOUNT      PIC 9(11)V99.
       01 WS-JL-ACCOUNT       PIC X(10).
       01 WS-JL-SIDE          PIC X.
       01 WS-JL-SUB           PIC 9(4) VALUE 0.
       01 WS-JL-NEEDED        PIC 9 VALUE 0.

       01 WS-REJ-DETAIL.
          03 RJD-PERIOD-END   PIC 9(8).
          03 FILLER           PIC X(2) VALUE SPACES.
          03 RJD-REFERENCE    PIC X(20).
          03 FILLER           PIC X(2) VALUE SPACES.
          03 RJD-AMOUNT       PIC ZZZZZZZZ9.99.
          03 FILLER           PIC X(2) VALUE SPACES.
          03 RJD-TYPE         PIC X.
          03 FILLER           PIC X VALUE SPACE.
          03 RJD-KEY-1        PIC X(8).
          03 FILLER           PIC X VALUE SPACE.
          03 RJD-KEY-2        PIC X(20).

       COPY "suite-error-log-ws.cpy".
       COPY "table-capacity-ws.cpy".
       COPY "run-parms-ws.cpy".
       COPY "env-accept-ws.cpy".
       COPY "transaction-header.cpy".
       COPY "return-codes.cpy".
       COPY "env-switch-ws.cpy".

       PROCEDURE DIVISION.
       RUN-GL-JOURNAL SECTION.
           PERFORM READ-RUN-PARMS
           PERFORM RESOLVE-GL-FILES

           IF WS-RUN-DATE NOT = 0
               MOVE WS-RUN-DATE TO WS-PROCESS-DATE
           ELSE
               ACCEPT WS-PROCESS-DATE FROM DATE YYYYMMDD
           END-IF

           PERFORM LOAD-PERIOD-ENDS
           MOVE WS-PROCESS-DATE TO WS-FIND-DATE
           PERFORM FIND-PERIOD
           IF WS-FOUND-PERIOD-END = 0
               MOVE 'GL-JOURNAL' TO SERR-PROGRAM-ID
               MOVE WS-PROCESS-DATE TO SERR-KEY-FIELD
               MOVE 'NO FISCAL PERIOD FOR RUN DATE' TO SERR-REASON
               MOVE 'REF001' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               SET RC-CRITICAL TO TRUE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-FOUND-PERIOD-END TO WS-PROCESS-PERIOD-END
           MOVE WS-FOUND-PERIOD TO WS-PROCESS-PERIOD
           IF WS-PROCESS-PERIOD-END = WS-PROCESS-DATE
               MOVE 'Y' TO WS-PERIOD-END-NIGHT
           END-IF

           PERFORM LOAD-ACCOUNT-MAP
           PERFORM LOAD-GL-CONTROL

           OPEN EXTEND PENDING-FILE
           IF WS-PENDING-STATUS NOT = '00'
               OPEN OUTPUT PENDING-FILE
           END-IF
           PERFORM TAKE-AR-EXTRACT
           PERFORM TAKE-PO-RELIEF
           IF WS-PERIOD-END-NIGHT = 'Y'
               AND WS-LAST-ACCRUED NOT = WS-PROCESS-DATE
               PERFORM TAKE-PERIOD-ACCRUAL
           END-IF
           CLOSE PENDING-FILE

           IF WS-PERIOD-END-NIGHT = 'Y'
               IF WS-LAST-JOURNALED = WS-PROCESS-DATE
                   MOVE 'Y' TO WS-ALREADY-JOURNALED
                   MOVE 'GL-JOURNAL' TO SERR-PROGRAM-ID
                   MOVE WS-PROCESS-DATE TO SERR-KEY-FIELD
                   MOVE 'PERIOD ALREADY JOURNALED' TO SERR-REASON
                   MOVE 'TXN003' TO SERR-ERROR-CODE
                   PERFORM WRITE-SUITE-ERROR-LOG
               ELSE
                   PERFORM BUILD-PERIOD-JOURNAL
               END-IF
           END-IF

           PERFORM WRITE-GL-CONTROL
           PERFORM WRITE-CONTROL-TOTALS

           SET RC-NORMAL TO TRUE
           IF WS-ITEMS-UNMAPPED > 0
               OR WS-AR-ALREADY-TAKEN > 0
               OR WS-ALREADY-JOURNALED = 'Y'
               SET RC-WARNING TO TRUE
           END-IF
           IF WS-OUT-OF-BALANCE = 'Y'
               OR WS-AR-OUT-OF-BALANCE = 'Y'
               SET RC-DATA-EXCEPTION TO TRUE
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
           PERFORM RECORD-TABLE-CAPACITY
           GOBACK.

       RESOLVE-GL-FILES SECTION.
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'GL_ACCOUNT_MAP_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-MAP-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'FISCAL_CALENDAR_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-FISCAL-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'CUSTOMER_AR_EXTRACT_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-AR-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'ROMAN_NUMERALS_REGISTER_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-REGISTER-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'INVOICE_UNBILLED_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-UNBILLED-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'GL_JOURNAL_PENDING_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-PENDING-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'GL_CONTROL_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-GL-CONTROL-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'GL_JOURNAL_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-JOURNAL-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'GL_JOURNAL_REJECT_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-REJECT-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'GL_JOURNAL_CONTROL_TOTAL_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-CONTROL-TOTAL-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'SUITE_ERROR_LOG_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-SUITE-ERROR-LOG-DSN
           END-IF
           MOVE WS-AR-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-AR-DSN
           MOVE WS-REGISTER-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-REGISTER-DSN
           MOVE WS-UNBILLED-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-UNBILLED-DSN
           MOVE WS-PENDING-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-PENDING-DSN
           MOVE WS-GL-CONTROL-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-GL-CONTROL-DSN
           MOVE WS-JOURNAL-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-JOURNAL-DSN
           MOVE WS-REJECT-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-REJECT-DSN
           MOVE WS-CONTROL-TOTAL-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-CONTROL-TOTAL-DSN
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

      * The period a date falls in is the first fiscal period-end on
      * or after it. A date past the end of the calendar loaded is
      * taken into the run date's period.
       FIND-PERIOD SECTION.
           MOVE 0 TO WS-FOUND-PERIOD-END
           MOVE 0 TO WS-FOUND-PERIOD
           PERFORM VARYING PE-IDX FROM 1 BY 1
                   UNTIL PE-IDX > WS-PE-COUNT
                      OR WS-FOUND-PERIOD-END NOT = 0
               IF PE-T-DATE(PE-IDX) >= WS-FIND-DATE
                   MOVE PE-T-DATE(PE-IDX) TO WS-FOUND-PERIOD-END
                   MOVE PE-T-PERIOD(PE-IDX) TO WS-FOUND-PERIOD
               END-IF
           END-PERFORM
           IF WS-FOUND-PERIOD-END = 0
               AND WS-PROCESS-PERIOD-END NOT = 0
               MOVE WS-PROCESS-PERIOD-END TO WS-FOUND-PERIOD-END
               MOVE WS-PROCESS-PERIOD TO WS-FOUND-PERIOD
           END-IF
           EXIT.

       LOAD-ACCOUNT-MAP SECTION.
           MOVE 0 TO WS-MAP-COUNT
           OPEN INPUT ACCOUNT-MAP-FILE
           IF WS-MAP-STATUS NOT = '00'
               MOVE 'GL-JOURNAL' TO SERR-PROGRAM-ID
               MOVE WS-MAP-DSN TO SERR-KEY-FIELD
               MOVE 'NO ACCOUNT-MAPPING TABLE' TO SERR-REASON
               MOVE 'REF001' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               GO TO LOAD-ACCOUNT-MAP-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ ACCOUNT-MAP-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF (GAM-TYPE = 'R' OR 'V' OR 'S')
                           AND GAM-ACCOUNT NOT = SPACES
                           AND WS-MAP-COUNT < WS-MAP-MAX
                           ADD 1 TO WS-MAP-COUNT
                           MOVE GAM-TYPE TO MAP-T-TYPE(WS-MAP-COUNT)
                           MOVE GAM-KEY-1 TO MAP-T-KEY-1(WS-MAP-COUNT)
                           MOVE GAM-KEY-2 TO MAP-T-KEY-2(WS-MAP-COUNT)
                           MOVE GAM-ACCOUNT
                             TO MAP-T-ACCOUNT(WS-MAP-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCOUNT-MAP-FILE
           MOVE 'N' TO WS-EOF-FLAG.
       LOAD-ACCOUNT-MAP-EXIT.
           EXIT.

      * Account for WS-MAP-KEY into WS-MAP-ACCOUNT. A revenue key
      * with no line of its own falls back to its class's line with
      * a blank code word.
       FIND-ACCOUNT SECTION.
           MOVE 'N' TO WS-MAP-HIT
           MOVE SPACES TO WS-MAP-ACCOUNT
           PERFORM VARYING MP-IDX FROM 1 BY 1
                   UNTIL MP-IDX > WS-MAP-COUNT
                      OR WS-MAP-HIT = 'Y'
               IF MAP-T-KEY(MP-IDX) = WS-MAP-KEY
                   MOVE 'Y' TO WS-MAP-HIT
                   MOVE MAP-T-ACCOUNT(MP-IDX) TO WS-MAP-ACCOUNT
               END-IF
           END-PERFORM
           IF WS-MAP-HIT = 'Y'
               OR WS-MAP-TYPE NOT = 'R'
               OR WS-MAP-KEY-2 = SPACES
               GO TO FIND-ACCOUNT-EXIT
           END-IF
           PERFORM VARYING MP-IDX FROM 1 BY 1
                   UNTIL MP-IDX > WS-MAP-COUNT
                      OR WS-MAP-HIT = 'Y'
               IF MAP-T-TYPE(MP-IDX) = 'R'
                   AND MAP-T-KEY-1(MP-IDX) = WS-MAP-KEY-1
                   AND MAP-T-KEY-2(MP-IDX) = SPACES
                   MOVE 'Y' TO WS-MAP-HIT
                   MOVE MAP-T-ACCOUNT(MP-IDX) TO WS-MAP-ACCOUNT
               END-IF
           END-PERFORM.
       FIND-ACCOUNT-EXIT.
           EXIT.

       LOAD-GL-CONTROL SECTION.
           OPEN INPUT GL-CONTROL-FILE
           IF WS-GL-CONTROL-STATUS NOT = '00'
               GO TO LOAD-GL-CONTROL-EXIT
           END-IF
           READ GL-CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF GLC-LAST-JOURNAL IS NUMERIC
                       MOVE GLC-LAST-JOURNAL TO WS-LAST-JOURNAL
                   END-IF
                   MOVE GLC-LAST-AR-RUN-ID TO WS-LAST-AR-RUN-ID
                   MOVE GLC-LAST-AR-TIMESTAMP TO WS-LAST-AR-TIMESTAMP
                   IF GLC-STUBS-TAKEN IS NUMERIC
                       MOVE GLC-STUBS-TAKEN TO WS-PRIOR-STUBS-TAKEN
                   END-IF
                   IF GLC-LAST-ACCRUED IS NUMERIC
                       MOVE GLC-LAST-ACCRUED TO WS-LAST-ACCRUED
                   END-IF
                   IF GLC-LAST-JOURNALED IS NUMERIC
                       MOVE GLC-LAST-JOURNALED TO WS-LAST-JOURNALED
                   END-IF
           END-READ
           CLOSE GL-CONTROL-FILE.
       LOAD-GL-CONTROL-EXIT.
           EXIT.

      * Tonight's AR extract is proved against its own trailer first;
      * one that does not agree is not taken and ends the step
      * RC-DATA-EXCEPTION. The same extract (run ID and timestamp) is
      * never taken twice.
       TAKE-AR-EXTRACT SECTION.
           PERFORM SCAN-AR-EXTRACT
           IF WS-AR-PRESENT = 'N'
               GO TO TAKE-AR-EXTRACT-EXIT
           END-IF
           MOVE 'GL-JOURNAL' TO SERR-PROGRAM-ID
           MOVE WS-AR-RUN-ID TO SERR-KEY-FIELD
           IF WS-AR-RUN-ID = WS-LAST-AR-RUN-ID
               AND WS-AR-TIMESTAMP = WS-LAST-AR-TIMESTAMP
               MOVE WS-AR-COUNT TO WS-AR-ALREADY-TAKEN
               MOVE 'AR EXTRACT ALREADY TAKEN' TO SERR-REASON
               MOVE 'TXN003' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               GO TO TAKE-AR-EXTRACT-EXIT
           END-IF
           IF WS-AR-TRAILER-SEEN = 'N'
               OR WS-AR-TRL-COUNT NOT = WS-AR-COUNT
               OR WS-AR-TRL-HASH NOT = WS-AR-HASH
               MOVE 'Y' TO WS-AR-OUT-OF-BALANCE
               MOVE 'AR EXTRACT NOT = ITS TRAILER' TO SERR-REASON
               MOVE 'FED002' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               GO TO TAKE-AR-EXTRACT-EXIT
           END-IF
           OPEN INPUT AR-EXTRACT-FILE
           READ AR-EXTRACT-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
           END-READ
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ AR-EXTRACT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF ARX-TRL-TAG NOT = '*TRAILER*'
                           PERFORM TAKE-ONE-INVOICE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AR-EXTRACT-FILE
           MOVE 'N' TO WS-EOF-FLAG
           MOVE WS-AR-RUN-ID TO WS-LAST-AR-RUN-ID
           MOVE WS-AR-TIMESTAMP TO WS-LAST-AR-TIMESTAMP.
       TAKE-AR-EXTRACT-EXIT.
           EXIT.

       SCAN-AR-EXTRACT SECTION.
           MOVE 'N' TO WS-AR-PRESENT
           OPEN INPUT AR-EXTRACT-FILE
           IF WS-AR-STATUS NOT = '00'
               GO TO SCAN-AR-EXTRACT-EXIT
           END-IF
           READ AR-EXTRACT-FILE
               AT END
                   CLOSE AR-EXTRACT-FILE
                   GO TO SCAN-AR-EXTRACT-EXIT
           END-READ
           MOVE 'Y' TO WS-AR-PRESENT
           MOVE ARX-HDR-RUN-ID TO WS-AR-RUN-ID
           MOVE ARX-HDR-TIMESTAMP TO WS-AR-TIMESTAMP
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ AR-EXTRACT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF ARX-TRL-TAG = '*TRAILER*'
                           MOVE 'Y' TO WS-AR-TRAILER-SEEN
                           IF ARX-TRL-COUNT IS NUMERIC
                               MOVE ARX-TRL-COUNT TO WS-AR-TRL-COUNT
                           END-IF
                           IF ARX-TRL-HASH IS NUMERIC
                               MOVE ARX-TRL-HASH TO WS-AR-TRL-HASH
                           END-IF
                       ELSE
                           ADD 1 TO WS-AR-COUNT
                           IF ARX-AMOUNT IS NUMERIC
                               ADD ARX-AMOUNT TO WS-AR-HASH
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AR-EXTRACT-FILE
           MOVE 'N' TO WS-EOF-FLAG.
       SCAN-AR-EXTRACT-EXIT.
           EXIT.

      * An invoice relieves the accrual its lines were carried in:
      * receivables debited, unbilled receivables credited.
       TAKE-ONE-INVOICE SECTION.
           IF ARX-AMOUNT IS NOT NUMERIC
               GO TO TAKE-ONE-INVOICE-EXIT
           END-IF
           IF ARX-AMOUNT = 0
               GO TO TAKE-ONE-INVOICE-EXIT
           END-IF
           MOVE ARX-INVOICE-DATE TO WS-ITEM-DATE
           MOVE 'INVOICE' TO WS-ITEM-SOURCE
           MOVE ARX-AMOUNT TO WS-ITEM-AMOUNT
           MOVE ARX-INVOICE-NUMBER TO WS-REF-NUMBER
           MOVE SPACES TO WS-ITEM-REFERENCE
           STRING 'INV ' DELIMITED BY SIZE
                  WS-REF-NUMBER DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  ARX-CUSTOMER DELIMITED BY SIZE
             INTO WS-ITEM-REFERENCE
           MOVE SPACES TO WS-ITEM-DR-KEY
           MOVE 'S' TO WS-ITEM-DR-TYPE
           MOVE 'ARCTL' TO WS-ITEM-DR-KEY-1
           MOVE SPACES TO WS-ITEM-CR-KEY
           MOVE 'S' TO WS-ITEM-CR-TYPE
           MOVE 'UNBILLED' TO WS-ITEM-CR-KEY-1
           PERFORM WRITE-PENDING-ITEM
           ADD 1 TO WS-INVOICES-TAKEN.
       TAKE-ONE-INVOICE-EXIT.
           EXIT.

      * Register lines past the count already taken are tonight's
      * matched stubs. A stub with no amount relieves nothing and is
      * only counted.
       TAKE-PO-RELIEF SECTION.
           MOVE 0 TO WS-STUBS-ON-REGISTER
           OPEN INPUT REGISTER-FILE
           IF WS-REGISTER-STATUS NOT = '00'
               GO TO TAKE-PO-RELIEF-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ REGISTER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-STUBS-ON-REGISTER
                       IF WS-STUBS-ON-REGISTER > WS-PRIOR-STUBS-TAKEN
                           PERFORM TAKE-ONE-STUB
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REGISTER-FILE
           MOVE 'N' TO WS-EOF-FLAG
           IF WS-STUBS-ON-REGISTER > WS-PRIOR-STUBS-TAKEN
               MOVE WS-STUBS-ON-REGISTER TO WS-PRIOR-STUBS-TAKEN
           END-IF.
       TAKE-PO-RELIEF-EXIT.
           EXIT.

       TAKE-ONE-STUB SECTION.
           IF PRS-AMOUNT IS NOT NUMERIC
               ADD 1 TO WS-STUBS-NO-AMOUNT
               GO TO TAKE-ONE-STUB-EXIT
           END-IF
           IF PRS-AMOUNT = 0
               ADD 1 TO WS-STUBS-NO-AMOUNT
               GO TO TAKE-ONE-STUB-EXIT
           END-IF
           MOVE WS-PROCESS-DATE TO WS-ITEM-DATE
           IF PRS-DATE IS NUMERIC
               MOVE PRS-DATE TO WS-ITEM-DATE
           END-IF
           MOVE 'PORELIEF' TO WS-ITEM-SOURCE
           MOVE PRS-AMOUNT TO WS-ITEM-AMOUNT
           MOVE SPACES TO WS-ITEM-REFERENCE
           STRING 'PO ' DELIMITED BY SIZE
                  PRS-PO DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  PRS-RUN-ID DELIMITED BY SIZE
             INTO WS-ITEM-REFERENCE
           MOVE SPACES TO WS-ITEM-DR-KEY
           MOVE 'V' TO WS-ITEM-DR-TYPE
           MOVE PRS-VENDOR TO WS-ITEM-DR-KEY-1
           MOVE SPACES TO WS-ITEM-CR-KEY
           MOVE 'S' TO WS-ITEM-CR-TYPE
           MOVE 'APCTL' TO WS-ITEM-CR-KEY-1
           PERFORM WRITE-PENDING-ITEM
           ADD 1 TO WS-STUBS-TAKEN.
       TAKE-ONE-STUB-EXIT.
           EXIT.

      * On the period-end night every line for the period still on
      * the unbilled file was billed and is not yet invoiced, so it is
      * accrued. Lines held over from earlier periods were accrued in
      * their own period and are left alone.
       TAKE-PERIOD-ACCRUAL SECTION.
           OPEN INPUT UNBILLED-FILE
           IF WS-UNBILLED-STATUS NOT = '00'
               GO TO TAKE-PERIOD-ACCRUAL-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ UNBILLED-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF UNB-PERIOD-END = WS-PROCESS-PERIOD-END
                           PERFORM TAKE-ONE-ACCRUAL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE UNBILLED-FILE
           MOVE 'N' TO WS-EOF-FLAG
           MOVE WS-PROCESS-DATE TO WS-LAST-ACCRUED.
       TAKE-PERIOD-ACCRUAL-EXIT.
           EXIT.

       TAKE-ONE-ACCRUAL SECTION.
           IF UNB-EXTENDED IS NOT NUMERIC
               GO TO TAKE-ONE-ACCRUAL-EXIT
           END-IF
           IF UNB-EXTENDED = 0
               GO TO TAKE-ONE-ACCRUAL-EXIT
           END-IF
           MOVE UNB-PERIOD-END TO WS-ITEM-DATE
           MOVE 'BILLING' TO WS-ITEM-SOURCE
           IF UNB-LINE-TYPE = 'C'
               COMPUTE WS-ITEM-AMOUNT = 0 - UNB-EXTENDED
           ELSE
               MOVE UNB-EXTENDED TO WS-ITEM-AMOUNT
           END-IF
           MOVE SPACES TO WS-ITEM-REFERENCE
           STRING 'AST ' DELIMITED BY SIZE
                  UNB-ASSET-NUMBER DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  UNB-RUN-ID DELIMITED BY SIZE
             INTO WS-ITEM-REFERENCE
           MOVE SPACES TO WS-ITEM-DR-KEY
           MOVE 'S' TO WS-ITEM-DR-TYPE
           MOVE 'UNBILLED' TO WS-ITEM-DR-KEY-1
           MOVE SPACES TO WS-ITEM-CR-KEY
           MOVE 'R' TO WS-ITEM-CR-TYPE
           MOVE UNB-ASSET-CLASS TO WS-ITEM-CR-KEY-1
           MOVE UNB-CODE-WORD TO WS-ITEM-CR-KEY-2
           PERFORM WRITE-PENDING-ITEM
           ADD 1 TO WS-ACCRUAL-LINES.
       TAKE-ONE-ACCRUAL-EXIT.
           EXIT.

      * Adds the WS-ITEM- fields to the pending file, sides swapped
      * for a negative amount so the amount kept is always positive.
       WRITE-PENDING-ITEM SECTION.
           IF WS-ITEM-AMOUNT < 0
               COMPUTE WS-ITEM-AMOUNT = 0 - WS-ITEM-AMOUNT
               MOVE WS-ITEM-DR-KEY TO WS-SWAP-KEY
               MOVE WS-ITEM-CR-KEY TO WS-ITEM-DR-KEY
               MOVE WS-SWAP-KEY TO WS-ITEM-CR-KEY
           END-IF
           MOVE WS-ITEM-DATE TO WS-FIND-DATE
           PERFORM FIND-PERIOD
           MOVE SPACES TO GLP-RECORD
           MOVE WS-FOUND-PERIOD-END TO GLP-PERIOD-END
           MOVE WS-FOUND-PERIOD TO GLP-PERIOD
           MOVE WS-ITEM-SOURCE TO GLP-SOURCE
           MOVE WS-ITEM-DR-KEY TO GLP-DR-KEY
           MOVE WS-ITEM-CR-KEY TO GLP-CR-KEY
           MOVE WS-ITEM-AMOUNT TO GLP-AMOUNT
           MOVE WS-ITEM-REFERENCE TO GLP-REFERENCE
           MOVE WS-PROCESS-DATE TO GLP-TAKEN-DATE
           WRITE GLP-RECORD
           ADD 1 TO WS-ITEMS-PENDED
           EXIT.

      * Every pending item for tonight's period or an earlier one is
      * mapped and summarised onto the journal; the rest, and any item
      * that will not map, go to the carry file. Only once the journal
      * is known to balance is it written and the carry file made the
      * new pending file - otherwise the pending file is left as it
      * was for the rerun.
       BUILD-PERIOD-JOURNAL SECTION.
           MOVE 0 TO WS-JL-COUNT
           MOVE 0 TO WS-TOTAL-DEBIT
           MOVE 0 TO WS-TOTAL-CREDIT
           OPEN EXTEND PENDING-FILE
           IF WS-PENDING-STATUS NOT = '00'
               OPEN OUTPUT PENDING-FILE
           END-IF
           CLOSE PENDING-FILE
           SORT PENDING-SORT-WORK-FILE
               ON ASCENDING KEY GLS-PERIOD-END
                                GLS-SOURCE
                                GLS-REFERENCE
               USING PENDING-FILE
               GIVING PENDING-SORTED-FILE

           OPEN OUTPUT CARRY-FILE
           OPEN OUTPUT REJECT-REPORT-FILE
           MOVE WS-PARM-RUN-ID TO TRX-RUN-ID
           MOVE 'GLJRNL' TO TRX-SOURCE-SYSTEM
           MOVE FUNCTION CURRENT-DATE TO TRX-TIMESTAMP
           MOVE TRX-HEADER TO REJ-LINE
           WRITE REJ-LINE
           MOVE 'JOURNAL ITEMS NOT MAPPED TO AN ACCOUNT' TO REJ-LINE
           WRITE REJ-LINE
           MOVE SPACES TO REJ-LINE
           STRING 'PERIOD END REFERENCE                 AMOUNT'
                      DELIMITED BY SIZE
                  '  UNMAPPED KEY' DELIMITED BY SIZE
             INTO REJ-LINE
           WRITE REJ-LINE
           MOVE ALL '-' TO REJ-LINE
           WRITE REJ-LINE

           OPEN INPUT PENDING-SORTED-FILE
           IF WS-SORTED-STATUS = '00'
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ PENDING-SORTED-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM JOURNAL-ONE-ITEM
                   END-READ
               END-PERFORM
               CLOSE PENDING-SORTED-FILE
               MOVE 'N' TO WS-EOF-FLAG
           END-IF
           CLOSE CARRY-FILE
           CLOSE REJECT-REPORT-FILE

           IF WS-TOTAL-DEBIT NOT = WS-TOTAL-CREDIT
               MOVE 'Y' TO WS-OUT-OF-BALANCE
               MOVE 'GL-JOURNAL' TO SERR-PROGRAM-ID
               MOVE WS-PROCESS-PERIOD-END TO SERR-KEY-FIELD
               MOVE 'JOURNAL DEBITS NOT = CREDITS' TO SERR-REASON
               MOVE 'BAL001' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               GO TO BUILD-PERIOD-JOURNAL-EXIT
           END-IF

           PERFORM WRITE-JOURNAL-EXTRACT
           OPEN OUTPUT PENDING-FILE
           OPEN INPUT CARRY-FILE
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ CARRY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE GLK-RECORD TO GLP-RECORD
                       WRITE GLP-RECORD
               END-READ
           END-PERFORM
           CLOSE CARRY-FILE
           CLOSE PENDING-FILE
           MOVE 'N' TO WS-EOF-FLAG
           MOVE WS-PROCESS-DATE TO WS-LAST-JOURNALED.
       BUILD-PERIOD-JOURNAL-EXIT.
           EXIT.

       JOURNAL-ONE-ITEM SECTION.
           MOVE GLO-RECORD TO GLP-RECORD
           ADD 1 TO WS-ITEMS-ON-FILE
           IF GLP-PERIOD-END > WS-PROCESS-PERIOD-END
               GO TO JOURNAL-ONE-ITEM-CARRY
           END-IF
           MOVE GLP-DR-KEY TO WS-MAP-KEY
           PERFORM FIND-ACCOUNT
           IF WS-MAP-HIT = 'N'
               PERFORM WRITE-REJECT-LINE
               GO TO JOURNAL-ONE-ITEM-UNMAPPED
           END-IF
           MOVE WS-MAP-ACCOUNT TO WS-DR-ACCOUNT
           MOVE GLP-CR-KEY TO WS-MAP-KEY
           PERFORM FIND-ACCOUNT
           IF WS-MAP-HIT = 'N'
               PERFORM WRITE-REJECT-LINE
               GO TO JOURNAL-ONE-ITEM-UNMAPPED
           END-IF
           MOVE WS-MAP-ACCOUNT TO WS-CR-ACCOUNT
           PERFORM CHECK-JOURNAL-ROOM
           IF WS-JL-COUNT + WS-JL-NEEDED > WS-JL-MAX
               MOVE 'GL-JOURNAL' TO SERR-PROGRAM-ID
               MOVE GLP-REFERENCE TO SERR-KEY-FIELD
               MOVE 'JOURNAL LINE TABLE FULL' TO SERR-REASON
               MOVE 'TBL001' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               GO TO JOURNAL-ONE-ITEM-CARRY
           END-IF
           MOVE WS-DR-ACCOUNT TO WS-JL-ACCOUNT
           MOVE 'D' TO WS-JL-SIDE
           PERFORM ADD-JOURNAL-AMOUNT
           ADD GLP-AMOUNT TO WS-TOTAL-DEBIT
           MOVE WS-CR-ACCOUNT TO WS-JL-ACCOUNT
           MOVE 'C' TO WS-JL-SIDE
           PERFORM ADD-JOURNAL-AMOUNT
           ADD GLP-AMOUNT TO WS-TOTAL-CREDIT
           ADD 1 TO WS-ITEMS-JOURNALED
           GO TO JOURNAL-ONE-ITEM-EXIT.
       JOURNAL-ONE-ITEM-UNMAPPED.
           ADD 1 TO WS-ITEMS-UNMAPPED.
       JOURNAL-ONE-ITEM-CARRY.
           ADD 1 TO WS-ITEMS-CARRIED
           MOVE GLP-RECORD TO GLK-RECORD
           WRITE GLK-RECORD.
       JOURNAL-ONE-ITEM-EXIT.
           EXIT.

      * How many new journal lines the item's two sides would open.
       CHECK-JOURNAL-ROOM SECTION.
           MOVE 0 TO WS-JL-NEEDED
           MOVE WS-DR-ACCOUNT TO WS-JL-ACCOUNT
           MOVE 'D' TO WS-JL-SIDE
           PERFORM FIND-JOURNAL-LINE
           IF WS-JL-SUB = 0
               ADD 1 TO WS-JL-NEEDED
           END-IF
           MOVE WS-CR-ACCOUNT TO WS-JL-ACCOUNT
           MOVE 'C' TO WS-JL-SIDE
           PERFORM FIND-JOURNAL-LINE
           IF WS-JL-SUB = 0
               ADD 1 TO WS-JL-NEEDED
           END-IF
           EXIT.

       FIND-JOURNAL-LINE SECTION.
           MOVE 0 TO WS-JL-SUB
           PERFORM VARYING JL-IDX FROM 1 BY 1
                   UNTIL JL-IDX > WS-JL-COUNT
                      OR WS-JL-SUB NOT = 0
               IF JL-T-ACCOUNT(JL-IDX) = WS-JL-ACCOUNT
                   AND JL-T-SOURCE(JL-IDX) = GLP-SOURCE
                   AND JL-T-SIDE(JL-IDX) = WS-JL-SIDE
                   SET WS-JL-SUB TO JL-IDX
               END-IF
           END-PERFORM
           EXIT.

       ADD-JOURNAL-AMOUNT SECTION.
           PERFORM FIND-JOURNAL-LINE
           IF WS-JL-SUB = 0
               ADD 1 TO WS-JL-COUNT
               MOVE WS-JL-COUNT TO WS-JL-SUB
               MOVE WS-JL-ACCOUNT TO JL-T-ACCOUNT(WS-JL-SUB)
               MOVE GLP-SOURCE TO JL-T-SOURCE(WS-JL-SUB)
               MOVE WS-JL-SIDE TO JL-T-SIDE(WS-JL-SUB)
               MOVE 0 TO JL-T-AMOUNT(WS-JL-SUB)
           END-IF
           ADD GLP-AMOUNT TO JL-T-AMOUNT(WS-JL-SUB)
           EXIT.

      * WS-MAP-KEY is the side that would not map.
       WRITE-REJECT-LINE SECTION.
           MOVE GLP-PERIOD-END TO RJD-PERIOD-END
           MOVE GLP-REFERENCE TO RJD-REFERENCE
           MOVE GLP-AMOUNT TO RJD-AMOUNT
           MOVE WS-MAP-TYPE TO RJD-TYPE
           MOVE WS-MAP-KEY-1 TO RJD-KEY-1
           MOVE WS-MAP-KEY-2 TO RJD-KEY-2
           MOVE WS-REJ-DETAIL TO REJ-LINE
           WRITE REJ-LINE
           MOVE 'GL-JOURNAL' TO SERR-PROGRAM-ID
           MOVE GLP-REFERENCE TO SERR-KEY-FIELD
           MOVE 'NO ACCOUNT MAPPED FOR ITEM' TO SERR-REASON
           MOVE 'REF002' TO SERR-ERROR-CODE
           PERFORM WRITE-SUITE-ERROR-LOG
           EXIT.

       WRITE-JOURNAL-EXTRACT SECTION.
           ADD 1 TO WS-LAST-JOURNAL
           OPEN OUTPUT JOURNAL-FILE
           MOVE WS-PARM-RUN-ID TO TRX-RUN-ID
           MOVE 'GLJRNL' TO TRX-SOURCE-SYSTEM
           MOVE FUNCTION CURRENT-DATE TO TRX-TIMESTAMP
           MOVE SPACES TO JNL-RECORD
           MOVE TRX-HEADER TO JNL-RECORD
           WRITE JNL-RECORD
           MOVE SPACES TO JNH-RECORD
           MOVE 'H' TO JNH-TYPE
           MOVE WS-LAST-JOURNAL TO JNH-NUMBER
           MOVE WS-PROCESS-PERIOD TO JNH-PERIOD
           MOVE WS-PROCESS-PERIOD-END TO JNH-PERIOD-END
           MOVE WS-PARM-RUN-ID TO JNH-RUN-ID
           MOVE WS-PROCESS-DATE TO JNH-DATE
           MOVE 'BILLING AND PO RELIEF' TO JNH-DESCRIPTION
           WRITE JNH-RECORD
           PERFORM VARYING JL-IDX FROM 1 BY 1
                   UNTIL JL-IDX > WS-JL-COUNT
               MOVE SPACES TO JND-RECORD
               MOVE 'D' TO JND-TYPE
               MOVE WS-LAST-JOURNAL TO JND-NUMBER
               ADD 1 TO WS-JOURNAL-LINES
               MOVE WS-JOURNAL-LINES TO JND-LINE
               MOVE JL-T-ACCOUNT(JL-IDX) TO JND-ACCOUNT
               MOVE JL-T-SOURCE(JL-IDX) TO JND-SOURCE
               MOVE 0 TO JND-DEBIT
               MOVE 0 TO JND-CREDIT
               IF JL-T-SIDE(JL-IDX) = 'D'
                   MOVE JL-T-AMOUNT(JL-IDX) TO JND-DEBIT
               ELSE
                   MOVE JL-T-AMOUNT(JL-IDX) TO JND-CREDIT
               END-IF
               WRITE JND-RECORD
           END-PERFORM
           MOVE SPACES TO JNT-RECORD
           MOVE 'T' TO JNT-TYPE
           MOVE WS-LAST-JOURNAL TO JNT-NUMBER
           MOVE WS-JOURNAL-LINES TO JNT-LINE-COUNT
           MOVE WS-TOTAL-DEBIT TO JNT-TOTAL-DEBIT
           MOVE WS-TOTAL-CREDIT TO JNT-TOTAL-CREDIT
           COMPUTE JNT-HASH = WS-TOTAL-DEBIT + WS-TOTAL-CREDIT
           WRITE JNT-RECORD
           CLOSE JOURNAL-FILE
           EXIT.

       WRITE-GL-CONTROL SECTION.
           OPEN OUTPUT GL-CONTROL-FILE
           MOVE SPACES TO GLC-RECORD
           MOVE WS-LAST-JOURNAL TO GLC-LAST-JOURNAL
           MOVE WS-LAST-AR-RUN-ID TO GLC-LAST-AR-RUN-ID
           MOVE WS-LAST-AR-TIMESTAMP TO GLC-LAST-AR-TIMESTAMP
           MOVE WS-PRIOR-STUBS-TAKEN TO GLC-STUBS-TAKEN
           MOVE WS-LAST-ACCRUED TO GLC-LAST-ACCRUED
           MOVE WS-LAST-JOURNALED TO GLC-LAST-JOURNALED
           WRITE GLC-RECORD
           CLOSE GL-CONTROL-FILE
           EXIT.

      * Standard run-balancing control-total report so ops balances
      * this job the same way every other nightly batch job is
      * balanced.
       WRITE-CONTROL-TOTALS SECTION.
           OPEN OUTPUT CONTROL-TOTAL-FILE
           MOVE WS-PARM-RUN-ID TO TRX-RUN-ID
           MOVE 'GLJRNL' TO TRX-SOURCE-SYSTEM
           MOVE FUNCTION CURRENT-DATE TO TRX-TIMESTAMP
           MOVE TRX-HEADER TO CTL-LINE
           WRITE CTL-LINE
           MOVE 'GENERAL LEDGER JOURNAL CONTROL TOTALS' TO CTL-LINE
           WRITE CTL-LINE
           MOVE ALL '-' TO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-INVOICES-TAKEN TO WS-CTL-COUNT-TXT
           STRING 'INVOICES TAKEN   : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-AR-ALREADY-TAKEN TO WS-CTL-COUNT-TXT
           STRING 'ALREADY TAKEN    : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-STUBS-TAKEN TO WS-CTL-COUNT-TXT
           STRING 'STUBS TAKEN      : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-STUBS-NO-AMOUNT TO WS-CTL-COUNT-TXT
           STRING 'STUBS NO AMOUNT  : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-ACCRUAL-LINES TO WS-CTL-COUNT-TXT
           STRING 'ACCRUAL LINES    : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-ITEMS-PENDED TO WS-CTL-COUNT-TXT
           STRING 'ITEMS PENDED     : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-ITEMS-ON-FILE TO WS-CTL-COUNT-TXT
           STRING 'ITEMS ON FILE    : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-ITEMS-JOURNALED TO WS-CTL-COUNT-TXT
           STRING 'ITEMS JOURNALED  : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-ITEMS-UNMAPPED TO WS-CTL-COUNT-TXT
           STRING 'ITEMS UNMAPPED   : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-ITEMS-CARRIED TO WS-CTL-COUNT-TXT
           STRING 'ITEMS CARRIED    : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-JOURNAL-LINES TO WS-CTL-COUNT-TXT
           STRING 'JOURNAL LINES    : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-TOTAL-DEBIT TO WS-AMOUNT-TXT
           STRING 'TOTAL DEBITS     : ' DELIMITED BY SIZE
                  WS-AMOUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-TOTAL-CREDIT TO WS-AMOUNT-TXT
           STRING 'TOTAL CREDITS    : ' DELIMITED BY SIZE
                  WS-AMOUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           CLOSE CONTROL-TOTAL-FILE
           EXIT.

      * High-water marks of the in-memory tables for this run,
      * kept so TABLE-CAPACITY-REPORT can warn before a ceiling is
      * reached.
       RECORD-TABLE-CAPACITY SECTION.
           MOVE 'GL-JOURNAL' TO TCAP-PROGRAM-ID
           MOVE WS-PARM-RUN-ID TO TCAP-RUN-ID
           MOVE WS-RUN-DATE TO TCAP-RUN-DATE
           MOVE 'MAP' TO TCAP-TABLE-NAME
           MOVE WS-MAP-COUNT TO TCAP-PEAK
           MOVE WS-MAP-MAX TO TCAP-CEILING
           PERFORM WRITE-TABLE-CAPACITY
           MOVE 'PE' TO TCAP-TABLE-NAME
           MOVE WS-PE-COUNT TO TCAP-PEAK
           MOVE WS-PE-MAX TO TCAP-CEILING
           PERFORM WRITE-TABLE-CAPACITY
           MOVE 'JL' TO TCAP-TABLE-NAME
           MOVE WS-JL-COUNT TO TCAP-PEAK
           MOVE WS-JL-MAX TO TCAP-CEILING
           PERFORM WRITE-TABLE-CAPACITY
           EXIT.

       COPY "suite-error-log-proc.cpy".
       COPY "run-parms-proc.cpy".
       COPY "env-switch-proc.cpy".
       COPY "table-capacity-proc.cpy".
