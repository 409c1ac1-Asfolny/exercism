       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPEN-PO-AGING.
      * Aging of the open purchase orders on PO-MASTER by vendor, for
      * accounts payable and purchasing to chase what has been raised
      * and not yet relieved by matched stubs. The master is keyed on
      * PO number, so it is sorted into vendor, PO number order first.
      * Every open PO lists with its open balance and its age in days
      * since it was raised, in the same buckets ROMAN-NUMERALS ages
      * its stub suspense in - 1 to 7 days, 8 to 30, over 30 - with
      * the bucket counts and open balance at each vendor break and
      * for the whole master. Closed POs are counted, not listed.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PO-MASTER ASSIGN TO DYNAMIC WS-MASTER-DSN
               ORGANIZATION INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS POM-PO-NUMBER
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT PO-SORT-WORK-FILE ASSIGN TO 'SORTWK'.
           SELECT PO-SORTED-FILE ASSIGN TO
               DYNAMIC WS-SORTED-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SORTED-STATUS.
           SELECT AGING-REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
      * Standard run-balancing control-total report so ops balances
      * this job the same way every other nightly batch job is
      * balanced.
           SELECT CONTROL-TOTAL-FILE ASSIGN TO
               DYNAMIC WS-CONTROL-TOTAL-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-TOTAL-STATUS.
           COPY "suite-error-log-select.cpy".
           COPY "run-parms-select.cpy".

       DATA DIVISION.
       FILE SECTION.
      * Same layout PO-MASTER-LOAD writes. POM-STATUS O open,
      * C closed.
       FD  PO-MASTER
           RECORD CONTAINS 58 CHARACTERS.
       01 POM-RECORD.
          03 POM-PO-NUMBER       PIC 9(7).
          03 POM-VENDOR          PIC X(4).
          03 POM-RAISE-DATE      PIC 9(8).
          03 POM-ORDERED         PIC 9(9)V99.
          03 POM-RELIEVED        PIC 9(9)V99.
          03 POM-STATUS          PIC X.
          03 POM-LAST-RELIEF-DATE PIC 9(8).
          03 POM-LAST-CHANGED    PIC 9(8).

       SD  PO-SORT-WORK-FILE.
       01 POR-RECORD.
          03 POR-PO-NUMBER       PIC 9(7).
          03 POR-VENDOR          PIC X(4).
          03 FILLER              PIC X(47).

       FD  PO-SORTED-FILE
           RECORD CONTAINS 58 CHARACTERS.
       01 POS-RECORD.
          03 POS-PO-NUMBER       PIC 9(7).
          03 POS-VENDOR          PIC X(4).
          03 POS-RAISE-DATE      PIC 9(8).
          03 POS-ORDERED         PIC 9(9)V99.
          03 POS-RELIEVED        PIC 9(9)V99.
          03 POS-STATUS          PIC X.
          03 POS-LAST-RELIEF-DATE PIC 9(8).
          03 POS-LAST-CHANGED    PIC 9(8).

       FD  AGING-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 AGR-LINE PIC X(80).

       FD  CONTROL-TOTAL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 CTL-LINE PIC X(80).

       COPY "suite-error-log-fd.cpy".
       COPY "run-parms-fd.cpy".

       WORKING-STORAGE SECTION.
       01 WS-MASTER-DSN       PIC X(100) VALUE 'PO-MASTER.DAT'.
       01 WS-SORTED-DSN       PIC X(100)
          VALUE 'OPEN-PO-AGING-SORTED.TMP'.
       01 WS-REPORT-DSN       PIC X(100) VALUE 'OPEN-PO-AGING.RPT'.
       01 WS-MASTER-STATUS    PIC XX VALUE '00'.
       01 WS-SORTED-STATUS    PIC XX VALUE '00'.
       01 WS-REPORT-STATUS    PIC XX VALUE '00'.
       01 WS-EOF-FLAG         PIC X VALUE 'N'.

       01 WS-CONTROL-TOTAL-DSN    PIC X(100)
          VALUE 'OPEN-PO-AGING-CONTROL-TOTALS.RPT'.
       01 WS-CONTROL-TOTAL-STATUS PIC XX VALUE '00'.
       01 WS-POS-READ             PIC 9(6) VALUE 0.
       01 WS-POS-OPEN             PIC 9(6) VALUE 0.
       01 WS-POS-CLOSED           PIC 9(6) VALUE 0.
       01 WS-VENDORS-LISTED       PIC 9(6) VALUE 0.
       01 WS-AGE-BUCKET-1         PIC 9(6) VALUE 0.
       01 WS-AGE-BUCKET-2         PIC 9(6) VALUE 0.
       01 WS-AGE-BUCKET-3         PIC 9(6) VALUE 0.
       01 WS-OPEN-BALANCE-TOTAL   PIC 9(9)V99 VALUE 0.
       01 WS-CTL-COUNT-TXT        PIC ZZZZZ9.
       01 WS-AMOUNT-TXT           PIC ZZZZZZZZZZ9.99.

      * Age is taken against the run date so a rerun of a past night
      * ages as that night did; a PO with no raise date ages as the
      * oldest bucket rather than disappear from the chase list.
       01 WS-BASE-DATE        PIC 9(8) VALUE 0.
       01 WS-BASE-INT         PIC 9(8) COMP.
       01 WS-RAISE-INT        PIC 9(8) COMP.
       01 WS-AGE-DAYS         PIC S9(5) COMP.
       01 WS-OPEN-BALANCE     PIC 9(9)V99 VALUE 0.

       01 WS-FIRST-RECORD     PIC X VALUE 'Y'.
       01 WS-PREV-VENDOR      PIC X(4) VALUE SPACES.
       01 WS-VND-BUCKET-1     PIC 9(6) VALUE 0.
       01 WS-VND-BUCKET-2     PIC 9(6) VALUE 0.
       01 WS-VND-BUCKET-3     PIC 9(6) VALUE 0.
       01 WS-VND-BALANCE      PIC 9(9)V99 VALUE 0.

       01 WS-AGR-DETAIL.
          03 AGD-VENDOR          PIC X(4).
          03 FILLER              PIC X(2) VALUE SPACES.
          03 AGD-PO-NUMBER       PIC 9(7).
          03 FILLER              PIC X(2) VALUE SPACES.
          03 AGD-RAISE-DATE      PIC X(8).
          03 FILLER              PIC X(2) VALUE SPACES.
          03 AGD-AGE-DAYS        PIC ZZZZ9.
          03 FILLER              PIC X(2) VALUE SPACES.
          03 AGD-ORDERED         PIC ZZZZZZZZ9.99.
          03 FILLER              PIC X(2) VALUE SPACES.
          03 AGD-OPEN-BALANCE    PIC ZZZZZZZZ9.99.
          03 FILLER              PIC X(2) VALUE SPACES.
          03 AGD-BUCKET          PIC X(8).
       01 WS-AGR-BREAK.
          03 FILLER              PIC X(4) VALUE SPACES.
          03 AGB-LABEL           PIC X(12).
          03 AGB-KEY             PIC X(4).
          03 FILLER              PIC X(2) VALUE SPACES.
          03 AGB-BUCKET-1        PIC ZZZZZ9.
          03 FILLER              PIC X(2) VALUE SPACES.
          03 AGB-BUCKET-2        PIC ZZZZZ9.
          03 FILLER              PIC X(2) VALUE SPACES.
          03 AGB-BUCKET-3        PIC ZZZZZ9.
          03 FILLER              PIC X(2) VALUE SPACES.
          03 AGB-BALANCE         PIC ZZZZZZZZZZ9.99.

       COPY "suite-error-log-ws.cpy".
       COPY "run-parms-ws.cpy".
       COPY "env-accept-ws.cpy".
       COPY "transaction-header.cpy".
       COPY "return-codes.cpy".
       COPY "env-switch-ws.cpy".

       PROCEDURE DIVISION.
       RUN-OPEN-PO-AGING SECTION.
           PERFORM READ-RUN-PARMS
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'PO_MASTER_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-MASTER-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'OPEN_PO_AGING_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-REPORT-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'OPEN_PO_AGING_CONTROL_TOTAL_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-CONTROL-TOTAL-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'SUITE_ERROR_LOG_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-SUITE-ERROR-LOG-DSN
           END-IF
           MOVE WS-MASTER-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-MASTER-DSN
           MOVE WS-REPORT-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-REPORT-DSN
           MOVE WS-CONTROL-TOTAL-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-CONTROL-TOTAL-DSN

           IF WS-RUN-DATE NOT = 0
               MOVE WS-RUN-DATE TO WS-BASE-DATE
           ELSE
               ACCEPT WS-BASE-DATE FROM DATE YYYYMMDD
           END-IF
           COMPUTE WS-BASE-INT =
               FUNCTION INTEGER-OF-DATE(WS-BASE-DATE)

           OPEN INPUT PO-MASTER
           IF WS-MASTER-STATUS NOT = '00'
               MOVE 'OPEN-PO-AGE' TO SERR-PROGRAM-ID
               MOVE WS-MASTER-DSN(1:20) TO SERR-KEY-FIELD
               MOVE 'MASTER NOT AVAILABLE' TO SERR-REASON
               MOVE 'MST001' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               SET RC-CRITICAL TO TRUE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               GOBACK
           END-IF
           CLOSE PO-MASTER

           SORT PO-SORT-WORK-FILE
               ON ASCENDING KEY POR-VENDOR
                                POR-PO-NUMBER
               USING PO-MASTER
               GIVING PO-SORTED-FILE
           PERFORM WRITE-AGING-REPORT
           PERFORM WRITE-CONTROL-TOTALS

           SET RC-NORMAL TO TRUE
           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

       WRITE-AGING-REPORT SECTION.
           OPEN OUTPUT AGING-REPORT-FILE
           MOVE WS-PARM-RUN-ID TO TRX-RUN-ID
           MOVE 'OPENPOAG' TO TRX-SOURCE-SYSTEM
           MOVE FUNCTION CURRENT-DATE TO TRX-TIMESTAMP
           MOVE TRX-HEADER TO AGR-LINE
           WRITE AGR-LINE
           MOVE SPACES TO AGR-LINE
           STRING 'OPEN PURCHASE ORDER AGING BY VENDOR AS AT '
                      DELIMITED BY SIZE
                  WS-BASE-DATE DELIMITED BY SIZE
             INTO AGR-LINE
           WRITE AGR-LINE
           MOVE SPACES TO AGR-LINE
           STRING 'VEND  PO       RAISED     DAYS       ORDERED  '
                      DELIMITED BY SIZE
                  '  OPEN BAL  AGE' DELIMITED BY SIZE
             INTO AGR-LINE
           WRITE AGR-LINE
           MOVE ALL '-' TO AGR-LINE
           WRITE AGR-LINE
           OPEN INPUT PO-SORTED-FILE
           IF WS-SORTED-STATUS = '00'
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ PO-SORTED-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM AGE-ONE-PO
                   END-READ
               END-PERFORM
               CLOSE PO-SORTED-FILE
           END-IF
           IF WS-FIRST-RECORD = 'N'
               PERFORM WRITE-VENDOR-BREAK
           END-IF
           MOVE SPACES TO AGR-LINE
           STRING '                            1-7     8-30  OVER 30'
                      DELIMITED BY SIZE
                  '        OPEN BALANCE' DELIMITED BY SIZE
             INTO AGR-LINE
           WRITE AGR-LINE
           MOVE SPACES TO WS-AGR-BREAK
           MOVE 'TOTAL' TO AGB-LABEL
           MOVE WS-AGE-BUCKET-1 TO AGB-BUCKET-1
           MOVE WS-AGE-BUCKET-2 TO AGB-BUCKET-2
           MOVE WS-AGE-BUCKET-3 TO AGB-BUCKET-3
           MOVE WS-OPEN-BALANCE-TOTAL TO AGB-BALANCE
           MOVE WS-AGR-BREAK TO AGR-LINE
           WRITE AGR-LINE
           CLOSE AGING-REPORT-FILE
           EXIT.

      * Closed POs are counted only. The vendor break is taken on
      * open POs so a vendor with nothing open does not print.
       AGE-ONE-PO SECTION.
           ADD 1 TO WS-POS-READ
           IF POS-STATUS = 'C'
               ADD 1 TO WS-POS-CLOSED
               GO TO AGE-ONE-PO-EXIT
           END-IF
           ADD 1 TO WS-POS-OPEN
           IF WS-FIRST-RECORD = 'Y'
               MOVE 'N' TO WS-FIRST-RECORD
               MOVE POS-VENDOR TO WS-PREV-VENDOR
               ADD 1 TO WS-VENDORS-LISTED
           END-IF
           IF POS-VENDOR NOT = WS-PREV-VENDOR
               PERFORM WRITE-VENDOR-BREAK
               MOVE POS-VENDOR TO WS-PREV-VENDOR
               ADD 1 TO WS-VENDORS-LISTED
           END-IF
           MOVE 0 TO WS-OPEN-BALANCE
           IF POS-ORDERED > POS-RELIEVED
               COMPUTE WS-OPEN-BALANCE = POS-ORDERED - POS-RELIEVED
           END-IF
           ADD WS-OPEN-BALANCE TO WS-VND-BALANCE
           ADD WS-OPEN-BALANCE TO WS-OPEN-BALANCE-TOTAL
           MOVE POS-VENDOR TO AGD-VENDOR
           MOVE POS-PO-NUMBER TO AGD-PO-NUMBER
           MOVE SPACES TO AGD-RAISE-DATE
           MOVE 0 TO AGD-AGE-DAYS
           IF POS-RAISE-DATE = 0
               MOVE 999 TO WS-AGE-DAYS
           ELSE
               MOVE POS-RAISE-DATE TO AGD-RAISE-DATE
               COMPUTE WS-RAISE-INT =
                   FUNCTION INTEGER-OF-DATE(POS-RAISE-DATE)
               COMPUTE WS-AGE-DAYS = WS-BASE-INT - WS-RAISE-INT
               IF WS-AGE-DAYS < 0
                   MOVE 0 TO WS-AGE-DAYS
               END-IF
               MOVE WS-AGE-DAYS TO AGD-AGE-DAYS
           END-IF
           EVALUATE TRUE
               WHEN WS-AGE-DAYS <= 7
                   ADD 1 TO WS-AGE-BUCKET-1
                   ADD 1 TO WS-VND-BUCKET-1
                   MOVE '1-7' TO AGD-BUCKET
               WHEN WS-AGE-DAYS <= 30
                   ADD 1 TO WS-AGE-BUCKET-2
                   ADD 1 TO WS-VND-BUCKET-2
                   MOVE '8-30' TO AGD-BUCKET
               WHEN OTHER
                   ADD 1 TO WS-AGE-BUCKET-3
                   ADD 1 TO WS-VND-BUCKET-3
                   MOVE 'OVER 30' TO AGD-BUCKET
           END-EVALUATE
           MOVE POS-ORDERED TO AGD-ORDERED
           MOVE WS-OPEN-BALANCE TO AGD-OPEN-BALANCE
           MOVE WS-AGR-DETAIL TO AGR-LINE
           WRITE AGR-LINE.
       AGE-ONE-PO-EXIT.
           EXIT.

       WRITE-VENDOR-BREAK SECTION.
           MOVE SPACES TO WS-AGR-BREAK
           MOVE 'VENDOR' TO AGB-LABEL
           MOVE WS-PREV-VENDOR TO AGB-KEY
           MOVE WS-VND-BUCKET-1 TO AGB-BUCKET-1
           MOVE WS-VND-BUCKET-2 TO AGB-BUCKET-2
           MOVE WS-VND-BUCKET-3 TO AGB-BUCKET-3
           MOVE WS-VND-BALANCE TO AGB-BALANCE
           MOVE WS-AGR-BREAK TO AGR-LINE
           WRITE AGR-LINE
           MOVE SPACES TO AGR-LINE
           WRITE AGR-LINE
           MOVE 0 TO WS-VND-BUCKET-1
           MOVE 0 TO WS-VND-BUCKET-2
           MOVE 0 TO WS-VND-BUCKET-3
           MOVE 0 TO WS-VND-BALANCE
           EXIT.

      * Standard run-balancing control-total report so ops balances
      * this job the same way every other nightly batch job is
      * balanced.
       WRITE-CONTROL-TOTALS SECTION.
           OPEN OUTPUT CONTROL-TOTAL-FILE
           MOVE WS-PARM-RUN-ID TO TRX-RUN-ID
           MOVE 'OPENPOAG' TO TRX-SOURCE-SYSTEM
           MOVE FUNCTION CURRENT-DATE TO TRX-TIMESTAMP
           MOVE TRX-HEADER TO CTL-LINE
           WRITE CTL-LINE
           MOVE 'OPEN PO AGING CONTROL TOTALS' TO CTL-LINE
           WRITE CTL-LINE
           MOVE ALL '-' TO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-POS-READ TO WS-CTL-COUNT-TXT
           STRING 'POS READ         : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-POS-OPEN TO WS-CTL-COUNT-TXT
           STRING 'POS OPEN         : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-POS-CLOSED TO WS-CTL-COUNT-TXT
           STRING 'POS CLOSED       : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-AGE-BUCKET-1 TO WS-CTL-COUNT-TXT
           STRING 'AGE  1-  7 DAYS  : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-AGE-BUCKET-2 TO WS-CTL-COUNT-TXT
           STRING 'AGE  8- 30 DAYS  : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-AGE-BUCKET-3 TO WS-CTL-COUNT-TXT
           STRING 'AGE OVER 30 DAYS : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-VENDORS-LISTED TO WS-CTL-COUNT-TXT
           STRING 'VENDORS          : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-OPEN-BALANCE-TOTAL TO WS-AMOUNT-TXT
           STRING 'OPEN BALANCE     : ' DELIMITED BY SIZE
                  WS-AMOUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           CLOSE CONTROL-TOTAL-FILE
           EXIT.

       COPY "suite-error-log-proc.cpy".
       COPY "run-parms-proc.cpy".
       COPY "env-switch-proc.cpy".
