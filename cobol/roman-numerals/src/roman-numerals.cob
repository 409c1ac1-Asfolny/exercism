           SELECT REGISTER-FILE ASSIGN TO DYNAMIC WS-REGISTER-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.
      * INGREDIENT-REQUISITION's register of kitchen requisitions and
      * the PO purchasing linked to each. A requisition is closed
      * once its PO has a matched stub on the stub register; the rest
      * are listed so the kitchen knows what is still outstanding
      * before the serve date.
           SELECT REQUISITION-REGISTER-FILE ASSIGN TO
               DYNAMIC WS-REQN-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REQN-STATUS.
      * Purchasing's PO master, loaded by PO-MASTER-LOAD. A matched
      * stub must name a PO on it that is open and raised to the
      * stub's vendor, and its amount is relieved off the PO here -
      * the PO closes once fully relieved.
           SELECT PO-MASTER ASSIGN TO DYNAMIC WS-PO-MASTER-DSN
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS POM-PO-NUMBER
               FILE STATUS IS WS-PO-MASTER-STATUS.
      * Standard run-balancing control-total report so ops balances
      * this job the same way every other nightly batch job is
      * balanced.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-TOTAL-STATUS.
           COPY "suite-error-log-select.cpy".
           COPY "table-capacity-select.cpy".
           COPY "run-parms-select.cpy".
           COPY "data-lineage-select.cpy".
           COPY "log-chain-select.cpy".

       DATA DIVISION.
       FILE SECTION.
      * roman text are wide enough for the vinculum (bracketed
      * thousands) notation the consolidated matter's exhibit sets
      * use - [MCCXXXIV]DLXVII reads as 1,234,567.
      * STUB-AMOUNT is what the stub relieves off the PO, 9999999.99
      * without the point; the general-ledger journal posts it. A
      * matched stub without one cannot relieve its PO and rejects.
       FD  PO-STUB-FILE
           RECORD CONTAINS 56 CHARACTERS.
       01 STUB-RECORD.
          03 STUB-EXPECTED-PO  PIC 9(7).
          03 STUB-ROMAN-TEXT   PIC X(32).
          03 FILLER            PIC X(2).
          03 STUB-VENDOR       PIC X(4).
          03 FILLER            PIC X(2).
          03 STUB-AMOUNT       PIC 9(7)V99.

       FD  RECON-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
          03 FILLER            PIC X(2).
          03 VND-NAME          PIC X(30).

      * PRS-VENDOR and PRS-AMOUNT are read by GL-JOURNAL for the PO
      * relief entries; register lines written before they were added
      * read as spaces there.
       FD  REGISTER-FILE
           RECORD CONTAINS 87 CHARACTERS.
       01 PRS-RECORD.
          03 PRS-PO            PIC 9(7).
          03 FILLER            PIC X(2) VALUE SPACES.
          03 PRS-RUN-ID        PIC X(8).
          03 FILLER            PIC X(2) VALUE SPACES.
          03 PRS-DATE          PIC 9(8).
          03 FILLER            PIC X(2) VALUE SPACES.
          03 PRS-VENDOR        PIC X(4).
          03 FILLER            PIC X(2) VALUE SPACES.
          03 PRS-AMOUNT        PIC 9(7)V99.

      * Layout written by INGREDIENT-REQUISITION; RQR-PO-NO is zero
      * until purchasing has linked a PO.
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

      * Layout maintained by PO-MASTER-LOAD. POM-STATUS O open,
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

       FD  CONTROL-TOTAL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 CTL-LINE PIC X(80).

       COPY "suite-error-log-fd.cpy".
       COPY "table-capacity-fd.cpy".
       COPY "run-parms-fd.cpy".
       COPY "data-lineage-fd.cpy".
       COPY "log-chain-fd.cpy".

       WORKING-STORAGE SECTION.
       01 WS-NUMBER PIC 9(7).
       01 WS-RESULT PIC X(40).

      * Vinculum work fields: numbers above 3999 render and convert
      * as a bracketed thousands group ahead of the classic numeral -
      * the printable stand-in for the overline this print chain
      * cannot produce.
       01 WS-VINC-INSIDE    PIC X(20).
       01 WS-VINC-OUTSIDE   PIC X(20).
       01 WS-VINC-CLOSE-POS PIC 9(3) VALUE 0.
       01 WS-AGE-BUCKET-3        PIC 9(6) VALUE 0.
       01 WS-AGE-COUNT-TXT       PIC ZZZZZ9.

       01 WS-REQN-DSN            PIC X(100)
          VALUE 'REQUISITION-REGISTER.DAT'.
       01 WS-REQN-STATUS         PIC XX VALUE '00'.
       01 WS-REQNS-READ          PIC 9(6) VALUE 0.
       01 WS-REQNS-CLOSED        PIC 9(6) VALUE 0.
       01 WS-REQNS-OPEN          PIC 9(6) VALUE 0.
       01 WS-REQNS-PAST-DUE      PIC 9(6) VALUE 0.
       01 WS-REQN-NEED-INT       PIC 9(8) COMP.
       01 WS-REQN-DAYS           PIC S9(5) COMP.
       01 WS-REQN-DETAIL.
          03 REQN-REQ-NO       PIC 9(7).
          03 FILLER            PIC X(3) VALUE SPACES.
          03 REQN-VENDOR       PIC X(4).
          03 FILLER            PIC X(3) VALUE SPACES.
          03 REQN-NEED-DATE    PIC 9(8).
          03 FILLER            PIC X(3) VALUE SPACES.
          03 REQN-PO-TXT       PIC X(7).
          03 FILLER            PIC X(3) VALUE SPACES.
          03 REQN-STATUS-TXT   PIC X(10).
          03 FILLER            PIC X(3) VALUE SPACES.
          03 REQN-DUE-TXT      PIC X(20).
       01 WS-REQN-DAYS-TXT       PIC ZZZ9.

       01 WS-PO-MASTER-DSN       PIC X(100) VALUE 'PO-MASTER.DAT'.
       01 WS-PO-MASTER-STATUS    PIC XX VALUE '00'.
       01 WS-PO-REJECT-REASON    PIC X(30).
       01 WS-PO-OPEN-BALANCE     PIC 9(9)V99 VALUE 0.
       01 WS-STUBS-PO-REJECTED   PIC 9(6) VALUE 0.
       01 WS-POS-CLOSED          PIC 9(6) VALUE 0.
       01 WS-AMOUNT-RELIEVED     PIC 9(9)V99 VALUE 0.
       01 WS-AMOUNT-TXT          PIC ZZZZZZZZZZ9.99.
       01 WS-PO-IMAGE.
          03 POI-PO-NUMBER       PIC 9(7).
          03 FILLER              PIC X VALUE SPACE.
          03 POI-VENDOR          PIC X(4).
          03 FILLER              PIC X VALUE SPACE.
          03 POI-ORDERED         PIC 9(9)V99.
          03 FILLER              PIC X VALUE SPACE.
          03 POI-RELIEVED        PIC 9(9)V99.
          03 FILLER              PIC X VALUE SPACE.
          03 POI-STATUS          PIC X.

       01 WS-RECON-DETAIL.
          03 RECON-EXPECTED-PO PIC 9(7).
          03 FILLER            PIC X(3) VALUE SPACES.
          03 RECON-VENDOR      PIC X(4).

       COPY "suite-error-log-ws.cpy".
       COPY "table-capacity-ws.cpy".
       COPY "run-parms-ws.cpy".
       COPY "env-accept-ws.cpy".
       COPY "data-lineage-ws.cpy".
       COPY "log-chain-ws.cpy".
       COPY "transaction-header.cpy".
       COPY "return-codes.cpy".
       COPY "env-switch-ws.cpy".
           MOVE WS-REGISTER-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-REGISTER-DSN
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'INGREDIENT_REQUISITION_REGISTER_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-REQN-DSN
           END-IF
           MOVE WS-REQN-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-REQN-DSN
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'PO_MASTER_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-PO-MASTER-DSN
           END-IF
           MOVE WS-PO-MASTER-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-PO-MASTER-DSN

      * Without the PO master no stub can be relieved - the run stops
      * before anything is registered rather than reject every
      * matched stub as an unknown PO.
           OPEN I-O PO-MASTER
           IF WS-PO-MASTER-STATUS NOT = '00'
               MOVE 'ROMAN-NUMERALS' TO SERR-PROGRAM-ID
               MOVE WS-PO-MASTER-DSN(1:20) TO SERR-KEY-FIELD
               MOVE 'MASTER NOT AVAILABLE' TO SERR-REASON
               MOVE 'MST001' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               SET RC-CRITICAL TO TRUE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LOAD-VENDOR-TABLE
           PERFORM LOAD-STUB-REGISTER
           PERFORM LOAD-SUSPENSE-TABLE

           PERFORM WRITE-SUSPENSE-AGING-SUMMARY
           PERFORM WRITE-VENDOR-STATEMENTS
           PERFORM WRITE-REQUISITION-CLOSURE
           CLOSE PO-STUB-FILE
           CLOSE RECON-REPORT-FILE
           CLOSE PO-MASTER
           PERFORM WRITE-SUSPENSE-FILE

           PERFORM RUN-EXHIBIT-REPORT

           SET RC-NORMAL TO TRUE
           IF WS-EXHIBITS-REJECTED > 0
               OR WS-REQNS-PAST-DUE > 0
               OR WS-STUBS-PO-REJECTED > 0
               SET RC-WARNING TO TRUE
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
           PERFORM RECORD-TABLE-CAPACITY
           GOBACK.

      * Batch exhibit-lettering report: arabic contract exhibit
       PROCESS-EXHIBIT-NUMBER SECTION.
           PERFORM VALIDATE-EXHIBIT-RANGE
           IF WS-EXHIBIT-VALID = 'Y'
               MOVE SPACES TO WS-RESULT
               CALL 'ROMAN-LABEL' USING EXHIBIT-NUMBER-IN WS-RESULT
               MOVE EXHIBIT-NUMBER-IN TO EXHIBIT-RPT-NUMBER
               MOVE WS-RESULT TO EXHIBIT-RPT-ROMAN
               WRITE EXHIBIT-LINE
               MOVE 'ROMAN-NUMERALS' TO SERR-PROGRAM-ID
               MOVE EXC-EXHIBIT-NUMBER TO SERR-KEY-FIELD
               MOVE EXC-REASON TO SERR-REASON
               MOVE 'TXN001' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               ADD 1 TO WS-EXHIBITS-REJECTED
           END-IF
               MOVE 'ROMAN-NUMERALS' TO SERR-PROGRAM-ID
               MOVE STUB-VENDOR TO SERR-KEY-FIELD
               MOVE 'VENDOR NOT ON MASTER' TO SERR-REASON
               MOVE 'REF002' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               GO TO PROCESS-STUB-EXIT
           END-IF
               MOVE 'ROMAN-NUMERALS' TO SERR-PROGRAM-ID
               MOVE STUB-ROMAN-TEXT TO SERR-KEY-FIELD
               MOVE 'STUB ALREADY PROCESSED' TO SERR-REASON
               MOVE 'TXN003' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               GO TO PROCESS-STUB-EXIT
           END-IF
               MOVE 'ROMAN-NUMERALS' TO SERR-PROGRAM-ID
               MOVE STUB-ROMAN-TEXT TO SERR-KEY-FIELD
               MOVE 'INVALID ROMAN TEXT' TO SERR-REASON
               MOVE 'TXN001' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               GO TO PROCESS-STUB-EXIT
           END-IF
           MOVE STUB-VENDOR TO RECON-VENDOR
           MOVE WS-NUMBER TO RECON-CONVERTED
           IF WS-NUMBER = STUB-EXPECTED-PO
               PERFORM CHECK-PO-MASTER
               IF WS-PO-REJECT-REASON NOT = SPACES
                   ADD 1 TO WS-STUBS-PO-REJECTED
                   MOVE STUB-EXPECTED-PO TO EXC-EXHIBIT-NUMBER
                   MOVE WS-PO-REJECT-REASON TO EXC-REASON
                   WRITE EXC-DETAIL-LINE
                   MOVE 'ROMAN-NUMERALS' TO SERR-PROGRAM-ID
                   MOVE STUB-EXPECTED-PO TO SERR-KEY-FIELD
                   MOVE WS-PO-REJECT-REASON TO SERR-REASON
                   MOVE 'TXN001' TO SERR-ERROR-CODE
                   PERFORM WRITE-SUITE-ERROR-LOG
                   GO TO PROCESS-STUB-EXIT
               END-IF
               PERFORM RELIEVE-PO-MASTER
               MOVE 'MATCHED' TO RECON-STATUS-TXT
               ADD 1 TO WS-STUBS-MATCHED
               MOVE 'M' TO WS-VENDOR-TALLY
       PROCESS-STUB-EXIT.
           EXIT.

      * A stub whose text proves its PO number must still relieve a
      * real PO: one on the master, still open, raised to the stub's
      * vendor (a blank legacy vendor code takes the PO's), with the
      * stub amount inside the open balance. Any failure rejects the
      * stub to the exceptions report - it is neither registered nor
      * relieved, so it can be presented again once purchasing has
      * put the PO right.
       CHECK-PO-MASTER SECTION.
           MOVE SPACES TO WS-PO-REJECT-REASON
           MOVE STUB-EXPECTED-PO TO POM-PO-NUMBER
           READ PO-MASTER
               INVALID KEY
                   MOVE 'PO NOT ON MASTER' TO WS-PO-REJECT-REASON
                   GO TO CHECK-PO-MASTER-EXIT
           END-READ
           IF POM-STATUS = 'C'
               MOVE 'PO CLOSED' TO WS-PO-REJECT-REASON
               GO TO CHECK-PO-MASTER-EXIT
           END-IF
           IF STUB-VENDOR NOT = SPACES
               AND STUB-VENDOR NOT = POM-VENDOR
               MOVE 'PO RAISED TO OTHER VENDOR' TO WS-PO-REJECT-REASON
               GO TO CHECK-PO-MASTER-EXIT
           END-IF
           IF STUB-AMOUNT IS NOT NUMERIC
               MOVE 'STUB AMOUNT MISSING' TO WS-PO-REJECT-REASON
               GO TO CHECK-PO-MASTER-EXIT
           END-IF
           IF STUB-AMOUNT = 0
               MOVE 'STUB AMOUNT MISSING' TO WS-PO-REJECT-REASON
               GO TO CHECK-PO-MASTER-EXIT
           END-IF
           COMPUTE WS-PO-OPEN-BALANCE = POM-ORDERED - POM-RELIEVED
           IF STUB-AMOUNT > WS-PO-OPEN-BALANCE
               MOVE 'STUB EXCEEDS PO OPEN BALANCE'
                 TO WS-PO-REJECT-REASON
           END-IF.
       CHECK-PO-MASTER-EXIT.
           EXIT.

      * The PO record is still current from CHECK-PO-MASTER. Relief
      * is written back at once, with its before/after images on the
      * lineage log, so a second stub against the same PO later in
      * the feed sees the reduced balance.
       RELIEVE-PO-MASTER SECTION.
           MOVE POM-PO-NUMBER TO POI-PO-NUMBER
           MOVE POM-VENDOR TO POI-VENDOR
           MOVE POM-ORDERED TO POI-ORDERED
           MOVE POM-RELIEVED TO POI-RELIEVED
           MOVE POM-STATUS TO POI-STATUS
           MOVE 'ROMAN-NUMERALS' TO LIN-PROGRAM-ID
           MOVE WS-PO-IMAGE TO LIN-BEFORE-IMAGE
           ADD STUB-AMOUNT TO POM-RELIEVED
           ADD STUB-AMOUNT TO WS-AMOUNT-RELIEVED
           MOVE WS-SUSPENSE-BASE-DATE TO POM-LAST-RELIEF-DATE
           IF POM-RELIEVED >= POM-ORDERED
               MOVE 'C' TO POM-STATUS
               ADD 1 TO WS-POS-CLOSED
           END-IF
           REWRITE POM-RECORD
               INVALID KEY
                   MOVE 'ROMAN-NUMERALS' TO SERR-PROGRAM-ID
                   MOVE STUB-EXPECTED-PO TO SERR-KEY-FIELD
                   MOVE 'PO RELIEF REWRITE FAILED' TO SERR-REASON
                   MOVE 'MST002' TO SERR-ERROR-CODE
                   PERFORM WRITE-SUITE-ERROR-LOG
           END-REWRITE
           MOVE POM-RELIEVED TO POI-RELIEVED
           MOVE POM-STATUS TO POI-STATUS
           MOVE WS-PO-IMAGE TO LIN-AFTER-IMAGE
           PERFORM WRITE-DATA-LINEAGE-RECORD
           EXIT.

      * Unknown non-blank vendor codes reject - a statement section
      * cannot be cut for a vendor nobody can name. With no vendor
      * master on file validation is skipped, the single-vendor site

      * A matched stub lands on the register at once - text, arabic
      * value, run ID and date - and joins the in-storage table so a
      * second copy later in tonight's own feed rejects too. The
      * vendor is the PO's own, still current from CHECK-PO-MASTER,
      * so a blank-coded legacy stub registers to the vendor it paid.
       REGISTER-MATCHED-STUB SECTION.
           MOVE SPACES TO PRS-RECORD
           MOVE STUB-EXPECTED-PO TO PRS-PO
           MOVE WS-NUMBER TO PRS-ARABIC
           MOVE WS-PARM-RUN-ID TO PRS-RUN-ID
           MOVE WS-SUSPENSE-BASE-DATE TO PRS-DATE
           MOVE POM-VENDOR TO PRS-VENDOR
           MOVE STUB-AMOUNT TO PRS-AMOUNT
           OPEN EXTEND REGISTER-FILE
           IF WS-REGISTER-STATUS NOT = '00'
               OPEN OUTPUT REGISTER-FILE
                               MOVE PRS-TEXT TO SERR-KEY-FIELD
                               MOVE 'STUB REGISTER TABLE FULL'
                                 TO SERR-REASON
                               MOVE 'TBL001' TO SERR-ERROR-CODE
                               PERFORM WRITE-SUITE-ERROR-LOG
                           END-IF
                   END-READ
           END-PERFORM
           EXIT.

      * Every requisition on the kitchen's register is held against
      * the stub register, tonight's matches included: a PO with a
      * matched stub closes it, anything else - no PO linked yet, or
      * a PO whose stub has not matched - is listed with the days
      * left to its serve date, or PAST DUE once the date is reached.
      * No requisition register on file skips the section.
       WRITE-REQUISITION-CLOSURE SECTION.
           OPEN INPUT REQUISITION-REGISTER-FILE
           IF WS-REQN-STATUS NOT = '00'
               GO TO WRITE-REQUISITION-CLOSURE-EXIT
           END-IF
           MOVE ALL '-' TO RECON-LINE
           WRITE RECON-LINE
           MOVE 'REQUISITIONS WITHOUT A MATCHED STUB' TO RECON-LINE
           WRITE RECON-LINE
           MOVE 'REQN      VEND   NEED DATE  PO NO      STATUS'
             TO RECON-LINE
           MOVE 'SERVE' TO RECON-LINE(52:5)
           WRITE RECON-LINE
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ REQUISITION-REGISTER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF RQR-REQ-NO IS NUMERIC
                           PERFORM CHECK-ONE-REQUISITION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REQUISITION-REGISTER-FILE
           MOVE 'N' TO WS-EOF-FLAG
           MOVE WS-REQNS-OPEN TO WS-AGE-COUNT-TXT
           MOVE SPACES TO RECON-LINE
           STRING 'REQNS OUTSTANDING: ' DELIMITED BY SIZE
                  WS-AGE-COUNT-TXT DELIMITED BY SIZE
             INTO RECON-LINE
           WRITE RECON-LINE
           MOVE WS-REQNS-PAST-DUE TO WS-AGE-COUNT-TXT
           MOVE SPACES TO RECON-LINE
           STRING 'REQNS PAST DUE   : ' DELIMITED BY SIZE
                  WS-AGE-COUNT-TXT DELIMITED BY SIZE
             INTO RECON-LINE
           WRITE RECON-LINE
           MOVE WS-REQNS-CLOSED TO WS-AGE-COUNT-TXT
           MOVE SPACES TO RECON-LINE
           STRING 'REQNS CLOSED     : ' DELIMITED BY SIZE
                  WS-AGE-COUNT-TXT DELIMITED BY SIZE
             INTO RECON-LINE
           WRITE RECON-LINE.
       WRITE-REQUISITION-CLOSURE-EXIT.
           EXIT.

       CHECK-ONE-REQUISITION SECTION.
           ADD 1 TO WS-REQNS-READ
           MOVE SPACES TO REQN-PO-TXT
           IF RQR-PO-NO IS NUMERIC AND RQR-PO-NO > 0
               MOVE RQR-PO-NO TO REQN-PO-TXT
               MOVE 'N' TO WS-REGISTER-HIT
               PERFORM VARYING RG-IDX FROM 1 BY 1
                       UNTIL RG-IDX > WS-REGISTER-COUNT
                   IF PRS-T-PO(RG-IDX) = RQR-PO-NO
                       MOVE 'Y' TO WS-REGISTER-HIT
                   END-IF
               END-PERFORM
               IF WS-REGISTER-HIT = 'Y'
                   ADD 1 TO WS-REQNS-CLOSED
                   GO TO CHECK-ONE-REQUISITION-EXIT
               END-IF
               MOVE 'NO STUB' TO REQN-STATUS-TXT
           ELSE
               MOVE 'NO PO YET' TO REQN-STATUS-TXT
           END-IF
           ADD 1 TO WS-REQNS-OPEN
           MOVE RQR-REQ-NO TO REQN-REQ-NO
           MOVE RQR-VENDOR TO REQN-VENDOR
           MOVE 0 TO REQN-NEED-DATE
           MOVE SPACES TO REQN-DUE-TXT
           IF RQR-NEED-DATE IS NUMERIC AND RQR-NEED-DATE > 0
               MOVE RQR-NEED-DATE TO REQN-NEED-DATE
               COMPUTE WS-REQN-NEED-INT =
                   FUNCTION INTEGER-OF-DATE(RQR-NEED-DATE)
               COMPUTE WS-REQN-DAYS =
                   WS-REQN-NEED-INT - WS-SUSPENSE-BASE-INT
               IF WS-REQN-DAYS <= 0
                   MOVE 'PAST DUE' TO REQN-DUE-TXT
                   ADD 1 TO WS-REQNS-PAST-DUE
               ELSE
                   MOVE WS-REQN-DAYS TO WS-REQN-DAYS-TXT
                   STRING WS-REQN-DAYS-TXT DELIMITED BY SIZE
                          ' DAYS TO SERVE' DELIMITED BY SIZE
                     INTO REQN-DUE-TXT
               END-IF
           END-IF
           MOVE WS-REQN-DETAIL TO RECON-LINE
           WRITE RECON-LINE.
       CHECK-ONE-REQUISITION-EXIT.
           EXIT.

      * Accepts the marked vinculum form as well as plain classical
      * text: a leading bracketed group is the thousands, validated
      * under the same strict syntax as the part that follows it.
       CONVERT-ROMAN-EXTENDED-EXIT.
           EXIT.

      * Strict classical syntax on the trimmed text in WS-RESULT:
      * legal characters only, I/X/C/M at most three in a row, V/L/D
      * never repeated, a smaller value ahead of a larger one only in
               MOVE 'ROMAN-NUMERALS' TO SERR-PROGRAM-ID
               MOVE SUS-ROMAN-TEXT TO SERR-KEY-FIELD
               MOVE 'SUSPENSE TABLE FULL' TO SERR-REASON
               MOVE 'TBL001' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               GO TO LOAD-ONE-SUSPENSE-RECORD-EXIT
           END-IF
           MOVE 'ROMAN-NUMERALS' TO SERR-PROGRAM-ID
           MOVE SUS-RECORD(1:20) TO SERR-KEY-FIELD
           MOVE 'SUSPENSE RECORD UNREADABLE' TO SERR-REASON
           MOVE 'TXN001' TO SERR-ERROR-CODE
           PERFORM WRITE-SUITE-ERROR-LOG.
       LOAD-ONE-SUSPENSE-RECORD-EXIT.
           EXIT.
                   MOVE 'ROMAN-NUMERALS' TO SERR-PROGRAM-ID
                   MOVE STUB-ROMAN-TEXT TO SERR-KEY-FIELD
                   MOVE 'SUSPENSE TABLE FULL' TO SERR-REASON
                   MOVE 'TBL001' TO SERR-ERROR-CODE
                   PERFORM WRITE-SUITE-ERROR-LOG
               END-IF
           END-IF
           END-PERFORM
           EXIT.

      * Standard run-balancing control-total report so ops balances
      * this job the same way every other nightly batch job is
      * balanced.
       WRITE-CONTROL-TOTALS SECTION.
           OPEN OUTPUT CONTROL-TOTAL-FILE
           MOVE WS-PARM-RUN-ID TO TRX-RUN-ID
           MOVE 'ROMAN-NUMERALS' TO TRX-SOURCE-SYSTEM
           MOVE FUNCTION CURRENT-DATE TO TRX-TIMESTAMP
           MOVE TRX-HEADER TO CTL-LINE
           WRITE CTL-LINE
           MOVE 'ROMAN-NUMERALS EXHIBIT BATCH CONTROL TOTALS'
             TO CTL-LINE
           WRITE CTL-LINE
           MOVE ALL '-' TO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-EXHIBITS-READ TO WS-CTL-COUNT-TXT
           STRING 'EXHIBITS READ    : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-EXHIBITS-REJECTED TO WS-CTL-COUNT-TXT
           STRING 'EXHIBITS REJECTED: ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-STUBS-READ TO WS-CTL-COUNT-TXT
           STRING 'STUBS READ       : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-STUBS-MATCHED TO WS-CTL-COUNT-TXT
           STRING 'STUBS MATCHED    : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-STUBS-UNMATCHED TO WS-CTL-COUNT-TXT
           STRING 'STUBS UNMATCHED  : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-STUBS-INVALID TO WS-CTL-COUNT-TXT
           STRING 'STUBS INVALID    : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-STUBS-BAD-VENDOR TO WS-CTL-COUNT-TXT
           STRING 'STUBS BAD VENDOR : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-STUBS-DUPLICATE TO WS-CTL-COUNT-TXT
           STRING 'STUBS DUPLICATE  : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-STUBS-PO-REJECTED TO WS-CTL-COUNT-TXT
           STRING 'STUBS PO REJECTED: ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-POS-CLOSED TO WS-CTL-COUNT-TXT
           STRING 'POS CLOSED       : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-AMOUNT-RELIEVED TO WS-AMOUNT-TXT
           STRING 'AMOUNT RELIEVED  : ' DELIMITED BY SIZE
                  WS-AMOUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-SUSPENSE-BROUGHT TO WS-CTL-COUNT-TXT
           STRING 'SUSPENSE BROUGHT : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-SUSPENSE-CLEARED TO WS-CTL-COUNT-TXT
           STRING 'SUSPENSE CLEARED : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-SUSPENSE-NEW TO WS-CTL-COUNT-TXT
           STRING 'SUSPENSE NEW     : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-REQNS-READ TO WS-CTL-COUNT-TXT
           STRING 'REQNS READ       : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-REQNS-CLOSED TO WS-CTL-COUNT-TXT
           STRING 'REQNS CLOSED     : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-REQNS-OPEN TO WS-CTL-COUNT-TXT
           STRING 'REQNS OUTSTANDING: ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-REQNS-PAST-DUE TO WS-CTL-COUNT-TXT
           STRING 'REQNS PAST DUE   : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           CLOSE CONTROL-TOTAL-FILE
           EXIT.

      * High-water marks of the in-memory tables for this run,
      * kept so TABLE-CAPACITY-REPORT can warn before a ceiling is
      * reached.
       RECORD-TABLE-CAPACITY SECTION.
           MOVE 'ROMAN-NUMERALS' TO TCAP-PROGRAM-ID
           MOVE WS-PARM-RUN-ID TO TCAP-RUN-ID
           MOVE WS-RUN-DATE TO TCAP-RUN-DATE
           MOVE 'SUSPENSE' TO TCAP-TABLE-NAME
           MOVE WS-SUSPENSE-COUNT TO TCAP-PEAK
           MOVE WS-SUSPENSE-MAX TO TCAP-CEILING
           PERFORM WRITE-TABLE-CAPACITY
           MOVE 'VENDOR' TO TCAP-TABLE-NAME
           MOVE WS-VENDOR-COUNT TO TCAP-PEAK
           MOVE WS-VENDOR-MAX TO TCAP-CEILING
           PERFORM WRITE-TABLE-CAPACITY
           MOVE 'REGISTER' TO TCAP-TABLE-NAME
           MOVE WS-REGISTER-COUNT TO TCAP-PEAK
           MOVE WS-REGISTER-MAX TO TCAP-CEILING
           PERFORM WRITE-TABLE-CAPACITY
           EXIT.

       COPY "suite-error-log-proc.cpy".
       COPY "run-parms-proc.cpy".
       COPY "data-lineage-proc.cpy".
       COPY "log-chain-proc.cpy".
       COPY "env-switch-proc.cpy".
       COPY "table-capacity-proc.cpy".
       END PROGRAM ROMAN-NUMERALS.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROMAN-LABEL.
      * Callable roman lettering, in the style of the LEAP and
      * DATE-SERVICES subprograms, so the exhibit report here and
      * EXHIBIT-RELETTER's renumbering of a matter's exhibit set
      * letter through the one conversion. LK-NUMBER 1 to 3,999,999
      * comes back in LK-LABEL as the classic numeral, or above 3999
      * in the vinculum notation; anything outside that range comes
      * back as spaces for the caller to reject.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-NUMBER PIC 9(7).
       01 WS-RESULT PIC X(40).
       01 WS-INTERM PIC X(10) VALUE SPACES.
       01 WS-VINC-THOUSANDS PIC 9(4) VALUE 0.
       01 WS-VINC-REMAINDER PIC 9(4) VALUE 0.
       01 WS-VINC-PART      PIC X(20).
       01 WS-VINC-OUTSIDE   PIC X(20).
       LINKAGE SECTION.
       01 LK-NUMBER PIC 9(7).
       01 LK-LABEL  PIC X(40).
       PROCEDURE DIVISION USING LK-NUMBER LK-LABEL.
       RENDER-ROMAN-LABEL SECTION.
           MOVE SPACES TO LK-LABEL
           IF LK-NUMBER < 1 OR LK-NUMBER > 3999999
               GOBACK
           END-IF
           MOVE LK-NUMBER TO WS-NUMBER
           PERFORM RENDER-ROMAN-EXTENDED
           MOVE WS-RESULT TO LK-LABEL
           GOBACK.

      * Renders any value up to 3,999,999: at or under 3999 the
      * classic numeral as always, above it the thousands render
      * classically inside brackets with the remainder following.
       RENDER-ROMAN-EXTENDED SECTION.
           IF WS-NUMBER <= 3999
               PERFORM ROMAN-NUMERALS
               GO TO RENDER-ROMAN-EXTENDED-EXIT
           END-IF
           DIVIDE WS-NUMBER BY 1000
               GIVING WS-VINC-THOUSANDS
               REMAINDER WS-VINC-REMAINDER
           MOVE WS-VINC-THOUSANDS TO WS-NUMBER
           PERFORM ROMAN-NUMERALS
           MOVE WS-RESULT TO WS-VINC-PART
           MOVE SPACES TO WS-RESULT
           IF WS-VINC-REMAINDER > 0
               MOVE WS-VINC-REMAINDER TO WS-NUMBER
               PERFORM ROMAN-NUMERALS
               MOVE WS-RESULT TO WS-VINC-OUTSIDE
               MOVE SPACES TO WS-RESULT
               STRING '[' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-VINC-PART) DELIMITED BY SIZE
                      ']' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-VINC-OUTSIDE)
                        DELIMITED BY SIZE
                 INTO WS-RESULT
           ELSE
               STRING '[' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-VINC-PART) DELIMITED BY SIZE
                      ']' DELIMITED BY SIZE
                 INTO WS-RESULT
           END-IF.
       RENDER-ROMAN-EXTENDED-EXIT.
           EXIT.

       ROMAN-NUMERALS SECTION.
           MOVE SPACES TO WS-RESULT.

                  WS-INTERM DELIMITED BY SPACE
           INTO WS-RESULT.
           MOVE SPACE TO WS-INTERM.
       END PROGRAM ROMAN-LABEL.
