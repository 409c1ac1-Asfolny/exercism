       IDENTIFICATION DIVISION.
       PROGRAM-ID. PO-MASTER-LOAD.
      * Loads purchasing's nightly PO feed onto PO-MASTER, the indexed
      * record of every purchase order ROMAN-NUMERALS relieves matched
      * stubs against. The feed carries each PO raised or amended
      * since the last send - PO number, vendor, raise date, ordered
      * amount and purchasing's status:
      *   a PO not yet on the master is added open with nothing
      *   relieved;
      *   a PO already on the master takes the feed's raise date and
      *   ordered amount; the relieved amount is this suite's and is
      *   never touched by the feed. An amendment cannot take the
      *   ordered amount below what has been relieved, nor move a PO
      *   that has had relief to another vendor.
      * POM-STATUS O open, C closed. Purchasing closes a PO by sending
      * it with status C; otherwise a PO is closed once it is fully
      * relieved, and one amended above its relieved amount re-opens.
      * Every add and change writes its before/after images through
      * WRITE-DATA-LINEAGE-RECORD like the other master maintenance.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PO-FEED-FILE ASSIGN TO DYNAMIC WS-FEED-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.
           SELECT PO-MASTER ASSIGN TO DYNAMIC WS-MASTER-DSN
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POM-PO-NUMBER
               FILE STATUS IS WS-MASTER-STATUS.
      * Standard run-balancing control-total report so ops balances
      * this job the same way every other nightly batch job is
      * balanced.
           SELECT CONTROL-TOTAL-FILE ASSIGN TO
               DYNAMIC WS-CONTROL-TOTAL-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-TOTAL-STATUS.
           COPY "suite-error-log-select.cpy".
           COPY "run-parms-select.cpy".
           COPY "data-lineage-select.cpy".
           COPY "log-chain-select.cpy".

       DATA DIVISION.
       FILE SECTION.
      * POF-ORDERED is 999999999.99 without the point. POF-STATUS C
      * is a PO purchasing has closed or cancelled; blank or O open.
       FD  PO-FEED-FILE
           RECORD CONTAINS 39 CHARACTERS.
       01 POF-RECORD.
          03 POF-PO-NUMBER     PIC X(7).
          03 FILLER            PIC X(2).
          03 POF-VENDOR        PIC X(4).
          03 FILLER            PIC X(2).
          03 POF-RAISE-DATE    PIC X(8).
          03 FILLER            PIC X(2).
          03 POF-ORDERED       PIC X(11).
          03 POF-ORDERED-NUM REDEFINES POF-ORDERED
                               PIC 9(9)V99.
          03 FILLER            PIC X(2).
          03 POF-STATUS        PIC X.

      * POM-STATUS O open, C closed. POM-RELIEVED is the sum of the
      * matched stubs ROMAN-NUMERALS has relieved against the PO.
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
       COPY "run-parms-fd.cpy".
       COPY "data-lineage-fd.cpy".
       COPY "log-chain-fd.cpy".

       WORKING-STORAGE SECTION.
       01 WS-FEED-DSN         PIC X(100) VALUE 'PO-FEED.DAT'.
       01 WS-MASTER-DSN       PIC X(100) VALUE 'PO-MASTER.DAT'.
       01 WS-FEED-STATUS      PIC XX VALUE '00'.
       01 WS-MASTER-STATUS    PIC XX VALUE '00'.
       01 WS-EOF-FLAG         PIC X VALUE 'N'.

       01 WS-CONTROL-TOTAL-DSN    PIC X(100)
          VALUE 'PO-MASTER-LOAD-CONTROL-TOTALS.RPT'.
       01 WS-CONTROL-TOTAL-STATUS PIC XX VALUE '00'.
       01 WS-FEED-READ            PIC 9(6) VALUE 0.
       01 WS-POS-ADDED            PIC 9(6) VALUE 0.
       01 WS-POS-CHANGED          PIC 9(6) VALUE 0.
       01 WS-POS-UNCHANGED        PIC 9(6) VALUE 0.
       01 WS-FEED-REJECTED        PIC 9(6) VALUE 0.
       01 WS-CTL-COUNT-TXT        PIC ZZZZZ9.

       01 WS-PROCESS-DATE     PIC 9(8) VALUE 0.
       01 WS-PO-KEY           PIC 9(7) VALUE 0.
       01 WS-NEW-STATUS       PIC X VALUE SPACE.
       01 WS-REJECT-REASON    PIC X(30).
       01 WS-BEFORE-IMAGE.
          03 BFI-VENDOR          PIC X(4).
          03 FILLER              PIC X VALUE SPACE.
          03 BFI-RAISE-DATE      PIC 9(8).
          03 FILLER              PIC X VALUE SPACE.
          03 BFI-ORDERED         PIC 9(9)V99.
          03 FILLER              PIC X VALUE SPACE.
          03 BFI-RELIEVED        PIC 9(9)V99.
          03 FILLER              PIC X VALUE SPACE.
          03 BFI-STATUS          PIC X.
       01 WS-SAVE-IMAGE       PIC X(39).

       COPY "suite-error-log-ws.cpy".
       COPY "run-parms-ws.cpy".
       COPY "env-accept-ws.cpy".
       COPY "data-lineage-ws.cpy".
       COPY "log-chain-ws.cpy".
       COPY "transaction-header.cpy".
       COPY "return-codes.cpy".
       COPY "env-switch-ws.cpy".

       PROCEDURE DIVISION.
       RUN-PO-MASTER-LOAD SECTION.
           PERFORM READ-RUN-PARMS
           MOVE WS-PARM-RUN-ID TO WS-LINEAGE-RUN-ID
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'PO_FEED_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-FEED-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'PO_MASTER_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-MASTER-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'PO_MASTER_LOAD_CONTROL_TOTAL_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-CONTROL-TOTAL-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'SUITE_ERROR_LOG_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-SUITE-ERROR-LOG-DSN
           END-IF
           MOVE WS-FEED-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-FEED-DSN
           MOVE WS-MASTER-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-MASTER-DSN
           MOVE WS-CONTROL-TOTAL-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-CONTROL-TOTAL-DSN

           IF WS-RUN-DATE NOT = 0
               MOVE WS-RUN-DATE TO WS-PROCESS-DATE
           ELSE
               ACCEPT WS-PROCESS-DATE FROM DATE YYYYMMDD
           END-IF

      * First run creates the master empty - the initial load is
      * purchasing's full open-PO send in the feed layout.
           OPEN I-O PO-MASTER
           IF WS-MASTER-STATUS = '35'
               OPEN OUTPUT PO-MASTER
               CLOSE PO-MASTER
               OPEN I-O PO-MASTER
           END-IF
           IF WS-MASTER-STATUS NOT = '00'
               MOVE 'PO-MASTER-LD' TO SERR-PROGRAM-ID
               MOVE WS-MASTER-DSN(1:20) TO SERR-KEY-FIELD
               MOVE 'MASTER NOT AVAILABLE' TO SERR-REASON
               MOVE 'MST001' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               SET RC-CRITICAL TO TRUE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT PO-FEED-FILE
           IF WS-FEED-STATUS = '00'
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ PO-FEED-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-FEED-READ
                           PERFORM APPLY-ONE-FEED-RECORD
                   END-READ
               END-PERFORM
               CLOSE PO-FEED-FILE
           END-IF

           CLOSE PO-MASTER
           PERFORM WRITE-CONTROL-TOTALS

           SET RC-NORMAL TO TRUE
           IF WS-FEED-REJECTED > 0
               SET RC-WARNING TO TRUE
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

       APPLY-ONE-FEED-RECORD SECTION.
           IF POF-PO-NUMBER IS NOT NUMERIC
               MOVE 'PO NUMBER NOT NUMERIC' TO WS-REJECT-REASON
               PERFORM REJECT-FEED-RECORD
               GO TO APPLY-ONE-FEED-RECORD-EXIT
           END-IF
           MOVE POF-PO-NUMBER TO WS-PO-KEY
           IF WS-PO-KEY = 0
               MOVE 'PO NUMBER OUT OF RANGE' TO WS-REJECT-REASON
               PERFORM REJECT-FEED-RECORD
               GO TO APPLY-ONE-FEED-RECORD-EXIT
           END-IF
           IF POF-RAISE-DATE IS NOT NUMERIC
               MOVE 'RAISE DATE INVALID' TO WS-REJECT-REASON
               PERFORM REJECT-FEED-RECORD
               GO TO APPLY-ONE-FEED-RECORD-EXIT
           END-IF
           IF POF-ORDERED IS NOT NUMERIC
               MOVE 'ORDERED AMOUNT INVALID' TO WS-REJECT-REASON
               PERFORM REJECT-FEED-RECORD
               GO TO APPLY-ONE-FEED-RECORD-EXIT
           END-IF
           IF POF-STATUS NOT = SPACE AND 'O' AND 'C'
               MOVE 'UNKNOWN PO STATUS' TO WS-REJECT-REASON
               PERFORM REJECT-FEED-RECORD
               GO TO APPLY-ONE-FEED-RECORD-EXIT
           END-IF
           MOVE WS-PO-KEY TO POM-PO-NUMBER
           READ PO-MASTER
               INVALID KEY
                   PERFORM ADD-PO
                   GO TO APPLY-ONE-FEED-RECORD-EXIT
           END-READ
           PERFORM CHANGE-PO.
       APPLY-ONE-FEED-RECORD-EXIT.
           EXIT.

       REJECT-FEED-RECORD SECTION.
           ADD 1 TO WS-FEED-REJECTED
           MOVE 'PO-MASTER-LD' TO SERR-PROGRAM-ID
           MOVE POF-PO-NUMBER TO SERR-KEY-FIELD
           MOVE WS-REJECT-REASON TO SERR-REASON
           MOVE 'TXN001' TO SERR-ERROR-CODE
           PERFORM WRITE-SUITE-ERROR-LOG
           EXIT.

       ADD-PO SECTION.
           IF POF-VENDOR = SPACES
               MOVE 'VENDOR REQUIRED' TO WS-REJECT-REASON
               PERFORM REJECT-FEED-RECORD
               GO TO ADD-PO-EXIT
           END-IF
           MOVE SPACES TO POM-RECORD
           MOVE WS-PO-KEY TO POM-PO-NUMBER
           MOVE POF-VENDOR TO POM-VENDOR
           MOVE POF-RAISE-DATE TO POM-RAISE-DATE
           MOVE POF-ORDERED-NUM TO POM-ORDERED
           MOVE 0 TO POM-RELIEVED
           MOVE 0 TO POM-LAST-RELIEF-DATE
           IF POF-STATUS = 'C'
               MOVE 'C' TO POM-STATUS
           ELSE
               MOVE 'O' TO POM-STATUS
           END-IF
           MOVE WS-PROCESS-DATE TO POM-LAST-CHANGED
           WRITE POM-RECORD
               INVALID KEY
                   MOVE 'ADD WRITE FAILED' TO WS-REJECT-REASON
                   PERFORM REJECT-FEED-RECORD
               NOT INVALID KEY
                   ADD 1 TO WS-POS-ADDED
                   MOVE 'PO-MASTER-LD' TO LIN-PROGRAM-ID
                   MOVE SPACES TO LIN-BEFORE-IMAGE
                   STRING 'ADD ' DELIMITED BY SIZE
                          POF-PO-NUMBER DELIMITED BY SIZE
                     INTO LIN-BEFORE-IMAGE
                   PERFORM BUILD-AFTER-IMAGE
                   PERFORM WRITE-DATA-LINEAGE-RECORD
           END-WRITE.
       ADD-PO-EXIT.
           EXIT.

      * The feed resends a PO whole; a resend that changes nothing is
      * only counted.
       CHANGE-PO SECTION.
           MOVE POM-VENDOR TO BFI-VENDOR
           MOVE POM-RAISE-DATE TO BFI-RAISE-DATE
           MOVE POM-ORDERED TO BFI-ORDERED
           MOVE POM-RELIEVED TO BFI-RELIEVED
           MOVE POM-STATUS TO BFI-STATUS
           MOVE WS-BEFORE-IMAGE TO WS-SAVE-IMAGE
           IF POF-VENDOR NOT = SPACES
               AND POF-VENDOR NOT = POM-VENDOR
               IF POM-RELIEVED > 0
                   MOVE 'VENDOR CHANGE AFTER RELIEF'
                     TO WS-REJECT-REASON
                   PERFORM REJECT-FEED-RECORD
                   GO TO CHANGE-PO-EXIT
               END-IF
               MOVE POF-VENDOR TO POM-VENDOR
           END-IF
           IF POF-ORDERED-NUM < POM-RELIEVED
               MOVE 'ORDERED BELOW AMOUNT RELIEVED' TO WS-REJECT-REASON
               PERFORM REJECT-FEED-RECORD
               GO TO CHANGE-PO-EXIT
           END-IF
           MOVE POF-RAISE-DATE TO POM-RAISE-DATE
           MOVE POF-ORDERED-NUM TO POM-ORDERED
           EVALUATE TRUE
               WHEN POF-STATUS = 'C'
                   MOVE 'C' TO POM-STATUS
               WHEN POM-RELIEVED >= POM-ORDERED
                   MOVE 'C' TO POM-STATUS
               WHEN OTHER
                   MOVE 'O' TO POM-STATUS
           END-EVALUATE
           MOVE POM-VENDOR TO BFI-VENDOR
           MOVE POM-RAISE-DATE TO BFI-RAISE-DATE
           MOVE POM-ORDERED TO BFI-ORDERED
           MOVE POM-RELIEVED TO BFI-RELIEVED
           MOVE POM-STATUS TO BFI-STATUS
           IF WS-BEFORE-IMAGE = WS-SAVE-IMAGE
               ADD 1 TO WS-POS-UNCHANGED
               GO TO CHANGE-PO-EXIT
           END-IF
           MOVE WS-PROCESS-DATE TO POM-LAST-CHANGED
           REWRITE POM-RECORD
               INVALID KEY
                   MOVE 'CHANGE REWRITE FAILED' TO WS-REJECT-REASON
                   PERFORM REJECT-FEED-RECORD
               NOT INVALID KEY
                   ADD 1 TO WS-POS-CHANGED
                   MOVE 'PO-MASTER-LD' TO LIN-PROGRAM-ID
                   MOVE SPACES TO LIN-BEFORE-IMAGE
                   STRING 'CHANGE ' DELIMITED BY SIZE
                          POF-PO-NUMBER DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          WS-SAVE-IMAGE DELIMITED BY SIZE
                     INTO LIN-BEFORE-IMAGE
                   PERFORM BUILD-AFTER-IMAGE
                   PERFORM WRITE-DATA-LINEAGE-RECORD
           END-REWRITE.
       CHANGE-PO-EXIT.
           EXIT.

       BUILD-AFTER-IMAGE SECTION.
           MOVE POM-VENDOR TO BFI-VENDOR
           MOVE POM-RAISE-DATE TO BFI-RAISE-DATE
           MOVE POM-ORDERED TO BFI-ORDERED
           MOVE POM-RELIEVED TO BFI-RELIEVED
           MOVE POM-STATUS TO BFI-STATUS
           MOVE SPACES TO LIN-AFTER-IMAGE
           MOVE WS-BEFORE-IMAGE TO LIN-AFTER-IMAGE
           EXIT.

      * Standard run-balancing control-total report so ops balances
      * this job the same way every other nightly batch job is
      * balanced.
       WRITE-CONTROL-TOTALS SECTION.
           OPEN OUTPUT CONTROL-TOTAL-FILE
           MOVE WS-PARM-RUN-ID TO TRX-RUN-ID
           MOVE 'POMASTER' TO TRX-SOURCE-SYSTEM
           MOVE FUNCTION CURRENT-DATE TO TRX-TIMESTAMP
           MOVE TRX-HEADER TO CTL-LINE
           WRITE CTL-LINE
           MOVE 'PO MASTER LOAD CONTROL TOTALS' TO CTL-LINE
           WRITE CTL-LINE
           MOVE ALL '-' TO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-FEED-READ TO WS-CTL-COUNT-TXT
           STRING 'FEED RECORDS READ: ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-POS-ADDED TO WS-CTL-COUNT-TXT
           STRING 'POS ADDED        : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-POS-CHANGED TO WS-CTL-COUNT-TXT
           STRING 'POS CHANGED      : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-POS-UNCHANGED TO WS-CTL-COUNT-TXT
           STRING 'POS UNCHANGED    : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-FEED-REJECTED TO WS-CTL-COUNT-TXT
           STRING 'FEED REJECTED    : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           CLOSE CONTROL-TOTAL-FILE
           EXIT.

       COPY "suite-error-log-proc.cpy".
       COPY "run-parms-proc.cpy".
       COPY "data-lineage-proc.cpy".
       COPY "log-chain-proc.cpy".
       COPY "env-switch-proc.cpy".
