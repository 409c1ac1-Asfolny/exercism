           SELECT CHECKPOINT-FILE ASSIGN TO DYNAMIC WS-CHECKPOINT-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CHECKPOINT-STATUS.
      * Asset master kept by ASSET-MAINT - the register line only
      * says the asset exists; the master says whether it is in
      * service on the run date and is what decides it bills.
           SELECT ASSET-MASTER ASSIGN TO DYNAMIC WS-ASSET-MASTER-DSN
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AST-NUMBER
               FILE STATUS IS WS-ASSET-MASTER-STATUS.
      * Every billed line, kept for good under run ID and asset - the
      * billing extract only ever holds the one night, and a disputed
      * charge needs the original line to credit against.
           SELECT BILLING-HISTORY ASSIGN TO DYNAMIC WS-HISTORY-DSN
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BHS-KEY
               FILE STATUS IS WS-HISTORY-STATUS.
      * Standard run-balancing control-total report so ops balances
      * this job the same way every other nightly batch job is
      * balanced.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-TOTAL-STATUS.
           COPY "suite-error-log-select.cpy".
           COPY "table-capacity-select.cpy".
           COPY "run-parms-select.cpy".
           COPY "feed-guard-select.cpy".

          03 EXC-REASON       PIC X(30).

      * RCY-REASON-CODE: NN non-numeric, OR out of range, UC unknown
      * asset class, UA not on the asset master, DA disposed asset,
      * NS not yet in service. The class rides along so a corrected
      * record re-enters the right rule set.
       FD  RECYCLE-OUT-FILE
           RECORD CONTAINS 14 CHARACTERS.
       01 RCY-RECORD.
           RECORD CONTAINS 6 CHARACTERS.
       01 CKPT-RECORDS-PROCESSED PIC 9(6).

      * Same layout ASSET-MAINT writes. AST-STATUS A acquired, S in
      * service, D disposed; zero dates mean none.
       FD  ASSET-MASTER
           RECORD CONTAINS 49 CHARACTERS.
       01 AST-RECORD.
          03 AST-NUMBER          PIC 9(4).
          03 AST-CLASS           PIC X(4).
          03 AST-LOCATION        PIC X(8).
          03 AST-ACQUIRED-DATE   PIC 9(8).
          03 AST-IN-SERVICE-DATE PIC 9(8).
          03 AST-DISPOSAL-DATE   PIC 9(8).
          03 AST-STATUS          PIC X.
          03 AST-LAST-CHANGED    PIC 9(8).

      * Same layout BILLING-ADJUST maintains. The adjustment fields
      * start at zero here and are only ever moved by adjustments.
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

       FD  CONTROL-TOTAL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 CTL-LINE PIC X(80).

       COPY "suite-error-log-fd.cpy".
       COPY "table-capacity-fd.cpy".
       COPY "run-parms-fd.cpy".
       COPY "feed-guard-fd.cpy".

       01 WS-RECYCLED-REJECTED    PIC 9(6) VALUE 0.
       01 WS-RECYCLE-REASON       PIC X(2) VALUE SPACES.

       01 WS-ASSET-MASTER-DSN     PIC X(100)
          VALUE 'ASSET-MASTER.DAT'.
       01 WS-ASSET-MASTER-STATUS  PIC XX VALUE '00'.
       01 WS-ASSETS-UNKNOWN       PIC 9(6) VALUE 0.
       01 WS-ASSETS-DISPOSED      PIC 9(6) VALUE 0.
       01 WS-ASSETS-NOT-IN-SVC    PIC 9(6) VALUE 0.
       01 WS-HISTORY-DSN          PIC X(100)
          VALUE 'BILLING-HISTORY.DAT'.
       01 WS-HISTORY-STATUS       PIC XX VALUE '00'.
       01 WS-HISTORY-WRITTEN      PIC 9(6) VALUE 0.
       01 WS-HISTORY-DUPLICATE    PIC 9(6) VALUE 0.

       01 WS-PRICE-DSN            PIC X(100)
          VALUE 'RAINDROP-PRICES.DAT'.
       01 WS-BILLING-DSN          PIC X(100)
          03 DST-COUNT-TXT       PIC ZZZZZ9.

       COPY "suite-error-log-ws.cpy".
       COPY "table-capacity-ws.cpy".
       COPY "run-parms-ws.cpy".
       COPY "env-accept-ws.cpy".
       COPY "transaction-header.cpy".
       COPY "return-codes.cpy".
       COPY "env-switch-ws.cpy".
       COPY "feed-guard-ws.cpy".
       COPY "date-check-ws.cpy".

      * Matches raindrops-rules-maint's own cap on WS-RULE-TABLE - kept
      * in sync so the two programs can't disagree on how many rules
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-CONTROL-TOTAL-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'ASSET_MASTER_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-ASSET-MASTER-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'BILLING_HISTORY_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-HISTORY-DSN
           END-IF
           MOVE WS-ASSETS-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-ASSETS-DSN
           MOVE WS-BILLING-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-BILLING-DSN
           MOVE WS-ASSET-MASTER-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-ASSET-MASTER-DSN
           MOVE WS-HISTORY-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-HISTORY-DSN

           PERFORM VERIFY-REGISTER-TRAILER
           IF WS-TRAILER-BAD = 'Y'
           PERFORM LOAD-RULE-TABLE
           PERFORM LOAD-PRICE-TABLE

      * Without the master nothing can say what is in service, and
      * billing the whole register blind is what it replaced.
           OPEN INPUT ASSET-MASTER
           IF WS-ASSET-MASTER-STATUS NOT = '00'
               MOVE 'raindrops' TO SERR-PROGRAM-ID
               MOVE WS-ASSET-MASTER-DSN(1:20) TO SERR-KEY-FIELD
               MOVE 'ASSET MASTER NOT AVAILABLE' TO SERR-REASON
               MOVE 'MST001' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               SET RC-CRITICAL TO TRUE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O BILLING-HISTORY
           IF WS-HISTORY-STATUS = '35'
               OPEN OUTPUT BILLING-HISTORY
               CLOSE BILLING-HISTORY
               OPEN I-O BILLING-HISTORY
           END-IF
           IF WS-HISTORY-STATUS NOT = '00'
               MOVE 'raindrops' TO SERR-PROGRAM-ID
               MOVE WS-HISTORY-DSN(1:20) TO SERR-KEY-FIELD
               MOVE 'BILLING HISTORY NOT AVAILABLE' TO SERR-REASON
               MOVE 'REF001' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               SET RC-CRITICAL TO TRUE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT ASSET-REGISTER-FILE
           OPEN EXTEND CODE-REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
           CLOSE BILLING-FILE
           CLOSE PRICE-EXC-FILE
           CLOSE FALLTHROUGH-FILE
           CLOSE ASSET-MASTER
           CLOSE BILLING-HISTORY
           PERFORM WRITE-DISTRIBUTION-REPORT

           MOVE 0 TO CKPT-RECORDS-PROCESSED
               SET RC-WARNING TO TRUE
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
           PERFORM RECORD-TABLE-CAPACITY
           GOBACK.

      * Pre-pass over the asset register: count the data records and
               MOVE 'raindrops' TO SERR-PROGRAM-ID
               MOVE WS-ASSETS-DSN(1:20) TO SERR-KEY-FIELD
               MOVE 'NO TRAILER RECORD ON FEED' TO SERR-REASON
               MOVE 'FED002' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               GO TO VERIFY-REGISTER-TRAILER-EXIT
           END-IF
               MOVE 'raindrops' TO SERR-PROGRAM-ID
               MOVE WS-ASSETS-DSN(1:20) TO SERR-KEY-FIELD
               MOVE 'TRAILER COUNT MISMATCH' TO SERR-REASON
               MOVE 'FED002' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
           END-IF.
       VERIFY-REGISTER-TRAILER-EXIT.
           MOVE 'N' TO WS-EOF-FLAG
           EXIT.

      * A rule whose dates are not real calendar dates is logged and
      * left out. A rule outside its effective window is simply not
      * loaded - RAINDROPS then prices the night with exactly the
      * rules that were in force on the run date.
       LOAD-ONE-RULE SECTION.
           MOVE RULE-IN-EFF-DATE TO WS-DATE-CHECK-VALUE
           PERFORM CHECK-INBOUND-DATE
           IF WS-DATE-CHECK-VALID = 'Y'
               MOVE RULE-IN-EXP-DATE TO WS-DATE-CHECK-VALUE
               PERFORM CHECK-INBOUND-DATE
           END-IF
           IF WS-DATE-CHECK-VALID NOT = 'Y'
               MOVE 'raindrops' TO SERR-PROGRAM-ID
               MOVE RULE-IN-WORD TO SERR-KEY-FIELD
               MOVE WS-DATE-CHECK-REASON TO SERR-REASON
               MOVE 'DTE001' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               GO TO LOAD-ONE-RULE-EXIT
           END-IF
           IF RULE-IN-EFF-DATE IS NUMERIC
               AND RULE-IN-EFF-DATE > WS-RULE-BASE-DATE
               GO TO LOAD-ONE-RULE-EXIT
               MOVE 'raindrops' TO SERR-PROGRAM-ID
               MOVE RULE-IN-WORD TO SERR-KEY-FIELD
               MOVE 'RULE TABLE FULL - IGNORED' TO SERR-REASON
               MOVE 'TBL001' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               GO TO LOAD-ONE-RULE-EXIT
           END-IF

       PROCESS-ASSET SECTION.
           PERFORM VALIDATE-ASSET-NUMBER
           IF WS-ASSET-VALID = 'Y'
               PERFORM VALIDATE-ASSET-STATUS
           END-IF
           IF WS-ASSET-VALID = 'Y'
               PERFORM VALIDATE-ASSET-CLASS
           END-IF
      * The billing record goes first - a line the history turns
      * away as already billed under this run ID is a reject, and
      * must not reach the report or the code-word tallies.
           IF WS-ASSET-VALID = 'Y'
               MOVE ASSET-NUMBER TO WS-NUMBER
               PERFORM RAINDROPS
               IF WS-FALL-THROUGH = 'N'
                   PERFORM WRITE-BILLING-RECORD
               END-IF
           END-IF
           IF WS-ASSET-VALID = 'Y'
               MOVE ASSET-NUMBER TO RPT-ASSET-NUMBER
               MOVE WS-RESULT TO RPT-CODE-WORD
               MOVE WS-RPT-DETAIL TO RPT-LINE
               WRITE RPT-LINE
               PERFORM TALLY-CODE-WORD
               IF WS-FALL-THROUGH = 'Y'
                   ADD 1 TO WS-FALLTHROUGH-COUNT
               MOVE 'raindrops' TO SERR-PROGRAM-ID
               MOVE EXC-ASSET-NUMBER TO SERR-KEY-FIELD
               MOVE EXC-REASON TO SERR-REASON
               MOVE 'TXN001' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
           END-IF
           EXIT.

      * Only an asset on the master and in service on the run date
      * prices. Not on the master is UA, disposed on or before the
      * run date is DA, not yet put into service is NS - all three
      * go to the recycle file like any other reject, so a missing
      * ADD or a late in-service date is fixed on the master and the
      * line comes back through the reprocess pass. The master's
      * class is the one of record and replaces the register's.
       VALIDATE-ASSET-STATUS SECTION.
           MOVE ASSET-NUMBER TO AST-NUMBER
           READ ASSET-MASTER
               INVALID KEY
                   ADD 1 TO WS-ASSETS-UNKNOWN
                   MOVE 'UA' TO WS-RECYCLE-REASON
                   MOVE 'ASSET NOT ON MASTER' TO EXC-REASON
                   PERFORM REJECT-ASSET-STATUS
                   GO TO VALIDATE-ASSET-STATUS-EXIT
           END-READ
           IF AST-DISPOSAL-DATE NOT = 0
               AND AST-DISPOSAL-DATE NOT > WS-RULE-BASE-DATE
               ADD 1 TO WS-ASSETS-DISPOSED
               MOVE 'DA' TO WS-RECYCLE-REASON
               MOVE 'DISPOSED ASSET' TO EXC-REASON
               PERFORM REJECT-ASSET-STATUS
               GO TO VALIDATE-ASSET-STATUS-EXIT
           END-IF
           IF AST-IN-SERVICE-DATE = 0
               OR AST-IN-SERVICE-DATE > WS-RULE-BASE-DATE
               ADD 1 TO WS-ASSETS-NOT-IN-SVC
               MOVE 'NS' TO WS-RECYCLE-REASON
               MOVE 'NOT IN SERVICE' TO EXC-REASON
               PERFORM REJECT-ASSET-STATUS
               GO TO VALIDATE-ASSET-STATUS-EXIT
           END-IF
           IF AST-CLASS NOT = SPACES
               MOVE AST-CLASS TO ASSET-CLASS
           END-IF.
       VALIDATE-ASSET-STATUS-EXIT.
           EXIT.

      * EXC-REASON and WS-RECYCLE-REASON are set by the caller.
       REJECT-ASSET-STATUS SECTION.
           MOVE 'N' TO WS-ASSET-VALID
           MOVE ASSET-NUMBER TO EXC-ASSET-NUMBER
           WRITE EXC-LINE
           MOVE SPACES TO RCY-RECORD
           MOVE ASSET-NUMBER TO RCY-ASSET-NUMBER
           MOVE ASSET-CLASS TO RCY-ASSET-CLASS
           MOVE WS-RECYCLE-REASON TO RCY-REASON-CODE
           WRITE RCY-RECORD
           MOVE 'raindrops' TO SERR-PROGRAM-ID
           MOVE EXC-ASSET-NUMBER TO SERR-KEY-FIELD
           MOVE EXC-REASON TO SERR-REASON
           MOVE 'TXN001' TO SERR-ERROR-CODE
           PERFORM WRITE-SUITE-ERROR-LOG
           EXIT.

      * An asset class no rule claims would price through nothing
      * and echo its number as if the rule table simply had a gap -
      * rejected through the recycle path instead, reason UC, so the
               MOVE 'raindrops' TO SERR-PROGRAM-ID
               MOVE ASSET-CLASS TO SERR-KEY-FIELD
               MOVE 'UNKNOWN ASSET CLASS' TO SERR-REASON
               MOVE 'REF002' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
           END-IF.
       VALIDATE-ASSET-CLASS-EXIT.
           EXIT.

      * A run ID already on the history for this asset is a rerun
      * under the same parm card - the first line billed stands and
      * the repeat is logged rather than overwriting a line that may
      * already carry adjustments. The repeat is rejected to the
      * exception listing and never reaches the extract, so the
      * customer is not invoiced twice for the one history line.
       WRITE-BILLING-HISTORY SECTION.
           MOVE SPACES TO BHS-RECORD
           MOVE WS-PARM-RUN-ID TO BHS-RUN-ID
           MOVE ASSET-NUMBER TO BHS-ASSET-NUMBER
           MOVE WS-RULE-BASE-DATE TO BHS-BILL-DATE
           MOVE ASSET-CLASS TO BHS-ASSET-CLASS
           MOVE WS-RESULT TO BHS-CODE-WORD
           MOVE WS-PRICE-RATE TO BHS-RATE
           MOVE WS-PRICE-RATE TO BHS-EXTENDED
           MOVE 0 TO BHS-CREDITED
           MOVE 0 TO BHS-WRITTEN-OFF
           MOVE 0 TO BHS-REBILLED
           MOVE 0 TO BHS-REBILL-RATE
           MOVE 0 TO BHS-LAST-ADJ-DATE
           WRITE BHS-RECORD
               INVALID KEY
                   ADD 1 TO WS-HISTORY-DUPLICATE
                   MOVE 'N' TO WS-ASSET-VALID
                   MOVE SPACES TO EXC-LINE
                   MOVE ASSET-NUMBER TO EXC-ASSET-NUMBER
                   MOVE 'RUN ALREADY ON BILLING HISTORY' TO EXC-REASON
                   WRITE EXC-LINE
                   MOVE 'raindrops' TO SERR-PROGRAM-ID
                   MOVE BHS-KEY TO SERR-KEY-FIELD
                   MOVE 'RUN ALREADY ON BILLING HISTORY'
                     TO SERR-REASON
                   MOVE 'TXN003' TO SERR-ERROR-CODE
                   PERFORM WRITE-SUITE-ERROR-LOG
               NOT INVALID KEY
                   ADD 1 TO WS-HISTORY-WRITTEN
           END-WRITE
           EXIT.

      * Each asset prices through the rules for its own class plus
      * the generic (classless) rules - the divisor-to-word rules for
      * vehicles are no longer the ones for plant machinery.
               MOVE 'raindrops' TO SERR-PROGRAM-ID
               MOVE WS-RESULT TO SERR-KEY-FIELD
               MOVE 'CODE WORD HAS NO PRICE' TO SERR-REASON
               MOVE 'REF002' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               GO TO WRITE-BILLING-RECORD-EXIT
           END-IF
           PERFORM WRITE-BILLING-HISTORY
           IF WS-ASSET-VALID = 'N'
               GO TO WRITE-BILLING-RECORD-EXIT
           END-IF
           MOVE SPACES TO BIL-RECORD
           MOVE ASSET-NUMBER TO BIL-ASSET-NUMBER
           MOVE ASSET-CLASS TO BIL-ASSET-CLASS
                               MOVE PRC-CODE-WORD TO SERR-KEY-FIELD
                               MOVE 'PRICE TABLE FULL - IGNORED'
                                 TO SERR-REASON
                               MOVE 'TBL001' TO SERR-ERROR-CODE
                               PERFORM WRITE-SUITE-ERROR-LOG
                           ELSE
                               ADD 1 TO WS-PRICE-COUNT
                   MOVE 'raindrops' TO SERR-PROGRAM-ID
                   MOVE WS-RESULT TO SERR-KEY-FIELD
                   MOVE 'DISTRIBUTION TABLE FULL' TO SERR-REASON
                   MOVE 'TBL001' TO SERR-ERROR-CODE
                   PERFORM WRITE-SUITE-ERROR-LOG
               END-IF
           END-IF
                  WS-AMOUNT-BILLED-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-ASSETS-UNKNOWN TO WS-CTL-COUNT-TXT
           STRING 'NOT ON MASTER    : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-ASSETS-DISPOSED TO WS-CTL-COUNT-TXT
           STRING 'DISPOSED ASSETS  : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-ASSETS-NOT-IN-SVC TO WS-CTL-COUNT-TXT
           STRING 'NOT IN SERVICE   : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-HISTORY-WRITTEN TO WS-CTL-COUNT-TXT
           STRING 'HISTORY WRITTEN  : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-HISTORY-DUPLICATE TO WS-CTL-COUNT-TXT
           STRING 'HISTORY REPEATED : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           CLOSE CONTROL-TOTAL-FILE
           EXIT.

      * High-water marks of the in-memory tables for this run,
      * kept so TABLE-CAPACITY-REPORT can warn before a ceiling is
      * reached.
       RECORD-TABLE-CAPACITY SECTION.
           MOVE 'raindrops' TO TCAP-PROGRAM-ID
           MOVE WS-PARM-RUN-ID TO TCAP-RUN-ID
           MOVE WS-RUN-DATE TO TCAP-RUN-DATE
           MOVE 'PRICE' TO TCAP-TABLE-NAME
           MOVE WS-PRICE-COUNT TO TCAP-PEAK
           MOVE WS-PRICE-MAX TO TCAP-CEILING
           PERFORM WRITE-TABLE-CAPACITY
           MOVE 'DIST' TO TCAP-TABLE-NAME
           MOVE WS-DIST-COUNT TO TCAP-PEAK
           MOVE WS-DIST-MAX TO TCAP-CEILING
           PERFORM WRITE-TABLE-CAPACITY
           EXIT.

       COPY "suite-error-log-proc.cpy".
       COPY "run-parms-proc.cpy".
       COPY "env-switch-proc.cpy".
       COPY "feed-guard-proc.cpy".
       COPY "table-capacity-proc.cpy".
       COPY "date-check-proc.cpy".
