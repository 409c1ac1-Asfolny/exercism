       IDENTIFICATION DIVISION.
       PROGRAM-ID. KEY-EXPIRY-REPORT.
      * Daily warning report over CIPHER-KEY-VAULT.DAT. A key whose
      * KV-EXP-DATE falls inside the warning window (default 30 days
      * from the run date) is listed with every CIPHER-PARTNERS.DAT
      * entry still pointing at it and every pending maker/checker
      * add in KEY-VAULT-MAINT that would take over from it - a
      * pending add of a later-effective key, listed with its
      * effective date so a gap after the expiry shows up before the
      * night it bites. A key already expired but still named on a
      * partner entry is the outbound run failing tonight: it is
      * flagged CRITICAL, written to SUITE-ERROR-LOG for the morning
      * summary, and ends the run with a data-exception code.
      * Expired keys nobody points at are only counted - they stay in
      * the vault to keep old files decryptable. A partner naming a
      * key ID the vault does not hold at all is flagged the same way
      * as an expired key in use.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KEY-VAULT-FILE ASSIGN TO DYNAMIC WS-KEY-VAULT-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-KEY-VAULT-STATUS.
           SELECT PARTNER-FILE ASSIGN TO DYNAMIC WS-PARTNER-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARTNER-STATUS.
           SELECT EXPIRY-REPORT-FILE ASSIGN TO
               DYNAMIC WS-EXPIRY-RPT-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-EXPIRY-RPT-STATUS.
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
      * Same layout KEY-VAULT-MAINT keeps. KV-PEND-ACTION A is a
      * pending add, D/R a pending deactivate/reactivate of a key
      * already in force.
       FD  KEY-VAULT-FILE
           RECORD CONTAINS 56 CHARACTERS.
       01 KV-RECORD.
          03 KV-KEY-ID       PIC X(8).
          03 FILLER          PIC X(2).
          03 KV-KEY-VALUE    PIC 9(2).
          03 FILLER          PIC X(2).
          03 KV-EFF-DATE     PIC 9(8).
          03 FILLER          PIC X(2).
          03 KV-EXP-DATE     PIC 9(8).
          03 FILLER          PIC X(2).
          03 KV-ACTIVE       PIC X.
          03 FILLER          PIC X.
          03 KV-PEND-ACTION  PIC X.
          03 FILLER          PIC X(1).
          03 KV-ENTERED-BY   PIC X(8).
          03 FILLER          PIC X(2).
          03 KV-APPROVED-BY  PIC X(8).

      * Same layout rotational-cipher's partner registry reads.
       FD  PARTNER-FILE
           RECORD CONTAINS 110 CHARACTERS.
       01 PTN-RECORD.
          03 PTN-CODE          PIC X(4).
          03 FILLER            PIC X(2).
          03 PTN-DIRECTION     PIC X.
          03 FILLER            PIC X(2).
          03 PTN-KEY-ID        PIC X(8).
          03 FILLER            PIC X(2).
          03 PTN-DATASET       PIC X(44).
          03 FILLER            PIC X(2).
          03 PTN-QUARANTINE    PIC X(44).
          03 FILLER            PIC X(1).

       FD  EXPIRY-REPORT-FILE
           RECORD CONTAINS 120 CHARACTERS.
       01 EXP-LINE PIC X(120).

       FD  CONTROL-TOTAL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 CTL-LINE PIC X(80).

       COPY "suite-error-log-fd.cpy".
       COPY "table-capacity-fd.cpy".
       COPY "run-parms-fd.cpy".

       WORKING-STORAGE SECTION.
       01 WS-KEY-VAULT-DSN      PIC X(100)
          VALUE 'CIPHER-KEY-VAULT.DAT'.
       01 WS-PARTNER-DSN        PIC X(100)
          VALUE 'CIPHER-PARTNERS.DAT'.
       01 WS-EXPIRY-RPT-DSN     PIC X(100)
          VALUE 'KEY-EXPIRY.RPT'.
       01 WS-KEY-VAULT-STATUS   PIC XX VALUE '00'.
       01 WS-PARTNER-STATUS     PIC XX VALUE '00'.
       01 WS-EXPIRY-RPT-STATUS  PIC XX VALUE '00'.
       01 WS-EOF-FLAG           PIC X VALUE 'N'.

       01 WS-CONTROL-TOTAL-DSN    PIC X(100)
          VALUE 'KEY-EXPIRY-CONTROL-TOTALS.RPT'.
       01 WS-CONTROL-TOTAL-STATUS PIC XX VALUE '00'.
       01 WS-KEYS-READ            PIC 9(6) VALUE 0.
       01 WS-KEYS-PENDING-ADD     PIC 9(6) VALUE 0.
       01 WS-KEYS-IN-WINDOW       PIC 9(6) VALUE 0.
       01 WS-KEYS-EXPIRED-IN-USE  PIC 9(6) VALUE 0.
       01 WS-KEYS-EXPIRED-IDLE    PIC 9(6) VALUE 0.
       01 WS-KEYS-NOT-DUE         PIC 9(6) VALUE 0.
       01 WS-KEYS-REJECTED        PIC 9(6) VALUE 0.
       01 WS-PARTNERS-READ        PIC 9(6) VALUE 0.
       01 WS-PARTNERS-AT-RISK     PIC 9(6) VALUE 0.
       01 WS-PARTNERS-NO-KEY      PIC 9(6) VALUE 0.
       01 WS-NO-REPLACEMENT       PIC 9(6) VALUE 0.
       01 WS-CTL-COUNT-TXT        PIC ZZZZZ9.

       01 WS-PROCESS-DATE       PIC 9(8) VALUE 0.
       01 WS-PROCESS-DAY        PIC 9(7) VALUE 0.
       01 WS-WARN-DAYS          PIC 9(3) VALUE 30.
       01 WS-DAYS-LEFT          PIC S9(7) VALUE 0.
       01 WS-DAYS-TXT           PIC -(6)9.
       01 WS-KEY-STATUS         PIC X(8).
       01 WS-REF-COUNT          PIC 9(3) VALUE 0.
       01 WS-REPL-COUNT         PIC 9(3) VALUE 0.
       01 WS-KEY-FOUND          PIC X.

      * Whole vault, pending entries included - the pending adds are
      * the candidate replacements.
       01 WS-VAULT-MAX          PIC 9(3) VALUE 200.
       01 WS-VAULT-COUNT        PIC 9(3) VALUE 0.
       01 WS-VAULT-TABLE.
          03 WS-VAULT-ENTRY OCCURS 200 TIMES INDEXED BY KV-IDX
                                                      RP-IDX.
             05 KV-T-ID           PIC X(8).
             05 KV-T-EFF-DATE     PIC 9(8).
             05 KV-T-EXP-DATE     PIC 9(8).
             05 KV-T-ACTIVE       PIC X.
             05 KV-T-PEND         PIC X.
             05 KV-T-ENTERED-BY   PIC X(8).

       01 WS-PARTNER-MAX        PIC 9(3) VALUE 100.
       01 WS-PARTNER-COUNT      PIC 9(3) VALUE 0.
       01 WS-PARTNER-TABLE.
          03 WS-PARTNER-ENTRY OCCURS 100 TIMES INDEXED BY PT-IDX.
             05 PTN-T-CODE        PIC X(4).
             05 PTN-T-DIRECTION   PIC X.
             05 PTN-T-KEY-ID      PIC X(8).
             05 PTN-T-DATASET     PIC X(44).

       01 WS-EXP-DETAIL.
          03 EXD-STATUS          PIC X(8).
          03 FILLER              PIC X(2) VALUE SPACES.
          03 EXD-KEY-ID          PIC X(8).
          03 FILLER              PIC X(2) VALUE SPACES.
          03 EXD-EFF-DATE        PIC 9(8).
          03 FILLER              PIC X(2) VALUE SPACES.
          03 EXD-EXP-DATE        PIC 9(8).
          03 FILLER              PIC X(2) VALUE SPACES.
          03 EXD-DAYS            PIC -(6)9.
          03 FILLER              PIC X(73) VALUE SPACES.

       COPY "suite-error-log-ws.cpy".
       COPY "table-capacity-ws.cpy".
       COPY "run-parms-ws.cpy".
       COPY "env-accept-ws.cpy".
       COPY "transaction-header.cpy".
       COPY "return-codes.cpy".
       COPY "env-switch-ws.cpy".
       COPY "date-check-ws.cpy".

       PROCEDURE DIVISION.
       RUN-KEY-EXPIRY-REPORT SECTION.
           PERFORM READ-RUN-PARMS
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'ROTATIONAL_CIPHER_KEY_VAULT_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-KEY-VAULT-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'ROTATIONAL_CIPHER_PARTNER_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-PARTNER-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'KEY_EXPIRY_REPORT_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-EXPIRY-RPT-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'KEY_EXPIRY_CONTROL_TOTAL_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-CONTROL-TOTAL-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'KEY_EXPIRY_WARN_DAYS'
           IF WS-ENV-ACCEPT-SCRATCH(1:3) IS NUMERIC
               MOVE WS-ENV-ACCEPT-SCRATCH(1:3) TO WS-WARN-DAYS
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'SUITE_ERROR_LOG_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-SUITE-ERROR-LOG-DSN
           END-IF
           MOVE WS-KEY-VAULT-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-KEY-VAULT-DSN
           MOVE WS-PARTNER-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-PARTNER-DSN
           MOVE WS-EXPIRY-RPT-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-EXPIRY-RPT-DSN
           MOVE WS-CONTROL-TOTAL-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-CONTROL-TOTAL-DSN

           IF WS-RUN-DATE NOT = 0
               MOVE WS-RUN-DATE TO WS-PROCESS-DATE
           ELSE
               ACCEPT WS-PROCESS-DATE FROM DATE YYYYMMDD
           END-IF
           COMPUTE WS-PROCESS-DAY =
               FUNCTION INTEGER-OF-DATE(WS-PROCESS-DATE)

           PERFORM LOAD-KEY-VAULT
           IF WS-KEY-VAULT-STATUS NOT = '00'
               MOVE 'KEY-EXPIRY' TO SERR-PROGRAM-ID
               MOVE WS-KEY-VAULT-DSN(1:20) TO SERR-KEY-FIELD
               MOVE 'KEY VAULT NOT AVAILABLE' TO SERR-REASON
               MOVE 'REF001' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               SET RC-CRITICAL TO TRUE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LOAD-PARTNERS

           OPEN OUTPUT EXPIRY-REPORT-FILE
           MOVE WS-PARM-RUN-ID TO TRX-RUN-ID
           MOVE 'KEYEXPRY' TO TRX-SOURCE-SYSTEM
           MOVE FUNCTION CURRENT-DATE TO TRX-TIMESTAMP
           MOVE TRX-HEADER TO EXP-LINE
           WRITE EXP-LINE
           MOVE SPACES TO EXP-LINE
           MOVE WS-WARN-DAYS TO WS-CTL-COUNT-TXT
           STRING 'CIPHER KEY EXPIRY WARNING REPORT - RUN DATE '
                      DELIMITED BY SIZE
                  WS-PROCESS-DATE DELIMITED BY SIZE
                  '  WINDOW' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
                  ' DAYS' DELIMITED BY SIZE
             INTO EXP-LINE
           WRITE EXP-LINE
           MOVE 'STATUS    KEY ID    EFFECTIVE EXPIRES    DAYS LEFT'
             TO EXP-LINE
           WRITE EXP-LINE
           MOVE ALL '-' TO EXP-LINE
           WRITE EXP-LINE

           PERFORM VARYING KV-IDX FROM 1 BY 1
                   UNTIL KV-IDX > WS-VAULT-COUNT
               PERFORM CHECK-ONE-KEY
           END-PERFORM
           PERFORM VARYING PT-IDX FROM 1 BY 1
                   UNTIL PT-IDX > WS-PARTNER-COUNT
               PERFORM CHECK-PARTNER-KEY-HELD
           END-PERFORM

           MOVE ALL '-' TO EXP-LINE
           WRITE EXP-LINE
           IF WS-KEYS-EXPIRED-IN-USE = 0 AND WS-PARTNERS-NO-KEY = 0
               AND WS-KEYS-IN-WINDOW = 0
               MOVE 'NO KEYS EXPIRING INSIDE THE WARNING WINDOW'
                 TO EXP-LINE
               WRITE EXP-LINE
           END-IF
           CLOSE EXPIRY-REPORT-FILE
           PERFORM WRITE-CONTROL-TOTALS

           SET RC-NORMAL TO TRUE
           IF WS-KEYS-IN-WINDOW > 0
               SET RC-WARNING TO TRUE
           END-IF
           IF WS-KEYS-EXPIRED-IN-USE > 0 OR WS-PARTNERS-NO-KEY > 0
               SET RC-DATA-EXCEPTION TO TRUE
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
           PERFORM RECORD-TABLE-CAPACITY
           GOBACK.

       LOAD-KEY-VAULT SECTION.
           MOVE 0 TO WS-VAULT-COUNT
           OPEN INPUT KEY-VAULT-FILE
           IF WS-KEY-VAULT-STATUS NOT = '00'
               GO TO LOAD-KEY-VAULT-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ KEY-VAULT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM LOAD-ONE-VAULT-ENTRY
               END-READ
           END-PERFORM
           CLOSE KEY-VAULT-FILE
           MOVE '00' TO WS-KEY-VAULT-STATUS.
       LOAD-KEY-VAULT-EXIT.
           EXIT.

       LOAD-ONE-VAULT-ENTRY SECTION.
           IF KV-KEY-ID = SPACES
               GO TO LOAD-ONE-VAULT-ENTRY-EXIT
           END-IF
           ADD 1 TO WS-KEYS-READ
           MOVE KV-EFF-DATE TO WS-DATE-CHECK-VALUE
           PERFORM CHECK-INBOUND-DATE
           IF WS-DATE-CHECK-VALID = 'Y'
               MOVE KV-EXP-DATE TO WS-DATE-CHECK-VALUE
               PERFORM CHECK-INBOUND-DATE
           END-IF
           IF WS-DATE-CHECK-VALID NOT = 'Y'
               ADD 1 TO WS-KEYS-REJECTED
               MOVE 'KEY-EXPIRY' TO SERR-PROGRAM-ID
               MOVE KV-KEY-ID TO SERR-KEY-FIELD
               MOVE WS-DATE-CHECK-REASON TO SERR-REASON
               MOVE 'DTE001' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               GO TO LOAD-ONE-VAULT-ENTRY-EXIT
           END-IF
           IF WS-VAULT-COUNT >= WS-VAULT-MAX
               MOVE 'KEY-EXPIRY' TO SERR-PROGRAM-ID
               MOVE KV-KEY-ID TO SERR-KEY-FIELD
               MOVE 'KEY VAULT TABLE FULL' TO SERR-REASON
               MOVE 'TBL001' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               GO TO LOAD-ONE-VAULT-ENTRY-EXIT
           END-IF
           ADD 1 TO WS-VAULT-COUNT
           SET KV-IDX TO WS-VAULT-COUNT
           MOVE KV-KEY-ID TO KV-T-ID(KV-IDX)
           MOVE KV-EFF-DATE TO KV-T-EFF-DATE(KV-IDX)
           MOVE KV-EXP-DATE TO KV-T-EXP-DATE(KV-IDX)
           IF KV-EXP-DATE NOT NUMERIC
               MOVE 0 TO KV-T-EXP-DATE(KV-IDX)
           END-IF
           MOVE KV-ACTIVE TO KV-T-ACTIVE(KV-IDX)
           MOVE KV-PEND-ACTION TO KV-T-PEND(KV-IDX)
           MOVE KV-ENTERED-BY TO KV-T-ENTERED-BY(KV-IDX).
       LOAD-ONE-VAULT-ENTRY-EXIT.
           EXIT.

       LOAD-PARTNERS SECTION.
           MOVE 0 TO WS-PARTNER-COUNT
           OPEN INPUT PARTNER-FILE
           IF WS-PARTNER-STATUS NOT = '00'
               GO TO LOAD-PARTNERS-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ PARTNER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF PTN-CODE NOT = SPACES
                           AND WS-PARTNER-COUNT < WS-PARTNER-MAX
                           ADD 1 TO WS-PARTNERS-READ
                           ADD 1 TO WS-PARTNER-COUNT
                           SET PT-IDX TO WS-PARTNER-COUNT
                           MOVE PTN-CODE TO PTN-T-CODE(PT-IDX)
                           MOVE PTN-DIRECTION
                             TO PTN-T-DIRECTION(PT-IDX)
                           MOVE PTN-KEY-ID TO PTN-T-KEY-ID(PT-IDX)
                           MOVE PTN-DATASET TO PTN-T-DATASET(PT-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PARTNER-FILE.
       LOAD-PARTNERS-EXIT.
           EXIT.

      * One vault key against the window. Pending adds are not keys
      * yet, open-ended and deactivated keys cannot lapse.
       CHECK-ONE-KEY SECTION.
           IF KV-T-PEND(KV-IDX) = 'A'
               ADD 1 TO WS-KEYS-PENDING-ADD
               GO TO CHECK-ONE-KEY-EXIT
           END-IF
           IF KV-T-EXP-DATE(KV-IDX) = 0 OR KV-T-ACTIVE(KV-IDX) = 'N'
               ADD 1 TO WS-KEYS-NOT-DUE
               GO TO CHECK-ONE-KEY-EXIT
           END-IF
           COMPUTE WS-DAYS-LEFT =
               FUNCTION INTEGER-OF-DATE(KV-T-EXP-DATE(KV-IDX))
               - WS-PROCESS-DAY
           IF WS-DAYS-LEFT > WS-WARN-DAYS
               ADD 1 TO WS-KEYS-NOT-DUE
               GO TO CHECK-ONE-KEY-EXIT
           END-IF
           MOVE 0 TO WS-REF-COUNT
           PERFORM VARYING PT-IDX FROM 1 BY 1
                   UNTIL PT-IDX > WS-PARTNER-COUNT
               IF PTN-T-KEY-ID(PT-IDX) = KV-T-ID(KV-IDX)
                   ADD 1 TO WS-REF-COUNT
               END-IF
           END-PERFORM
           IF WS-DAYS-LEFT < 0
               IF WS-REF-COUNT = 0
                   ADD 1 TO WS-KEYS-EXPIRED-IDLE
                   GO TO CHECK-ONE-KEY-EXIT
               END-IF
               ADD 1 TO WS-KEYS-EXPIRED-IN-USE
               MOVE 'CRITICAL' TO WS-KEY-STATUS
           ELSE
               ADD 1 TO WS-KEYS-IN-WINDOW
               MOVE 'WARNING' TO WS-KEY-STATUS
           END-IF

           MOVE WS-KEY-STATUS TO EXD-STATUS
           MOVE KV-T-ID(KV-IDX) TO EXD-KEY-ID
           MOVE KV-T-EFF-DATE(KV-IDX) TO EXD-EFF-DATE
           MOVE KV-T-EXP-DATE(KV-IDX) TO EXD-EXP-DATE
           MOVE WS-DAYS-LEFT TO EXD-DAYS
           MOVE WS-EXP-DETAIL TO EXP-LINE
           WRITE EXP-LINE

           IF WS-REF-COUNT = 0
               MOVE '          NO PARTNER ENTRY USES THIS KEY'
                 TO EXP-LINE
               WRITE EXP-LINE
           END-IF
           PERFORM VARYING PT-IDX FROM 1 BY 1
                   UNTIL PT-IDX > WS-PARTNER-COUNT
               IF PTN-T-KEY-ID(PT-IDX) = KV-T-ID(KV-IDX)
                   PERFORM WRITE-PARTNER-REFERENCE
               END-IF
           END-PERFORM

           MOVE 0 TO WS-REPL-COUNT
           PERFORM VARYING RP-IDX FROM 1 BY 1
                   UNTIL RP-IDX > WS-VAULT-COUNT
               IF KV-T-PEND(RP-IDX) = 'A'
                   AND KV-T-EFF-DATE(RP-IDX) > KV-T-EFF-DATE(KV-IDX)
                   PERFORM WRITE-PENDING-REPLACEMENT
               END-IF
           END-PERFORM
           IF WS-REPL-COUNT = 0
               ADD 1 TO WS-NO-REPLACEMENT
               MOVE '          NO REPLACEMENT KEY PENDING APPROVAL'
                 TO EXP-LINE
               WRITE EXP-LINE
           END-IF.
       CHECK-ONE-KEY-EXIT.
           EXIT.

       WRITE-PARTNER-REFERENCE SECTION.
           ADD 1 TO WS-PARTNERS-AT-RISK
           MOVE SPACES TO EXP-LINE
           STRING '          PARTNER ' DELIMITED BY SIZE
                  PTN-T-CODE(PT-IDX) DELIMITED BY SIZE
                  '  DIRECTION ' DELIMITED BY SIZE
                  PTN-T-DIRECTION(PT-IDX) DELIMITED BY SIZE
                  '  DATASET ' DELIMITED BY SIZE
                  PTN-T-DATASET(PT-IDX) DELIMITED BY SPACE
             INTO EXP-LINE
           WRITE EXP-LINE
           IF WS-KEY-STATUS = 'CRITICAL'
               MOVE 'KEY-EXPIRY' TO SERR-PROGRAM-ID
               MOVE SPACES TO SERR-KEY-FIELD
               STRING KV-T-ID(KV-IDX) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      PTN-T-CODE(PT-IDX) DELIMITED BY SIZE
                 INTO SERR-KEY-FIELD
               MOVE 'EXPIRED KEY STILL IN USE' TO SERR-REASON
               MOVE 'SEC001' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
           END-IF
           EXIT.

      * A pending add effective after the expiring key came in is a
      * successor waiting on its checker. GAP marks one that would
      * not take effect until after the old key has lapsed.
       WRITE-PENDING-REPLACEMENT SECTION.
           ADD 1 TO WS-REPL-COUNT
           MOVE SPACES TO EXP-LINE
           STRING '          PENDING REPLACEMENT ' DELIMITED BY SIZE
                  KV-T-ID(RP-IDX) DELIMITED BY SIZE
                  '  EFFECTIVE ' DELIMITED BY SIZE
                  KV-T-EFF-DATE(RP-IDX) DELIMITED BY SIZE
                  '  ENTERED BY ' DELIMITED BY SIZE
                  KV-T-ENTERED-BY(RP-IDX) DELIMITED BY SIZE
             INTO EXP-LINE
           IF FUNCTION INTEGER-OF-DATE(KV-T-EFF-DATE(RP-IDX))
               > FUNCTION INTEGER-OF-DATE(KV-T-EXP-DATE(KV-IDX)) + 1
               MOVE '  GAP AFTER EXPIRY' TO EXP-LINE(86:18)
           END-IF
           WRITE EXP-LINE
           EXIT.

      * A partner naming a key the vault does not hold fails the same
      * way an expired key does.
       CHECK-PARTNER-KEY-HELD SECTION.
           MOVE 'N' TO WS-KEY-FOUND
           PERFORM VARYING KV-IDX FROM 1 BY 1
                   UNTIL KV-IDX > WS-VAULT-COUNT
               IF KV-T-ID(KV-IDX) = PTN-T-KEY-ID(PT-IDX)
                   AND KV-T-PEND(KV-IDX) NOT = 'A'
                   MOVE 'Y' TO WS-KEY-FOUND
               END-IF
           END-PERFORM
           IF WS-KEY-FOUND = 'Y'
               GO TO CHECK-PARTNER-KEY-HELD-EXIT
           END-IF
           ADD 1 TO WS-PARTNERS-NO-KEY
           MOVE SPACES TO EXP-LINE
           STRING 'CRITICAL  ' DELIMITED BY SIZE
                  PTN-T-KEY-ID(PT-IDX) DELIMITED BY SIZE
                  '  NOT IN VAULT - PARTNER ' DELIMITED BY SIZE
                  PTN-T-CODE(PT-IDX) DELIMITED BY SIZE
                  '  DIRECTION ' DELIMITED BY SIZE
                  PTN-T-DIRECTION(PT-IDX) DELIMITED BY SIZE
             INTO EXP-LINE
           WRITE EXP-LINE
           MOVE 'KEY-EXPIRY' TO SERR-PROGRAM-ID
           MOVE SPACES TO SERR-KEY-FIELD
           STRING PTN-T-KEY-ID(PT-IDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  PTN-T-CODE(PT-IDX) DELIMITED BY SIZE
             INTO SERR-KEY-FIELD
           MOVE 'PARTNER KEY NOT IN VAULT' TO SERR-REASON
           MOVE 'SEC001' TO SERR-ERROR-CODE
           PERFORM WRITE-SUITE-ERROR-LOG.
       CHECK-PARTNER-KEY-HELD-EXIT.
           EXIT.

      * Standard run-balancing control-total report so ops balances
      * this job the same way every other nightly batch job is
      * balanced.
       WRITE-CONTROL-TOTALS SECTION.
           OPEN OUTPUT CONTROL-TOTAL-FILE
           MOVE WS-PARM-RUN-ID TO TRX-RUN-ID
           MOVE 'KEYEXPRY' TO TRX-SOURCE-SYSTEM
           MOVE FUNCTION CURRENT-DATE TO TRX-TIMESTAMP
           MOVE TRX-HEADER TO CTL-LINE
           WRITE CTL-LINE
           MOVE 'KEY EXPIRY REPORT CONTROL TOTALS' TO CTL-LINE
           WRITE CTL-LINE
           MOVE ALL '-' TO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-KEYS-READ TO WS-CTL-COUNT-TXT
           STRING 'KEYS READ        : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-KEYS-PENDING-ADD TO WS-CTL-COUNT-TXT
           STRING 'KEYS PENDING ADD : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-KEYS-NOT-DUE TO WS-CTL-COUNT-TXT
           STRING 'KEYS NOT DUE     : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-KEYS-IN-WINDOW TO WS-CTL-COUNT-TXT
           STRING 'KEYS IN WINDOW   : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-KEYS-EXPIRED-IN-USE TO WS-CTL-COUNT-TXT
           STRING 'EXPIRED IN USE   : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-KEYS-EXPIRED-IDLE TO WS-CTL-COUNT-TXT
           STRING 'EXPIRED NOT USED : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-KEYS-REJECTED TO WS-CTL-COUNT-TXT
           STRING 'KEYS REJECTED    : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-PARTNERS-READ TO WS-CTL-COUNT-TXT
           STRING 'PARTNERS READ    : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-PARTNERS-AT-RISK TO WS-CTL-COUNT-TXT
           STRING 'PARTNERS AT RISK : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-PARTNERS-NO-KEY TO WS-CTL-COUNT-TXT
           STRING 'PARTNER NO KEY   : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-NO-REPLACEMENT TO WS-CTL-COUNT-TXT
           STRING 'NO REPLACEMENT   : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           CLOSE CONTROL-TOTAL-FILE
           EXIT.

      * High-water marks of the in-memory tables for this run,
      * kept so TABLE-CAPACITY-REPORT can warn before a ceiling is
      * reached.
       RECORD-TABLE-CAPACITY SECTION.
           MOVE 'KEY-EXPIRY-REPORT' TO TCAP-PROGRAM-ID
           MOVE WS-PARM-RUN-ID TO TCAP-RUN-ID
           MOVE WS-RUN-DATE TO TCAP-RUN-DATE
           MOVE 'VAULT' TO TCAP-TABLE-NAME
           MOVE WS-VAULT-COUNT TO TCAP-PEAK
           MOVE WS-VAULT-MAX TO TCAP-CEILING
           PERFORM WRITE-TABLE-CAPACITY
           MOVE 'PARTNER' TO TCAP-TABLE-NAME
           MOVE WS-PARTNER-COUNT TO TCAP-PEAK
           MOVE WS-PARTNER-MAX TO TCAP-CEILING
           PERFORM WRITE-TABLE-CAPACITY
           EXIT.

       COPY "suite-error-log-proc.cpy".
       COPY "run-parms-proc.cpy".
       COPY "env-switch-proc.cpy".
       COPY "table-capacity-proc.cpy".
       COPY "date-check-proc.cpy".
