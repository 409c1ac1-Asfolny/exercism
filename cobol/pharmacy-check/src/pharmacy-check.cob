       IDENTIFICATION DIVISION.
       PROGRAM-ID. PHARMACY-CHECK.
      * Medication order cross-check against the resident allergen
      * panel. Some medications and vaccines carry food-derived
      * excipients - egg, gelatin, soy, lactose - and pharmacy has no
      * view of the panel. Pharmacy's nightly medication-order feed
      * is trailer-checked and duplicate-guarded like the admissions
      * extract, each order's drug code is looked up on the
      * medication-excipient table (maintained on
      * EXCIPIENT-TABLE-MAINT, promoted like the allergen table), and
      * every allergen the drug carries is checked against the
      * resident's decoded score through the same ALLERGIC-TO path
      * ALLERGIES uses - so each lookup lands on ALLERGY-AUDIT.LOG
      * under requestor PHARMACY and compliance sees pharmacy's
      * checks beside everyone else's. Every hit goes on the pharmacy
      * alert file with the resident's severity for that allergen,
      * anaphylaxis hits first, then severe, mild and unrated.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MED-ORDER-FILE ASSIGN TO DYNAMIC WS-MED-ORDER-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MED-ORDER-STATUS.
           SELECT EXCIPIENT-TABLE-FILE ASSIGN TO
               DYNAMIC WS-EXCIPIENT-TBL-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-EXCIPIENT-TBL-STATUS.
           SELECT ALLERGEN-TABLE-FILE ASSIGN TO
               DYNAMIC WS-ALLERGEN-TBL-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ALLERGEN-TBL-STATUS.
           SELECT PATIENT-MASTER ASSIGN TO DYNAMIC WS-PATIENT-MST-DSN
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAT-PATIENT-ID
               FILE STATUS IS WS-PATIENT-MST-STATUS.
      * Severity pairs rebuilt into this job's own keyed work file,
      * the same way ALLERGIES does, so a hit's severity is one keyed
      * read with no in-memory ceiling.
           SELECT SEVERITY-FILE ASSIGN TO DYNAMIC WS-SEVERITY-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SEVERITY-STATUS.
           SELECT SEVERITY-IX-FILE ASSIGN TO
               DYNAMIC WS-SEVERITY-IX-DSN
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SIX-KEY
               FILE STATUS IS WS-SEVERITY-IX-STATUS.
      * Compliance record of every allergen check - shared with
      * ALLERGIES' ALLERGIC-TO and read by AUDIT-INQUIRY.
           SELECT AUDIT-LOG-FILE ASSIGN TO DYNAMIC WS-AUDIT-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
      * Hits are written unordered to the work file and sorted into
      * severity order before the alert file is cut.
           SELECT ALERT-WORK-FILE ASSIGN TO DYNAMIC WS-ALERT-WORK-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-WORK-STATUS.
           SELECT ALERT-SORT-FILE ASSIGN TO 'SORTWK'.
           SELECT ALERT-SORTED-FILE ASSIGN TO
               DYNAMIC WS-ALERT-SORTED-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-SORTED-STATUS.
           SELECT ALERT-FILE ASSIGN TO DYNAMIC WS-ALERT-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.
      * Standard run-balancing control-total report so ops balances
      * this job the same way every other nightly batch job is
      * balanced.
           SELECT CONTROL-TOTAL-FILE ASSIGN TO
               DYNAMIC WS-CONTROL-TOTAL-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-TOTAL-STATUS.
           COPY "suite-error-log-select.cpy".
           COPY "log-chain-select.cpy".
           COPY "table-capacity-select.cpy".
           COPY "run-parms-select.cpy".
           COPY "feed-guard-select.cpy".

       DATA DIVISION.
       FILE SECTION.
      * One order per record; the sender appends a *TRAILER* record
      * with the expected order count, same convention as the
      * admissions extract.
       FD  MED-ORDER-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 MOR-RECORD.
          03 MOR-ORDER-NO       PIC X(10).
          03 MOR-PATIENT-ID     PIC X(10).
          03 MOR-DRUG-CODE      PIC X(10).
          03 MOR-DRUG-NAME      PIC X(30).
          03 MOR-ORDER-DATE     PIC 9(8).
          03 MOR-PRESCRIBER     PIC X(10).
          03 FILLER             PIC X(2).
       01 MOR-TRAILER.
          03 MOR-TRL-TAG        PIC X(9).
          03 FILLER             PIC X.
          03 MOR-TRL-COUNT      PIC 9(6).
          03 FILLER             PIC X(64).

      * One record per drug code and allergen carried; EXC-ACTIVE N
      * is a withdrawn formulation and is not checked.
       FD  EXCIPIENT-TABLE-FILE
           RECORD CONTAINS 54 CHARACTERS.
       01 EXC-RECORD.
          03 EXC-DRUG-CODE      PIC X(10).
          03 EXC-ALLERGEN       PIC X(12).
          03 EXC-ACTIVE         PIC X.
          03 EXC-DRUG-NAME      PIC X(30).
          03 FILLER             PIC X.

       FD  ALLERGEN-TABLE-FILE
           RECORD CONTAINS 19 CHARACTERS.
       01 ALG-RECORD.
          03 ALG-TYPE            PIC X(12).
          03 ALG-ACTIVE          PIC X.
          03 ALG-VAL             PIC 9(5).
          03 FILLER              PIC X.

       FD  PATIENT-MASTER
           RECORD CONTAINS 60 CHARACTERS.
       01 PAT-RECORD.
          03 PAT-PATIENT-ID     PIC X(10).
          03 PAT-PATIENT-NAME   PIC X(30).
          03 PAT-ALLERGY-SCORE  PIC 9(5).
          03 PAT-LOCATION.
             05 PAT-NURSING-UNIT PIC X(6).
             05 PAT-ROOM         PIC X(5).
             05 PAT-BED          PIC X(2).
          03 FILLER             PIC X(2).

      * SEV-CODE: M mild, S severe, A anaphylaxis.
       FD  SEVERITY-FILE
           RECORD CONTAINS 24 CHARACTERS.
       01 SEV-RECORD.
          03 SEV-PATIENT-ID     PIC X(10).
          03 SEV-ALLERGEN       PIC X(12).
          03 SEV-CODE           PIC X.
          03 FILLER             PIC X.

       FD  SEVERITY-IX-FILE
           RECORD CONTAINS 24 CHARACTERS.
       01 SIX-RECORD.
          03 SIX-KEY.
             05 SIX-PATIENT-ID  PIC X(10).
             05 SIX-ALLERGEN    PIC X(12).
          03 SIX-CODE           PIC X.
          03 FILLER             PIC X.

       FD  AUDIT-LOG-FILE
           RECORD CONTAINS 85 CHARACTERS.
       01 AUD-LINE.
          03 AUD-PATIENT-ID     PIC X(10).
          03 FILLER             PIC X(2) VALUE SPACES.
          03 AUD-ALLERGEN       PIC X(12).
          03 FILLER             PIC X(2) VALUE SPACES.
          03 AUD-RESULT         PIC X(1).
          03 FILLER             PIC X(2) VALUE SPACES.
          03 AUD-REQUESTOR-ID   PIC X(8).
          03 FILLER             PIC X(2) VALUE SPACES.
          03 AUD-TIMESTAMP      PIC X(26).
          03 FILLER             PIC X(2) VALUE SPACES.
          03 AUD-CHAIN-HASH     PIC X(18).

      * AWK-RANK: 1 anaphylaxis, 2 severe, 3 mild, 4 no severity on
      * file - the sort key that puts the dangerous hits on top.
       FD  ALERT-WORK-FILE
           RECORD CONTAINS 124 CHARACTERS.
       01 AWK-RECORD.
          03 AWK-RANK           PIC 9.
          03 AWK-ALERT          PIC X(123).

       SD  ALERT-SORT-FILE.
       01 ASR-RECORD.
          03 ASR-RANK           PIC 9.
          03 ASR-ORDER-NO       PIC X(10).
          03 FILLER             PIC X(113).

       FD  ALERT-SORTED-FILE
           RECORD CONTAINS 124 CHARACTERS.
       01 AST-RECORD.
          03 AST-RANK           PIC 9.
          03 AST-ALERT          PIC X(123).

      * Pharmacy alert file - TRX-HEADER first, then one record per
      * hit in severity order.
       FD  ALERT-FILE
           RECORD CONTAINS 123 CHARACTERS.
       01 PAL-RECORD.
          03 PAL-ORDER-NO       PIC X(10).
          03 FILLER             PIC X(2).
          03 PAL-PATIENT-ID     PIC X(10).
          03 FILLER             PIC X(2).
          03 PAL-PATIENT-NAME   PIC X(30).
          03 FILLER             PIC X(2).
          03 PAL-NURSING-UNIT   PIC X(6).
          03 FILLER             PIC X(2).
          03 PAL-DRUG-CODE      PIC X(10).
          03 FILLER             PIC X(2).
          03 PAL-DRUG-NAME      PIC X(30).
          03 FILLER             PIC X(2).
          03 PAL-ALLERGEN       PIC X(12).
          03 FILLER             PIC X(2).
          03 PAL-SEVERITY       PIC X.

       FD  CONTROL-TOTAL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 CTL-LINE PIC X(80).

       COPY "suite-error-log-fd.cpy".
       COPY "log-chain-fd.cpy".
       COPY "table-capacity-fd.cpy".
       COPY "run-parms-fd.cpy".
       COPY "feed-guard-fd.cpy".

       WORKING-STORAGE SECTION.
       01 WS-MED-ORDER-DSN      PIC X(100)
          VALUE 'MEDICATION-ORDERS.DAT'.
       01 WS-EXCIPIENT-TBL-DSN  PIC X(100)
          VALUE 'MEDICATION-EXCIPIENT.DAT'.
       01 WS-ALLERGEN-TBL-DSN   PIC X(100)
          VALUE 'ALLERGEN-TABLE.DAT'.
       01 WS-PATIENT-MST-DSN    PIC X(100) VALUE 'PATIENT-MASTER.DAT'.
       01 WS-SEVERITY-DSN       PIC X(100)
          VALUE 'ALLERGY-SEVERITY.DAT'.
       01 WS-SEVERITY-IX-DSN    PIC X(100)
          VALUE 'PHARMACY-SEVERITY.IDX'.
       01 WS-AUDIT-DSN          PIC X(100) VALUE 'ALLERGY-AUDIT.LOG'.
       01 WS-ALERT-WORK-DSN     PIC X(100)
          VALUE 'PHARMACY-ALERTS.TMP'.
       01 WS-ALERT-SORTED-DSN   PIC X(100)
          VALUE 'PHARMACY-ALERTS-SORTED.TMP'.
       01 WS-ALERT-DSN          PIC X(100)
          VALUE 'PHARMACY-ALERTS.DAT'.
       01 WS-CONTROL-TOTAL-DSN  PIC X(100)
          VALUE 'PHARMACY-CHECK-CONTROL-TOTALS.RPT'.
       01 WS-MED-ORDER-STATUS   PIC XX VALUE '00'.
       01 WS-EXCIPIENT-TBL-STATUS PIC XX VALUE '00'.
       01 WS-ALLERGEN-TBL-STATUS PIC XX VALUE '00'.
       01 WS-PATIENT-MST-STATUS PIC XX VALUE '00'.
       01 WS-SEVERITY-STATUS    PIC XX VALUE '00'.
       01 WS-SEVERITY-IX-STATUS PIC XX VALUE '00'.
       01 WS-AUDIT-STATUS       PIC XX VALUE '00'.
       01 WS-ALERT-WORK-STATUS  PIC XX VALUE '00'.
       01 WS-ALERT-SORTED-STATUS PIC XX VALUE '00'.
       01 WS-ALERT-STATUS       PIC XX VALUE '00'.
       01 WS-CONTROL-TOTAL-STATUS PIC XX VALUE '00'.
       01 WS-EOF-FLAG           PIC X VALUE 'N'.

       01 WS-TRAILER-PRESENT   PIC X VALUE 'N'.
       01 WS-TRAILER-BAD       PIC X VALUE 'N'.
       01 WS-TRAILER-EXPECTED  PIC 9(6) VALUE 0.
       01 WS-TRAILER-DATA-CNT  PIC 9(6) VALUE 0.
       01 WS-FEED-PRESENT      PIC X VALUE 'N'.

      * Active excipient pairs, loaded whole - the maintenance
      * console and the promote diff both stop at 200 lines, so the
      * live table can never be bigger than this.
       01 WS-EXCIPIENT-MAX      PIC 9(3) VALUE 200.
       01 WS-EXCIPIENT-COUNT    PIC 9(3) VALUE 0.
       01 WS-EXCIPIENT-TABLE.
          03 WS-EXCIPIENT-ENTRY OCCURS 200 TIMES INDEXED BY EX-IDX.
             05 EXT-DRUG-CODE      PIC X(10).
             05 EXT-ALLERGEN       PIC X(12).

       01 WS-SEVERITY-IX-OPEN   PIC X VALUE 'N'.
       01 WS-SEVERITY-CODE      PIC X VALUE SPACE.
       01 WS-SEVERITY-PATIENT   PIC X(10).
       01 WS-SEVERITY-ALLERGEN  PIC X(12).

       01 WS-ORDERS-READ        PIC 9(6) VALUE 0.
       01 WS-ORDERS-REJECTED    PIC 9(6) VALUE 0.
       01 WS-ORDERS-NOT-ON-MST  PIC 9(6) VALUE 0.
       01 WS-ORDERS-CHECKED     PIC 9(6) VALUE 0.
       01 WS-ORDERS-NO-EXCIP    PIC 9(6) VALUE 0.
       01 WS-EXCIPIENT-CHECKS   PIC 9(6) VALUE 0.
       01 WS-ALERTS-WRITTEN     PIC 9(6) VALUE 0.
       01 WS-ALERTS-ANAPHYLAXIS PIC 9(6) VALUE 0.
       01 WS-ORDER-EXCIPIENTS   PIC 9(3) VALUE 0.
       01 WS-CTL-COUNT-TXT      PIC ZZZZZ9.

       01 WS-ALERT-DETAIL.
          03 ALD-ORDER-NO       PIC X(10).
          03 FILLER             PIC X(2) VALUE SPACES.
          03 ALD-PATIENT-ID     PIC X(10).
          03 FILLER             PIC X(2) VALUE SPACES.
          03 ALD-PATIENT-NAME   PIC X(30).
          03 FILLER             PIC X(2) VALUE SPACES.
          03 ALD-NURSING-UNIT   PIC X(6).
          03 FILLER             PIC X(2) VALUE SPACES.
          03 ALD-DRUG-CODE      PIC X(10).
          03 FILLER             PIC X(2) VALUE SPACES.
          03 ALD-DRUG-NAME      PIC X(30).
          03 FILLER             PIC X(2) VALUE SPACES.
          03 ALD-ALLERGEN       PIC X(12).
          03 FILLER             PIC X(2) VALUE SPACES.
          03 ALD-SEVERITY       PIC X.

      * The ALLERGIC-TO working set, carried over from ALLERGIES so
      * the decode and the audit record are the same ones.
       01 WS-SCORE       PIC S9(5) COMP.
       01 WS-ITEM        PIC X(12).
       01 WS-RESULT      PIC A.
       01 WS-AUDIT-PATIENT-ID   PIC X(10) VALUE SPACES.
       01 WS-AUDIT-REQUESTOR-ID PIC X(8) VALUE 'PHARMACY'.
       01 WS-CURRENT-TIMESTAMP  PIC X(26).
       01 TBL-SZ PIC 99 VALUE 0.
       01 WS-ALLERGEN-MAX-SIZE PIC 99 VALUE 16.
       01 WS-SCORE-CEILING PIC 9(5) VALUE 65536.
       01 ALLERGY-TABLE.
         03 CONTENTS OCCURS 16 TIMES INDEXED BY A-IDX.
            05 ALLERGY-TYPE   PIC X(12).
            05 IS-ALLERGIC    PIC X.
            05 ALLERGY-VAL    PIC 9(5).
            05 ALLERGY-ACTIVE PIC X VALUE 'Y'.

       COPY "suite-error-log-ws.cpy".
       COPY "log-chain-ws.cpy".
       COPY "table-capacity-ws.cpy".
       COPY "run-parms-ws.cpy".
       COPY "env-accept-ws.cpy".
       COPY "transaction-header.cpy".
       COPY "return-codes.cpy".
       COPY "env-switch-ws.cpy".
       COPY "feed-guard-ws.cpy".

       PROCEDURE DIVISION.
       RUN-PHARMACY-CHECK SECTION.
           PERFORM READ-RUN-PARMS
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'PHARMACY_CHECK_ORDER_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-MED-ORDER-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'PHARMACY_EXCIPIENT_TABLE_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-EXCIPIENT-TBL-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'ALLERGIES_ALLERGEN_TABLE_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-ALLERGEN-TBL-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'ALLERGIES_PATIENT_MASTER_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-PATIENT-MST-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'ALLERGIES_SEVERITY_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-SEVERITY-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'ALLERGIES_AUDIT_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-AUDIT-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'PHARMACY_CHECK_ALERT_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-ALERT-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'PHARMACY_CHECK_CONTROL_TOTAL_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-CONTROL-TOTAL-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'SUITE_ERROR_LOG_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-SUITE-ERROR-LOG-DSN
           END-IF
           MOVE WS-MED-ORDER-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-MED-ORDER-DSN
           MOVE WS-PATIENT-MST-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-PATIENT-MST-DSN
           MOVE WS-SEVERITY-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-SEVERITY-DSN
           MOVE WS-ALERT-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-ALERT-DSN
           MOVE WS-CONTROL-TOTAL-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-CONTROL-TOTAL-DSN

           PERFORM VERIFY-ORDER-TRAILER
           IF WS-TRAILER-BAD = 'Y'
               SET RC-CRITICAL TO TRUE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               GOBACK
           END-IF

      * Last night's order feed left in place still balances its
      * trailer - the fingerprint stops it alerting twice.
           IF WS-FEED-PRESENT = 'Y'
               MOVE 'MEDORDERS' TO WS-FEED-GUARD-NAME
               MOVE WS-MED-ORDER-DSN TO WS-FEED-GUARD-DATA-DSN
               MOVE WS-TRAILER-EXPECTED TO WS-FEED-GUARD-TRAILER
               PERFORM VERIFY-FEED-FINGERPRINT
               IF WS-FEED-GUARD-DUPLICATE = 'Y'
                   SET RC-CRITICAL TO TRUE
                   MOVE WS-RETURN-CODE TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM REGISTER-FEED-FINGERPRINT
           END-IF

           PERFORM LOAD-ALLERGEN-TABLE
           PERFORM LOAD-EXCIPIENT-TABLE
           PERFORM BUILD-SEVERITY-INDEX

           OPEN OUTPUT ALERT-WORK-FILE
           IF WS-FEED-PRESENT = 'Y'
               OPEN INPUT PATIENT-MASTER
               IF WS-PATIENT-MST-STATUS NOT = '00'
                   MOVE 'PHARM-CHK' TO SERR-PROGRAM-ID
                   MOVE WS-PATIENT-MST-DSN(1:20) TO SERR-KEY-FIELD
                   MOVE 'MASTER OPEN FAILED' TO SERR-REASON
                   MOVE 'MST001' TO SERR-ERROR-CODE
                   PERFORM WRITE-SUITE-ERROR-LOG
                   CLOSE ALERT-WORK-FILE
                   SET RC-CRITICAL TO TRUE
                   MOVE WS-RETURN-CODE TO RETURN-CODE
                   GOBACK
               END-IF
               OPEN INPUT MED-ORDER-FILE
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ MED-ORDER-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           IF MOR-TRL-TAG NOT = '*TRAILER*'
                               ADD 1 TO WS-ORDERS-READ
                               PERFORM CHECK-ONE-ORDER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MED-ORDER-FILE
               CLOSE PATIENT-MASTER
           END-IF
           CLOSE ALERT-WORK-FILE
           IF WS-SEVERITY-IX-OPEN = 'Y'
               CLOSE SEVERITY-IX-FILE
           END-IF

           PERFORM WRITE-ALERT-FILE
           PERFORM WRITE-CONTROL-TOTALS

           SET RC-NORMAL TO TRUE
           IF WS-ORDERS-REJECTED > 0
               OR WS-ORDERS-NOT-ON-MST > 0
               SET RC-WARNING TO TRUE
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
           PERFORM RECORD-TABLE-CAPACITY
           GOBACK.

      * Same pre-pass as the admissions trailer check: a count that
      * does not match stops the job before a single alert is cut; a
      * feed with no trailer is logged and checked anyway. No feed
      * tonight is not an error - the alert file still cuts empty.
       VERIFY-ORDER-TRAILER SECTION.
           MOVE 'N' TO WS-FEED-PRESENT
           MOVE 'N' TO WS-TRAILER-PRESENT
           MOVE 'N' TO WS-TRAILER-BAD
           MOVE 0 TO WS-TRAILER-EXPECTED
           MOVE 0 TO WS-TRAILER-DATA-CNT
           OPEN INPUT MED-ORDER-FILE
           IF WS-MED-ORDER-STATUS NOT = '00'
               GO TO VERIFY-ORDER-TRAILER-EXIT
           END-IF
           MOVE 'Y' TO WS-FEED-PRESENT
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ MED-ORDER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF MOR-TRL-TAG = '*TRAILER*'
                           MOVE 'Y' TO WS-TRAILER-PRESENT
                           IF MOR-TRL-COUNT IS NUMERIC
                               MOVE MOR-TRL-COUNT
                                 TO WS-TRAILER-EXPECTED
                           END-IF
                       ELSE
                           ADD 1 TO WS-TRAILER-DATA-CNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MED-ORDER-FILE
           MOVE 'N' TO WS-EOF-FLAG
           IF WS-TRAILER-PRESENT = 'N'
               MOVE 'PHARM-CHK' TO SERR-PROGRAM-ID
               MOVE WS-MED-ORDER-DSN(1:20) TO SERR-KEY-FIELD
               MOVE 'NO TRAILER RECORD ON FEED' TO SERR-REASON
               MOVE 'FED002' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               GO TO VERIFY-ORDER-TRAILER-EXIT
           END-IF
           IF WS-TRAILER-EXPECTED NOT = WS-TRAILER-DATA-CNT
               MOVE 'Y' TO WS-TRAILER-BAD
               MOVE 'PHARM-CHK' TO SERR-PROGRAM-ID
               MOVE WS-MED-ORDER-DSN(1:20) TO SERR-KEY-FIELD
               MOVE 'TRAILER COUNT MISMATCH' TO SERR-REASON
               MOVE 'FED002' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
           END-IF.
       VERIFY-ORDER-TRAILER-EXIT.
           EXIT.

      * One order: find the resident, then run every allergen the
      * drug carries through ALLERGIC-TO. A drug with nothing on the
      * excipient table is the normal case, not an error.
       CHECK-ONE-ORDER SECTION.
           IF MOR-PATIENT-ID = SPACES OR MOR-DRUG-CODE = SPACES
               ADD 1 TO WS-ORDERS-REJECTED
               MOVE 'PHARM-CHK' TO SERR-PROGRAM-ID
               MOVE MOR-ORDER-NO TO SERR-KEY-FIELD
               MOVE 'ORDER RECORD MALFORMED' TO SERR-REASON
               MOVE 'TXN001' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               GO TO CHECK-ONE-ORDER-EXIT
           END-IF
           MOVE MOR-PATIENT-ID TO PAT-PATIENT-ID
           READ PATIENT-MASTER
               INVALID KEY
                   ADD 1 TO WS-ORDERS-NOT-ON-MST
                   MOVE 'PHARM-CHK' TO SERR-PROGRAM-ID
                   MOVE MOR-PATIENT-ID TO SERR-KEY-FIELD
                   MOVE 'ORDER RESIDENT NOT ON MASTER' TO SERR-REASON
                   MOVE 'TXN002' TO SERR-ERROR-CODE
                   PERFORM WRITE-SUITE-ERROR-LOG
                   GO TO CHECK-ONE-ORDER-EXIT
           END-READ
           ADD 1 TO WS-ORDERS-CHECKED
           MOVE 0 TO WS-ORDER-EXCIPIENTS
           PERFORM VARYING EX-IDX FROM 1 BY 1
                   UNTIL EX-IDX > WS-EXCIPIENT-COUNT
               IF EXT-DRUG-CODE(EX-IDX) = MOR-DRUG-CODE
                   ADD 1 TO WS-ORDER-EXCIPIENTS
                   PERFORM CHECK-ONE-EXCIPIENT
               END-IF
           END-PERFORM
           IF WS-ORDER-EXCIPIENTS = 0
               ADD 1 TO WS-ORDERS-NO-EXCIP
           END-IF.
       CHECK-ONE-ORDER-EXIT.
           EXIT.

       CHECK-ONE-EXCIPIENT SECTION.
           ADD 1 TO WS-EXCIPIENT-CHECKS
           MOVE PAT-ALLERGY-SCORE TO WS-SCORE
           MOVE EXT-ALLERGEN(EX-IDX) TO WS-ITEM
           MOVE PAT-PATIENT-ID TO WS-AUDIT-PATIENT-ID
           PERFORM ALLERGIC-TO
           IF WS-RESULT = 'Y'
               PERFORM WRITE-ALERT-WORK
           END-IF
           EXIT.

       WRITE-ALERT-WORK SECTION.
           MOVE PAT-PATIENT-ID TO WS-SEVERITY-PATIENT
           MOVE EXT-ALLERGEN(EX-IDX) TO WS-SEVERITY-ALLERGEN
           PERFORM LOOKUP-SEVERITY
           MOVE SPACES TO WS-ALERT-DETAIL
           MOVE MOR-ORDER-NO TO ALD-ORDER-NO
           MOVE PAT-PATIENT-ID TO ALD-PATIENT-ID
           MOVE PAT-PATIENT-NAME TO ALD-PATIENT-NAME
           MOVE PAT-NURSING-UNIT TO ALD-NURSING-UNIT
           MOVE MOR-DRUG-CODE TO ALD-DRUG-CODE
           MOVE MOR-DRUG-NAME TO ALD-DRUG-NAME
           MOVE EXT-ALLERGEN(EX-IDX) TO ALD-ALLERGEN
           MOVE WS-SEVERITY-CODE TO ALD-SEVERITY
           EVALUATE WS-SEVERITY-CODE
               WHEN 'A'
                   MOVE 1 TO AWK-RANK
                   ADD 1 TO WS-ALERTS-ANAPHYLAXIS
               WHEN 'S'
                   MOVE 2 TO AWK-RANK
               WHEN 'M'
                   MOVE 3 TO AWK-RANK
               WHEN OTHER
                   MOVE 4 TO AWK-RANK
           END-EVALUATE
           MOVE WS-ALERT-DETAIL TO AWK-ALERT
           WRITE AWK-RECORD
           ADD 1 TO WS-ALERTS-WRITTEN
           EXIT.

      * Severity order, then order number, so the pharmacist works
      * the anaphylaxis hits before anything else.
       WRITE-ALERT-FILE SECTION.
           SORT ALERT-SORT-FILE
               ON ASCENDING KEY ASR-RANK
                                ASR-ORDER-NO
               USING ALERT-WORK-FILE
               GIVING ALERT-SORTED-FILE
           OPEN OUTPUT ALERT-FILE
           MOVE WS-PARM-RUN-ID TO TRX-RUN-ID
           MOVE 'PHARMCHK' TO TRX-SOURCE-SYSTEM
           MOVE FUNCTION CURRENT-DATE TO TRX-TIMESTAMP
           MOVE TRX-HEADER TO PAL-RECORD
           WRITE PAL-RECORD
           OPEN INPUT ALERT-SORTED-FILE
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ ALERT-SORTED-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE AST-ALERT TO PAL-RECORD
                       WRITE PAL-RECORD
               END-READ
           END-PERFORM
           CLOSE ALERT-SORTED-FILE
           CLOSE ALERT-FILE
           MOVE 'N' TO WS-EOF-FLAG
           EXIT.

      * Active pairs only; a table past the ceiling is logged rather
      * than silently truncated.
       LOAD-EXCIPIENT-TABLE SECTION.
           MOVE 0 TO WS-EXCIPIENT-COUNT
           OPEN INPUT EXCIPIENT-TABLE-FILE
           IF WS-EXCIPIENT-TBL-STATUS NOT = '00'
               MOVE 'PHARM-CHK' TO SERR-PROGRAM-ID
               MOVE WS-EXCIPIENT-TBL-DSN(1:20) TO SERR-KEY-FIELD
               MOVE 'NO EXCIPIENT TABLE ON FILE' TO SERR-REASON
               MOVE 'REF001' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               GO TO LOAD-EXCIPIENT-TABLE-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ EXCIPIENT-TABLE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF EXC-ACTIVE NOT = 'N'
                           AND EXC-DRUG-CODE NOT = SPACES
                           IF WS-EXCIPIENT-COUNT >= WS-EXCIPIENT-MAX
                               MOVE 'PHARM-CHK' TO SERR-PROGRAM-ID
                               MOVE EXC-DRUG-CODE TO SERR-KEY-FIELD
                               MOVE 'EXCIPIENT TABLE FULL - IGNORED'
                                 TO SERR-REASON
                               MOVE 'TBL001' TO SERR-ERROR-CODE
                               PERFORM WRITE-SUITE-ERROR-LOG
                           ELSE
                               ADD 1 TO WS-EXCIPIENT-COUNT
                               MOVE EXC-DRUG-CODE TO
                                 EXT-DRUG-CODE(WS-EXCIPIENT-COUNT)
                               MOVE EXC-ALLERGEN TO
                                 EXT-ALLERGEN(WS-EXCIPIENT-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EXCIPIENT-TABLE-FILE
           MOVE 'N' TO WS-EOF-FLAG.
       LOAD-EXCIPIENT-TABLE-EXIT.
           EXIT.

       LOOKUP-SEVERITY SECTION.
           MOVE SPACE TO WS-SEVERITY-CODE
           IF WS-SEVERITY-IX-OPEN = 'N'
               GO TO LOOKUP-SEVERITY-EXIT
           END-IF
           MOVE WS-SEVERITY-PATIENT TO SIX-PATIENT-ID
           MOVE WS-SEVERITY-ALLERGEN TO SIX-ALLERGEN
           READ SEVERITY-IX-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SIX-CODE TO WS-SEVERITY-CODE
           END-READ.
       LOOKUP-SEVERITY-EXIT.
           EXIT.

      * Same rebuild as ALLERGIES: the hand-maintained pairs cut into
      * a keyed work file fresh every run, left open for lookups. No
      * source file means no severities recorded - hits then alert
      * without a severity letter and sort last.
       BUILD-SEVERITY-INDEX SECTION.
           MOVE 'N' TO WS-SEVERITY-IX-OPEN
           OPEN INPUT SEVERITY-FILE
           IF WS-SEVERITY-STATUS NOT = '00'
               GO TO BUILD-SEVERITY-INDEX-EXIT
           END-IF
           OPEN OUTPUT SEVERITY-IX-FILE
           IF WS-SEVERITY-IX-STATUS NOT = '00'
               MOVE 'PHARM-CHK' TO SERR-PROGRAM-ID
               MOVE WS-SEVERITY-IX-DSN(1:20) TO SERR-KEY-FIELD
               MOVE 'SEVERITY INDEX BUILD FAILED' TO SERR-REASON
               MOVE 'MST002' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               CLOSE SEVERITY-FILE
               GO TO BUILD-SEVERITY-INDEX-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ SEVERITY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE SPACES TO SIX-RECORD
                       MOVE SEV-PATIENT-ID TO SIX-PATIENT-ID
                       MOVE SEV-ALLERGEN TO SIX-ALLERGEN
                       MOVE SEV-CODE TO SIX-CODE
                       WRITE SIX-RECORD
                           INVALID KEY
                               REWRITE SIX-RECORD
                               END-REWRITE
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE SEVERITY-FILE
           CLOSE SEVERITY-IX-FILE
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT SEVERITY-IX-FILE
           IF WS-SEVERITY-IX-STATUS = '00'
               MOVE 'Y' TO WS-SEVERITY-IX-OPEN
           END-IF.
       BUILD-SEVERITY-INDEX-EXIT.
           EXIT.

       INITIALIZE-TABLE SECTION.
           COMPUTE WS-SCORE = FUNCTION MOD(WS-SCORE WS-SCORE-CEILING)
           PERFORM VARYING A-IDX FROM TBL-SZ BY -1 UNTIL A-IDX < 1
               IF  WS-SCORE NOT EQUAL 0 AND
                   ALLERGY-VAL OF CONTENTS(A-IDX) <= WS-SCORE
                   SUBTRACT ALLERGY-VAL OF CONTENTS(A-IDX) FROM WS-SCORE
                   IF ALLERGY-ACTIVE OF CONTENTS(A-IDX) = 'N'
                       MOVE 'N' TO IS-ALLERGIC OF CONTENTS(A-IDX)
                   ELSE
                       MOVE 'Y' TO IS-ALLERGIC OF CONTENTS(A-IDX)
                   END-IF
               ELSE
                   MOVE 'N' TO IS-ALLERGIC OF CONTENTS(A-IDX)
               END-IF
           END-PERFORM.
           EXIT.

       ALLERGIC-TO SECTION.
           PERFORM INITIALIZE-TABLE
           MOVE 'N' TO WS-RESULT
           SET A-IDX TO 1
           SEARCH CONTENTS VARYING A-IDX
               WHEN FUNCTION TRIM (ALLERGY-TYPE OF
                                   CONTENTS(A-IDX) TRAILING) = WS-ITEM
                   MOVE IS-ALLERGIC OF CONTENTS(A-IDX) TO WS-RESULT
           END-SEARCH
           PERFORM WRITE-ALLERGY-AUDIT-RECORD
           EXIT.

      * Every allergen check is logged, pharmacy's included, so
      * compliance never has to be told "we don't keep that history".
       WRITE-ALLERGY-AUDIT-RECORD SECTION.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE SPACES TO AUD-LINE
           MOVE WS-AUDIT-PATIENT-ID TO AUD-PATIENT-ID
           MOVE WS-ITEM TO AUD-ALLERGEN
           MOVE WS-RESULT TO AUD-RESULT
           MOVE WS-AUDIT-REQUESTOR-ID TO AUD-REQUESTOR-ID
           MOVE WS-CURRENT-TIMESTAMP TO AUD-TIMESTAMP
           MOVE WS-AUDIT-DSN TO WS-CHAIN-LOG-DSN
           MOVE AUD-LINE TO WS-CHAIN-RECORD
           MOVE 85 TO WS-CHAIN-RECORD-LEN
           PERFORM CHAIN-LOG-RECORD
           MOVE WS-CHAIN-RECORD TO AUD-LINE
           OPEN EXTEND AUDIT-LOG-FILE
           IF WS-AUDIT-STATUS NOT = '00'
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF
           WRITE AUD-LINE
           CLOSE AUDIT-LOG-FILE
           EXIT.

      * Reads ALLERGEN-TABLE-FILE fresh at start; falls back to the
      * original 11-allergen table (all active) when the file is
      * missing or empty - same behavior as allergies.cob.
       LOAD-ALLERGEN-TABLE SECTION.
           MOVE 0 TO TBL-SZ
           OPEN INPUT ALLERGEN-TABLE-FILE
           IF WS-ALLERGEN-TBL-STATUS = '00'
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ ALLERGEN-TABLE-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           IF TBL-SZ >= WS-ALLERGEN-MAX-SIZE
                               CONTINUE
                           ELSE
                               ADD 1 TO TBL-SZ
                               MOVE ALG-TYPE
                                 TO ALLERGY-TYPE OF CONTENTS(TBL-SZ)
                               MOVE ALG-VAL
                                 TO ALLERGY-VAL OF CONTENTS(TBL-SZ)
                               MOVE ALG-ACTIVE
                                 TO ALLERGY-ACTIVE OF CONTENTS(TBL-SZ)
                               IF ALLERGY-ACTIVE OF CONTENTS(TBL-SZ)
                                   NOT = 'N'
                                   MOVE 'Y' TO
                                     ALLERGY-ACTIVE OF CONTENTS(TBL-SZ)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ALLERGEN-TABLE-FILE
           END-IF
           IF TBL-SZ = 0
               MOVE 'eggs        ' TO ALLERGY-TYPE OF CONTENTS(1)
               MOVE 1 TO ALLERGY-VAL OF CONTENTS(1)
               MOVE 'peanuts     ' TO ALLERGY-TYPE OF CONTENTS(2)
               MOVE 2 TO ALLERGY-VAL OF CONTENTS(2)
               MOVE 'shellfish   ' TO ALLERGY-TYPE OF CONTENTS(3)
               MOVE 4 TO ALLERGY-VAL OF CONTENTS(3)
               MOVE 'strawberries' TO ALLERGY-TYPE OF CONTENTS(4)
               MOVE 8 TO ALLERGY-VAL OF CONTENTS(4)
               MOVE 'tomatoes    ' TO ALLERGY-TYPE OF CONTENTS(5)
               MOVE 16 TO ALLERGY-VAL OF CONTENTS(5)
               MOVE 'chocolate   ' TO ALLERGY-TYPE OF CONTENTS(6)
               MOVE 32 TO ALLERGY-VAL OF CONTENTS(6)
               MOVE 'pollen      ' TO ALLERGY-TYPE OF CONTENTS(7)
               MOVE 64 TO ALLERGY-VAL OF CONTENTS(7)
               MOVE 'cats        ' TO ALLERGY-TYPE OF CONTENTS(8)
               MOVE 128 TO ALLERGY-VAL OF CONTENTS(8)
               MOVE 'dairy       ' TO ALLERGY-TYPE OF CONTENTS(9)
               MOVE 256 TO ALLERGY-VAL OF CONTENTS(9)
               MOVE 'gluten      ' TO ALLERGY-TYPE OF CONTENTS(10)
               MOVE 512 TO ALLERGY-VAL OF CONTENTS(10)
               MOVE 'sesame      ' TO ALLERGY-TYPE OF CONTENTS(11)
               MOVE 1024 TO ALLERGY-VAL OF CONTENTS(11)
               MOVE 11 TO TBL-SZ
               PERFORM VARYING A-IDX FROM 1 BY 1 UNTIL A-IDX > TBL-SZ
                   MOVE 'Y' TO ALLERGY-ACTIVE OF CONTENTS(A-IDX)
               END-PERFORM
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           EXIT.

      * Standard run-balancing control-total report. Every order read
      * is checked, rejected as malformed, or missing from the
      * master; ALERTS WRITTEN balances against the alert file.
       WRITE-CONTROL-TOTALS SECTION.
           OPEN OUTPUT CONTROL-TOTAL-FILE
           MOVE WS-PARM-RUN-ID TO TRX-RUN-ID
           MOVE 'PHARMCHK' TO TRX-SOURCE-SYSTEM
           MOVE FUNCTION CURRENT-DATE TO TRX-TIMESTAMP
           MOVE TRX-HEADER TO CTL-LINE
           WRITE CTL-LINE
           MOVE 'PHARMACY MEDICATION CHECK CONTROL TOTALS' TO CTL-LINE
           WRITE CTL-LINE
           MOVE ALL '-' TO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-ORDERS-READ TO WS-CTL-COUNT-TXT
           STRING 'ORDERS READ      : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-ORDERS-CHECKED TO WS-CTL-COUNT-TXT
           STRING 'ORDERS CHECKED   : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-ORDERS-REJECTED TO WS-CTL-COUNT-TXT
           STRING 'ORDERS REJECTED  : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-ORDERS-NOT-ON-MST TO WS-CTL-COUNT-TXT
           STRING 'NOT ON MASTER    : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-ORDERS-NO-EXCIP TO WS-CTL-COUNT-TXT
           STRING 'NO EXCIPIENTS    : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-EXCIPIENT-CHECKS TO WS-CTL-COUNT-TXT
           STRING 'ALLERGEN CHECKS  : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-ALERTS-WRITTEN TO WS-CTL-COUNT-TXT
           STRING 'ALERTS WRITTEN   : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-ALERTS-ANAPHYLAXIS TO WS-CTL-COUNT-TXT
           STRING 'ANAPHYLAXIS HITS : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           CLOSE CONTROL-TOTAL-FILE
           EXIT.

      * High-water marks of the in-memory tables for this run,
      * kept so TABLE-CAPACITY-REPORT can warn before a ceiling is
      * reached.
       RECORD-TABLE-CAPACITY SECTION.
           MOVE 'PHARMACY-CHECK' TO TCAP-PROGRAM-ID
           MOVE WS-PARM-RUN-ID TO TCAP-RUN-ID
           MOVE WS-RUN-DATE TO TCAP-RUN-DATE
           MOVE 'EXCIPIENT' TO TCAP-TABLE-NAME
           MOVE WS-EXCIPIENT-COUNT TO TCAP-PEAK
           MOVE WS-EXCIPIENT-MAX TO TCAP-CEILING
           PERFORM WRITE-TABLE-CAPACITY
           EXIT.

       COPY "suite-error-log-proc.cpy".
       COPY "log-chain-proc.cpy".
       COPY "run-parms-proc.cpy".
       COPY "env-switch-proc.cpy".
       COPY "feed-guard-proc.cpy".
       COPY "table-capacity-proc.cpy".
