       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESIDENT-TRANSFER.
      * Inter-facility resident transfer. With the stream running per
      * company on company-qualified datasets, a resident moving to
      * the sister facility used to be discharged at one site and
      * re-keyed at the other, losing score history, severity, diet
      * orders and the annual review record on the way. This job
      * reads transfer transactions (patient, from company, to
      * company, effective date) and moves the PATIENT-MASTER record
      * and every satellite record keyed on the patient - severity
      * pairs, diet orders, review tracking and review history,
      * score history, the physician letters-sent log, the location
      * history, the research consent registry entry and any open
      * dietary resend entry - from the sending company's files
      * to the receiving company's. Both sites get a lineage record
      * so either side can answer "where did this resident go / come
      * from". A patient ID already on the receiving master is
      * rejected, never overlaid. Transfers dated after the run date
      * are held on the transaction file for the night they fall
      * due.
      * The transaction file and reports resolve like any other
      * step's, so in a multi-company night each site's pass moves
      * the transfers that site sent; the two sites' resident files
      * are named here from the codes on the transaction itself.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSFER-TRX-FILE ASSIGN TO DYNAMIC WS-TRANSFER-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSFER-STATUS.
      * Transfers not yet due, written back over the transaction
      * file once the run is through.
           SELECT HELD-TRX-FILE ASSIGN TO DYNAMIC WS-HELD-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HELD-STATUS.
           SELECT COMPANY-FILE ASSIGN TO DYNAMIC WS-COMPANY-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-COMPANY-STATUS.
           SELECT FROM-MASTER ASSIGN TO DYNAMIC WS-FROM-MST-DSN
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FPM-PATIENT-ID
               FILE STATUS IS WS-FROM-MST-STATUS.
           SELECT TO-MASTER ASSIGN TO DYNAMIC WS-TO-MST-DSN
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TPM-PATIENT-ID
               FILE STATUS IS WS-TO-MST-STATUS.
      * Satellite files are all sequential with the patient ID in
      * the first ten bytes, so one set of generic files serves every
      * one of them: the sending file is split into the records that
      * travel (appended to the receiving file) and the records that
      * stay (copied back over the sending file).
           SELECT SAT-FROM-FILE ASSIGN TO DYNAMIC WS-SAT-FROM-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SAT-FROM-STATUS.
           SELECT SAT-TO-FILE ASSIGN TO DYNAMIC WS-SAT-TO-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SAT-TO-STATUS.
           SELECT SAT-KEEP-FILE ASSIGN TO DYNAMIC WS-SAT-KEEP-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SAT-KEEP-STATUS.
           SELECT TRANSFER-RPT-FILE ASSIGN TO
               DYNAMIC WS-TRANSFER-RPT-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSFER-RPT-STATUS.
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
      * XFR-FROM-COMPANY / XFR-TO-COMPANY are codes on
      * COMPANY-MASTER.DAT; XFR-EFF-DATE is CCYYMMDD.
       FD  TRANSFER-TRX-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01 XFR-RECORD.
          03 XFR-PATIENT-ID     PIC X(10).
          03 FILLER             PIC X(2).
          03 XFR-FROM-COMPANY   PIC X(4).
          03 FILLER             PIC X(2).
          03 XFR-TO-COMPANY     PIC X(4).
          03 FILLER             PIC X(2).
          03 XFR-EFF-DATE       PIC 9(8).
          03 FILLER             PIC X(8).

       FD  HELD-TRX-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01 HLD-RECORD PIC X(40).

       FD  COMPANY-FILE
           RECORD CONTAINS 36 CHARACTERS.
       01 CMP-RECORD.
          03 CMP-CODE       PIC X(4).
          03 FILLER         PIC X(2).
          03 CMP-NAME       PIC X(30).

       FD  FROM-MASTER
           RECORD CONTAINS 60 CHARACTERS.
       01 FPM-RECORD.
          03 FPM-PATIENT-ID     PIC X(10).
          03 FILLER             PIC X(50).

       FD  TO-MASTER
           RECORD CONTAINS 60 CHARACTERS.
       01 TPM-RECORD.
          03 TPM-PATIENT-ID     PIC X(10).
          03 FILLER             PIC X(50).

       FD  SAT-FROM-FILE
           RECORD CONTAINS 600 CHARACTERS.
       01 SFR-RECORD.
          03 SFR-PATIENT-ID     PIC X(10).
          03 FILLER             PIC X(590).

       FD  SAT-TO-FILE
           RECORD CONTAINS 600 CHARACTERS.
       01 STO-RECORD PIC X(600).

       FD  SAT-KEEP-FILE
           RECORD CONTAINS 600 CHARACTERS.
       01 SKP-RECORD PIC X(600).

       FD  TRANSFER-RPT-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01 TRP-LINE PIC X(100).

       FD  CONTROL-TOTAL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 CTL-LINE PIC X(80).

       COPY "suite-error-log-fd.cpy".
       COPY "table-capacity-fd.cpy".
       COPY "run-parms-fd.cpy".
       COPY "data-lineage-fd.cpy".
       COPY "log-chain-fd.cpy".

       WORKING-STORAGE SECTION.
       01 WS-TRANSFER-DSN       PIC X(100)
          VALUE 'RESIDENT-TRANSFER-TRX.DAT'.
       01 WS-HELD-DSN           PIC X(100)
          VALUE 'RESIDENT-TRANSFER-HELD.TMP'.
       01 WS-COMPANY-DSN        PIC X(100) VALUE 'COMPANY-MASTER.DAT'.
       01 WS-FROM-MST-DSN       PIC X(100).
       01 WS-TO-MST-DSN         PIC X(100).
       01 WS-SAT-FROM-DSN       PIC X(100).
       01 WS-SAT-TO-DSN         PIC X(100).
       01 WS-SAT-KEEP-DSN       PIC X(100)
          VALUE 'RESIDENT-TRANSFER-KEEP.TMP'.
       01 WS-TRANSFER-RPT-DSN   PIC X(100)
          VALUE 'RESIDENT-TRANSFER.RPT'.
       01 WS-CONTROL-TOTAL-DSN  PIC X(100)
          VALUE 'RESIDENT-TRANSFER-CONTROL-TOTALS.RPT'.
       01 WS-TRANSFER-STATUS    PIC XX VALUE '00'.
       01 WS-HELD-STATUS        PIC XX VALUE '00'.
       01 WS-COMPANY-STATUS     PIC XX VALUE '00'.
       01 WS-FROM-MST-STATUS    PIC XX VALUE '00'.
       01 WS-TO-MST-STATUS      PIC XX VALUE '00'.
       01 WS-SAT-FROM-STATUS    PIC XX VALUE '00'.
       01 WS-SAT-TO-STATUS      PIC XX VALUE '00'.
       01 WS-SAT-KEEP-STATUS    PIC XX VALUE '00'.
       01 WS-TRANSFER-RPT-STATUS PIC XX VALUE '00'.
       01 WS-CONTROL-TOTAL-STATUS PIC XX VALUE '00'.
       01 WS-EOF-FLAG           PIC X VALUE 'N'.
       01 WS-SAT-EOF            PIC X VALUE 'N'.

      * Base (unqualified) dataset names of everything that travels
      * with the resident - the same logical names and environment
      * overrides the owning programs use.
       01 WS-BASE-MASTER-DSN    PIC X(100) VALUE 'PATIENT-MASTER.DAT'.
       01 WS-BASE-SEVERITY-DSN  PIC X(100)
          VALUE 'ALLERGY-SEVERITY.DAT'.
       01 WS-BASE-DIET-ORDER-DSN PIC X(100) VALUE 'DIET-ORDERS.DAT'.
       01 WS-BASE-REVIEW-DSN    PIC X(100)
          VALUE 'ALLERGY-REVIEWS.DAT'.
       01 WS-BASE-HISTORY-DSN   PIC X(100)
          VALUE 'ALLERGY-SCORE-HISTORY.DAT'.
       01 WS-BASE-RESEND-DSN    PIC X(100)
          VALUE 'DIETARY-RESEND.DAT'.
       01 WS-BASE-REVIEW-HIST-DSN PIC X(100)
          VALUE 'ALLERGY-REVIEW-HISTORY.DAT'.
       01 WS-BASE-LETTER-LOG-DSN PIC X(100)
          VALUE 'ALLERGY-LETTERS-SENT.LOG'.
       01 WS-BASE-LOCATION-DSN  PIC X(100)
          VALUE 'RESIDENT-LOCATION-HISTORY.DAT'.
       01 WS-BASE-CONSENT-DSN   PIC X(100)
          VALUE 'RESEARCH-CONSENT.DAT'.
       01 WS-BASE-LINEAGE-DSN   PIC X(100) VALUE 'DATA-LINEAGE.LOG'.

       01 WS-QUAL-BASE-DSN      PIC X(100).
       01 WS-QUAL-COMPANY       PIC X(4).
       01 WS-QUAL-DSN           PIC X(100).
       01 WS-QUAL-SCRATCH       PIC X(100).
       01 WS-SAT-BASE-DSN       PIC X(100).
       01 WS-SAT-MOVED          PIC 9(6) VALUE 0.
       01 WS-SAT-PAIR-MOVED     PIC 9(6) VALUE 0.

       01 WS-COMPANY-MAX        PIC 9(2) VALUE 10.
       01 WS-COMPANY-COUNT      PIC 9(2) VALUE 0.
       01 WS-COMPANY-TABLE.
          03 WS-COMPANY-ENTRY OCCURS 10 TIMES INDEXED BY CO-IDX.
             05 CMP-T-CODE      PIC X(4).
       01 WS-FROM-KNOWN         PIC X VALUE 'N'.
       01 WS-TO-KNOWN           PIC X VALUE 'N'.

       01 WS-XFR-RESULT         PIC X(30).
       01 WS-XFR-REJECTED       PIC X VALUE 'N'.
       01 WS-PATIENT-IMAGE      PIC X(60).

       01 WS-TRANSFERS-READ     PIC 9(6) VALUE 0.
       01 WS-TRANSFERS-APPLIED  PIC 9(6) VALUE 0.
       01 WS-TRANSFERS-REJECTED PIC 9(6) VALUE 0.
       01 WS-TRANSFERS-HELD     PIC 9(6) VALUE 0.
       01 WS-SEVERITY-MOVED     PIC 9(6) VALUE 0.
       01 WS-DIET-ORDERS-MOVED  PIC 9(6) VALUE 0.
       01 WS-REVIEWS-MOVED      PIC 9(6) VALUE 0.
       01 WS-HISTORY-MOVED      PIC 9(6) VALUE 0.
       01 WS-RESENDS-MOVED      PIC 9(6) VALUE 0.
       01 WS-CTL-COUNT-TXT      PIC ZZZZZ9.

       01 WS-XFR-DETAIL.
          03 XFD-PATIENT-ID     PIC X(10).
          03 FILLER             PIC X(2) VALUE SPACES.
          03 XFD-FROM-COMPANY   PIC X(4).
          03 FILLER             PIC X(2) VALUE SPACES.
          03 XFD-TO-COMPANY     PIC X(4).
          03 FILLER             PIC X(2) VALUE SPACES.
          03 XFD-EFF-DATE       PIC X(8).
          03 FILLER             PIC X(2) VALUE SPACES.
          03 XFD-RESULT         PIC X(30).
          03 FILLER             PIC X(2) VALUE SPACES.
          03 XFD-SEVERITY       PIC ZZZ9.
          03 FILLER             PIC X VALUE SPACE.
          03 XFD-DIET-ORDERS    PIC ZZZ9.
          03 FILLER             PIC X VALUE SPACE.
          03 XFD-REVIEWS        PIC ZZZ9.
          03 FILLER             PIC X VALUE SPACE.
          03 XFD-HISTORY        PIC ZZZ9.
          03 FILLER             PIC X VALUE SPACE.
          03 XFD-RESENDS        PIC ZZZ9.

       01 WS-LINEAGE-NOTE.
          03 LNN-DIRECTION      PIC X(17).
          03 LNN-COMPANY        PIC X(4).
          03 FILLER             PIC X(5) VALUE ' EFF '.
          03 LNN-EFF-DATE       PIC X(8).
          03 FILLER             PIC X(30) VALUE SPACES.

       COPY "suite-error-log-ws.cpy".
       COPY "table-capacity-ws.cpy".
       COPY "run-parms-ws.cpy".
       COPY "env-accept-ws.cpy".
       COPY "transaction-header.cpy".
       COPY "return-codes.cpy".
       COPY "env-switch-ws.cpy".
       COPY "data-lineage-ws.cpy".
       COPY "log-chain-ws.cpy".

       PROCEDURE DIVISION.
       RUN-RESIDENT-TRANSFER SECTION.
           PERFORM READ-RUN-PARMS
           MOVE WS-PARM-RUN-ID TO WS-LINEAGE-RUN-ID
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'RESIDENT_TRANSFER_TRX_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-TRANSFER-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'NIGHTLY_SCHEDULER_COMPANY_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-COMPANY-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'ALLERGIES_PATIENT_MASTER_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-BASE-MASTER-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'ALLERGIES_SEVERITY_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-BASE-SEVERITY-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'ALLERGIES_DIET_ORDER_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-BASE-DIET-ORDER-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'ALLERGY_REVIEW_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-BASE-REVIEW-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'ALLERGIES_SCORE_HISTORY_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-BASE-HISTORY-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'DIETARY_RESEND_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-BASE-RESEND-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'ALLERGY_REVIEW_HISTORY_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-BASE-REVIEW-HIST-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'ALLERGY_LETTERS_SENT_LOG_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-BASE-LETTER-LOG-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'ALLERGIES_LOCATION_HISTORY_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-BASE-LOCATION-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'RESEARCH_CONSENT_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-BASE-CONSENT-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'DATA_LINEAGE_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-BASE-LINEAGE-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'RESIDENT_TRANSFER_REPORT_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-TRANSFER-RPT-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'RESIDENT_TRANSFER_CONTROL_TOTAL_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-CONTROL-TOTAL-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'SUITE_ERROR_LOG_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-SUITE-ERROR-LOG-DSN
           END-IF
           MOVE WS-TRANSFER-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-TRANSFER-DSN
           MOVE WS-TRANSFER-RPT-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-TRANSFER-RPT-DSN
           MOVE WS-CONTROL-TOTAL-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-CONTROL-TOTAL-DSN

           PERFORM LOAD-COMPANY-TABLE

           OPEN OUTPUT TRANSFER-RPT-FILE
           MOVE WS-PARM-RUN-ID TO TRX-RUN-ID
           MOVE 'RESXFER' TO TRX-SOURCE-SYSTEM
           MOVE FUNCTION CURRENT-DATE TO TRX-TIMESTAMP
           MOVE TRX-HEADER TO TRP-LINE
           WRITE TRP-LINE
           MOVE 'PATIENT ID  FROM  TO    EFF DATE  RESULT' TO TRP-LINE
           MOVE ' SEV DIET  REV HIST RSND' TO TRP-LINE(67:24)
           WRITE TRP-LINE
           MOVE ALL '-' TO TRP-LINE
           WRITE TRP-LINE

           OPEN OUTPUT HELD-TRX-FILE
           OPEN INPUT TRANSFER-TRX-FILE
           IF WS-TRANSFER-STATUS = '00'
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ TRANSFER-TRX-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-TRANSFERS-READ
                           PERFORM APPLY-ONE-TRANSFER
                   END-READ
               END-PERFORM
               CLOSE TRANSFER-TRX-FILE
           END-IF
           CLOSE HELD-TRX-FILE
           CLOSE TRANSFER-RPT-FILE

           IF WS-TRANSFERS-READ > 0
               PERFORM REWRITE-TRANSFER-FILE
           END-IF
           PERFORM WRITE-CONTROL-TOTALS

           SET RC-NORMAL TO TRUE
           IF WS-TRANSFERS-REJECTED > 0
               SET RC-WARNING TO TRUE
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
           PERFORM RECORD-TABLE-CAPACITY
           GOBACK.

      * One transfer. The master record moves first - written at the
      * receiving site, then deleted at the sending site - and the
      * satellites follow only once it has landed, so a rejected
      * transfer leaves both sites exactly as they were.
       APPLY-ONE-TRANSFER SECTION.
           MOVE 'N' TO WS-XFR-REJECTED
           MOVE SPACES TO WS-XFR-RESULT
           MOVE 0 TO XFD-SEVERITY XFD-DIET-ORDERS XFD-REVIEWS
                     XFD-HISTORY XFD-RESENDS
           EVALUATE TRUE
               WHEN XFR-PATIENT-ID = SPACES
                   MOVE 'PATIENT ID MISSING' TO WS-XFR-RESULT
               WHEN XFR-EFF-DATE NOT NUMERIC
                   MOVE 'EFFECTIVE DATE INVALID' TO WS-XFR-RESULT
               WHEN XFR-FROM-COMPANY = XFR-TO-COMPANY
                   MOVE 'FROM AND TO COMPANY SAME' TO WS-XFR-RESULT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-XFR-RESULT NOT = SPACES
               PERFORM REJECT-TRANSFER
               GO TO APPLY-ONE-TRANSFER-EXIT
           END-IF
           PERFORM CHECK-TRANSFER-COMPANIES
           IF WS-FROM-KNOWN = 'N'
               MOVE 'FROM COMPANY NOT ON FILE' TO WS-XFR-RESULT
               PERFORM REJECT-TRANSFER
               GO TO APPLY-ONE-TRANSFER-EXIT
           END-IF
           IF WS-TO-KNOWN = 'N'
               MOVE 'TO COMPANY NOT ON FILE' TO WS-XFR-RESULT
               PERFORM REJECT-TRANSFER
               GO TO APPLY-ONE-TRANSFER-EXIT
           END-IF
           IF WS-RUN-DATE NOT = 0
               AND XFR-EFF-DATE > WS-RUN-DATE
               ADD 1 TO WS-TRANSFERS-HELD
               MOVE XFR-RECORD TO HLD-RECORD
               WRITE HLD-RECORD
               MOVE 'HELD - NOT YET EFFECTIVE' TO WS-XFR-RESULT
               PERFORM WRITE-TRANSFER-DETAIL
               GO TO APPLY-ONE-TRANSFER-EXIT
           END-IF

           PERFORM MOVE-PATIENT-MASTER
           IF WS-XFR-REJECTED = 'Y'
               PERFORM REJECT-TRANSFER
               GO TO APPLY-ONE-TRANSFER-EXIT
           END-IF

           MOVE WS-BASE-SEVERITY-DSN TO WS-SAT-BASE-DSN
           PERFORM MOVE-SATELLITE-FILE
           MOVE WS-SAT-MOVED TO XFD-SEVERITY
           ADD WS-SAT-MOVED TO WS-SEVERITY-MOVED
           MOVE WS-BASE-DIET-ORDER-DSN TO WS-SAT-BASE-DSN
           PERFORM MOVE-SATELLITE-FILE
           MOVE WS-SAT-MOVED TO XFD-DIET-ORDERS
           ADD WS-SAT-MOVED TO WS-DIET-ORDERS-MOVED
           MOVE WS-BASE-REVIEW-DSN TO WS-SAT-BASE-DSN
           PERFORM MOVE-SATELLITE-FILE
           MOVE WS-SAT-MOVED TO WS-SAT-PAIR-MOVED
           ADD WS-SAT-MOVED TO WS-REVIEWS-MOVED
           MOVE WS-BASE-REVIEW-HIST-DSN TO WS-SAT-BASE-DSN
           PERFORM MOVE-SATELLITE-FILE
           ADD WS-SAT-MOVED TO WS-SAT-PAIR-MOVED
           MOVE WS-SAT-PAIR-MOVED TO XFD-REVIEWS
           ADD WS-SAT-MOVED TO WS-REVIEWS-MOVED
           MOVE WS-BASE-HISTORY-DSN TO WS-SAT-BASE-DSN
           PERFORM MOVE-SATELLITE-FILE
           MOVE WS-SAT-MOVED TO WS-SAT-PAIR-MOVED
           ADD WS-SAT-MOVED TO WS-HISTORY-MOVED
           MOVE WS-BASE-LETTER-LOG-DSN TO WS-SAT-BASE-DSN
           PERFORM MOVE-SATELLITE-FILE
           ADD WS-SAT-MOVED TO WS-SAT-PAIR-MOVED
           ADD WS-SAT-MOVED TO WS-HISTORY-MOVED
           MOVE WS-BASE-LOCATION-DSN TO WS-SAT-BASE-DSN
           PERFORM MOVE-SATELLITE-FILE
           ADD WS-SAT-MOVED TO WS-SAT-PAIR-MOVED
           ADD WS-SAT-MOVED TO WS-HISTORY-MOVED
           MOVE WS-BASE-CONSENT-DSN TO WS-SAT-BASE-DSN
           PERFORM MOVE-SATELLITE-FILE
           ADD WS-SAT-MOVED TO WS-SAT-PAIR-MOVED
           MOVE WS-SAT-PAIR-MOVED TO XFD-HISTORY
           ADD WS-SAT-MOVED TO WS-HISTORY-MOVED
           MOVE WS-BASE-RESEND-DSN TO WS-SAT-BASE-DSN
           PERFORM MOVE-SATELLITE-FILE
           MOVE WS-SAT-MOVED TO XFD-RESENDS
           ADD WS-SAT-MOVED TO WS-RESENDS-MOVED

           PERFORM WRITE-TRANSFER-LINEAGE
           ADD 1 TO WS-TRANSFERS-APPLIED
           MOVE 'TRANSFERRED' TO WS-XFR-RESULT
           PERFORM WRITE-TRANSFER-DETAIL.
       APPLY-ONE-TRANSFER-EXIT.
           EXIT.

       CHECK-TRANSFER-COMPANIES SECTION.
           MOVE 'N' TO WS-FROM-KNOWN
           MOVE 'N' TO WS-TO-KNOWN
           PERFORM VARYING CO-IDX FROM 1 BY 1
                   UNTIL CO-IDX > WS-COMPANY-COUNT
               IF CMP-T-CODE(CO-IDX) = XFR-FROM-COMPANY
                   MOVE 'Y' TO WS-FROM-KNOWN
               END-IF
               IF CMP-T-CODE(CO-IDX) = XFR-TO-COMPANY
                   MOVE 'Y' TO WS-TO-KNOWN
               END-IF
           END-PERFORM
           EXIT.

      * Both masters must already exist - a receiving site that has
      * never run its night has nowhere to put the resident.
       MOVE-PATIENT-MASTER SECTION.
           MOVE WS-BASE-MASTER-DSN TO WS-QUAL-BASE-DSN
           MOVE XFR-FROM-COMPANY TO WS-QUAL-COMPANY
           PERFORM QUALIFY-COMPANY-DSN
           MOVE WS-QUAL-DSN TO WS-FROM-MST-DSN
           MOVE XFR-TO-COMPANY TO WS-QUAL-COMPANY
           PERFORM QUALIFY-COMPANY-DSN
           MOVE WS-QUAL-DSN TO WS-TO-MST-DSN
           OPEN I-O FROM-MASTER
           IF WS-FROM-MST-STATUS NOT = '00'
               MOVE 'Y' TO WS-XFR-REJECTED
               MOVE 'SENDING MASTER OPEN FAILED' TO WS-XFR-RESULT
               GO TO MOVE-PATIENT-MASTER-EXIT
           END-IF
           OPEN I-O TO-MASTER
           IF WS-TO-MST-STATUS NOT = '00'
               CLOSE FROM-MASTER
               MOVE 'Y' TO WS-XFR-REJECTED
               MOVE 'RECEIVING MASTER OPEN FAILED' TO WS-XFR-RESULT
               GO TO MOVE-PATIENT-MASTER-EXIT
           END-IF
           MOVE XFR-PATIENT-ID TO FPM-PATIENT-ID
           READ FROM-MASTER
               INVALID KEY
                   MOVE 'Y' TO WS-XFR-REJECTED
                   MOVE 'NOT ON SENDING MASTER' TO WS-XFR-RESULT
           END-READ
           IF WS-XFR-REJECTED = 'N'
               MOVE XFR-PATIENT-ID TO TPM-PATIENT-ID
               READ TO-MASTER
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-XFR-REJECTED
                       MOVE 'ALREADY ON RECEIVING MASTER'
                         TO WS-XFR-RESULT
               END-READ
           END-IF
           IF WS-XFR-REJECTED = 'N'
               MOVE FPM-RECORD TO WS-PATIENT-IMAGE
               MOVE FPM-RECORD TO TPM-RECORD
               WRITE TPM-RECORD
                   INVALID KEY
                       MOVE 'Y' TO WS-XFR-REJECTED
                       MOVE 'RECEIVING MASTER WRITE FAILED'
                         TO WS-XFR-RESULT
               END-WRITE
           END-IF
           IF WS-XFR-REJECTED = 'N'
               DELETE FROM-MASTER RECORD
                   INVALID KEY
                       MOVE 'RES-TRANSFER' TO SERR-PROGRAM-ID
                       MOVE XFR-PATIENT-ID TO SERR-KEY-FIELD
                       MOVE 'SENDING MASTER DELETE FAILED'
                         TO SERR-REASON
                       MOVE 'MST002' TO SERR-ERROR-CODE
                       PERFORM WRITE-SUITE-ERROR-LOG
               END-DELETE
           END-IF
           CLOSE TO-MASTER
           CLOSE FROM-MASTER.
       MOVE-PATIENT-MASTER-EXIT.
           EXIT.

      * Splits one sending-site satellite file: the resident's
      * records are appended to the receiving site's file, the rest
      * go to the keep file and are copied back over the sending
      * file. No sending file means nothing on record to move.
       MOVE-SATELLITE-FILE SECTION.
           MOVE 0 TO WS-SAT-MOVED
           MOVE WS-SAT-BASE-DSN TO WS-QUAL-BASE-DSN
           MOVE XFR-FROM-COMPANY TO WS-QUAL-COMPANY
           PERFORM QUALIFY-COMPANY-DSN
           MOVE WS-QUAL-DSN TO WS-SAT-FROM-DSN
           MOVE XFR-TO-COMPANY TO WS-QUAL-COMPANY
           PERFORM QUALIFY-COMPANY-DSN
           MOVE WS-QUAL-DSN TO WS-SAT-TO-DSN
           OPEN INPUT SAT-FROM-FILE
           IF WS-SAT-FROM-STATUS NOT = '00'
               GO TO MOVE-SATELLITE-FILE-EXIT
           END-IF
           OPEN EXTEND SAT-TO-FILE
           IF WS-SAT-TO-STATUS NOT = '00'
               OPEN OUTPUT SAT-TO-FILE
           END-IF
           OPEN OUTPUT SAT-KEEP-FILE
           MOVE 'N' TO WS-SAT-EOF
           PERFORM UNTIL WS-SAT-EOF = 'Y'
               READ SAT-FROM-FILE
                   AT END
                       MOVE 'Y' TO WS-SAT-EOF
                   NOT AT END
                       IF SFR-PATIENT-ID = XFR-PATIENT-ID
                           MOVE SFR-RECORD TO STO-RECORD
                           WRITE STO-RECORD
                           ADD 1 TO WS-SAT-MOVED
                       ELSE
                           MOVE SFR-RECORD TO SKP-RECORD
                           WRITE SKP-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SAT-FROM-FILE
           CLOSE SAT-TO-FILE
           CLOSE SAT-KEEP-FILE
           IF WS-SAT-MOVED = 0
               GO TO MOVE-SATELLITE-FILE-EXIT
           END-IF
           OPEN INPUT SAT-KEEP-FILE
           OPEN OUTPUT SAT-FROM-FILE
           MOVE 'N' TO WS-SAT-EOF
           PERFORM UNTIL WS-SAT-EOF = 'Y'
               READ SAT-KEEP-FILE
                   AT END
                       MOVE 'Y' TO WS-SAT-EOF
                   NOT AT END
                       MOVE SKP-RECORD TO SFR-RECORD
                       WRITE SFR-RECORD
               END-READ
           END-PERFORM
           CLOSE SAT-KEEP-FILE
           CLOSE SAT-FROM-FILE.
       MOVE-SATELLITE-FILE-EXIT.
           EXIT.

      * One lineage record on each side: the sending site's shows
      * the master record leaving, the receiving site's shows it
      * arriving - each names the other company.
       WRITE-TRANSFER-LINEAGE SECTION.
           MOVE WS-BASE-LINEAGE-DSN TO WS-QUAL-BASE-DSN
           MOVE XFR-FROM-COMPANY TO WS-QUAL-COMPANY
           PERFORM QUALIFY-COMPANY-DSN
           MOVE WS-QUAL-DSN TO WS-LINEAGE-DSN
           MOVE SPACES TO LINEAGE-LINE
           MOVE 'RES-TRANSFER' TO LIN-PROGRAM-ID
           MOVE WS-PATIENT-IMAGE TO LIN-BEFORE-IMAGE
           MOVE 'TRANSFERRED TO' TO LNN-DIRECTION
           MOVE XFR-TO-COMPANY TO LNN-COMPANY
           MOVE XFR-EFF-DATE TO LNN-EFF-DATE
           MOVE WS-LINEAGE-NOTE TO LIN-AFTER-IMAGE
           PERFORM WRITE-DATA-LINEAGE-RECORD
           MOVE XFR-TO-COMPANY TO WS-QUAL-COMPANY
           PERFORM QUALIFY-COMPANY-DSN
           MOVE WS-QUAL-DSN TO WS-LINEAGE-DSN
           MOVE SPACES TO LINEAGE-LINE
           MOVE 'RES-TRANSFER' TO LIN-PROGRAM-ID
           MOVE 'TRANSFERRED FROM' TO LNN-DIRECTION
           MOVE XFR-FROM-COMPANY TO LNN-COMPANY
           MOVE WS-LINEAGE-NOTE TO LIN-BEFORE-IMAGE
           MOVE WS-PATIENT-IMAGE TO LIN-AFTER-IMAGE
           PERFORM WRITE-DATA-LINEAGE-RECORD
           EXIT.

       REJECT-TRANSFER SECTION.
           ADD 1 TO WS-TRANSFERS-REJECTED
           MOVE 'RES-TRANSFER' TO SERR-PROGRAM-ID
           MOVE XFR-PATIENT-ID TO SERR-KEY-FIELD
           MOVE WS-XFR-RESULT TO SERR-REASON
           MOVE 'TXN001' TO SERR-ERROR-CODE
           PERFORM WRITE-SUITE-ERROR-LOG
           PERFORM WRITE-TRANSFER-DETAIL
           EXIT.

       WRITE-TRANSFER-DETAIL SECTION.
           MOVE XFR-PATIENT-ID TO XFD-PATIENT-ID
           MOVE XFR-FROM-COMPANY TO XFD-FROM-COMPANY
           MOVE XFR-TO-COMPANY TO XFD-TO-COMPANY
           MOVE XFR-EFF-DATE TO XFD-EFF-DATE
           MOVE WS-XFR-RESULT TO XFD-RESULT
           MOVE WS-XFR-DETAIL TO TRP-LINE
           WRITE TRP-LINE
           EXIT.

      * Applied and rejected transfers are finished with; only the
      * held ones are left on the transaction file for a later
      * night.
       REWRITE-TRANSFER-FILE SECTION.
           OPEN INPUT HELD-TRX-FILE
           IF WS-HELD-STATUS NOT = '00'
               GO TO REWRITE-TRANSFER-FILE-EXIT
           END-IF
           OPEN OUTPUT TRANSFER-TRX-FILE
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ HELD-TRX-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE HLD-RECORD TO XFR-RECORD
                       WRITE XFR-RECORD
               END-READ
           END-PERFORM
           CLOSE TRANSFER-TRX-FILE
           CLOSE HELD-TRX-FILE.
       REWRITE-TRANSFER-FILE-EXIT.
           EXIT.

      * Builds a company's physical name for a logical dataset the
      * way RESOLVE-ENVIRONMENT-DSN does for the company a stream
      * pass is running - test library prefix, then the company code
      * as leading qualifier - but for whichever company is named in
      * WS-QUAL-COMPANY.
       QUALIFY-COMPANY-DSN SECTION.
           MOVE WS-QUAL-BASE-DSN TO WS-QUAL-DSN
           IF WS-RUN-ENVIRONMENT = 'TEST'
               AND WS-QUAL-DSN(1:5) NOT = 'TEST.'
               MOVE SPACES TO WS-QUAL-DSN
               STRING 'TEST.' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-QUAL-BASE-DSN) DELIMITED BY SIZE
                 INTO WS-QUAL-DSN
           END-IF
           IF WS-QUAL-COMPANY NOT = SPACES
               MOVE WS-QUAL-DSN TO WS-QUAL-SCRATCH
               MOVE SPACES TO WS-QUAL-DSN
               STRING FUNCTION TRIM(WS-QUAL-COMPANY) DELIMITED BY SIZE
                      '.' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-QUAL-SCRATCH)
                        DELIMITED BY SIZE
                 INTO WS-QUAL-DSN
           END-IF
           EXIT.

       LOAD-COMPANY-TABLE SECTION.
           MOVE 0 TO WS-COMPANY-COUNT
           OPEN INPUT COMPANY-FILE
           IF WS-COMPANY-STATUS = '00'
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ COMPANY-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           IF CMP-CODE NOT = SPACES
                               AND WS-COMPANY-COUNT < WS-COMPANY-MAX
                               ADD 1 TO WS-COMPANY-COUNT
                               MOVE CMP-CODE
                                 TO CMP-T-CODE(WS-COMPANY-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COMPANY-FILE
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           EXIT.

      * Standard run-balancing control-total report. Every transfer
      * read is applied, rejected or held.
       WRITE-CONTROL-TOTALS SECTION.
           OPEN OUTPUT CONTROL-TOTAL-FILE
           MOVE WS-PARM-RUN-ID TO TRX-RUN-ID
           MOVE 'RESXFER' TO TRX-SOURCE-SYSTEM
           MOVE FUNCTION CURRENT-DATE TO TRX-TIMESTAMP
           MOVE TRX-HEADER TO CTL-LINE
           WRITE CTL-LINE
           MOVE 'RESIDENT TRANSFER CONTROL TOTALS' TO CTL-LINE
           WRITE CTL-LINE
           MOVE ALL '-' TO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-TRANSFERS-READ TO WS-CTL-COUNT-TXT
           STRING 'TRANSFERS READ   : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-TRANSFERS-APPLIED TO WS-CTL-COUNT-TXT
           STRING 'TRANSFERS APPLIED: ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-TRANSFERS-REJECTED TO WS-CTL-COUNT-TXT
           STRING 'TRANSFERS REJECT : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-TRANSFERS-HELD TO WS-CTL-COUNT-TXT
           STRING 'TRANSFERS HELD   : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-SEVERITY-MOVED TO WS-CTL-COUNT-TXT
           STRING 'SEVERITY MOVED   : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-DIET-ORDERS-MOVED TO WS-CTL-COUNT-TXT
           STRING 'DIET ORDERS MOVED: ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-REVIEWS-MOVED TO WS-CTL-COUNT-TXT
           STRING 'REVIEWS MOVED    : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-HISTORY-MOVED TO WS-CTL-COUNT-TXT
           STRING 'HISTORY MOVED    : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-RESENDS-MOVED TO WS-CTL-COUNT-TXT
           STRING 'RESENDS MOVED    : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           CLOSE CONTROL-TOTAL-FILE
           EXIT.

      * High-water marks of the in-memory tables for this run,
      * kept so TABLE-CAPACITY-REPORT can warn before a ceiling is
      * reached.
       RECORD-TABLE-CAPACITY SECTION.
           MOVE 'RESIDENT-TRANSFER' TO TCAP-PROGRAM-ID
           MOVE WS-PARM-RUN-ID TO TCAP-RUN-ID
           MOVE WS-RUN-DATE TO TCAP-RUN-DATE
           MOVE 'COMPANY' TO TCAP-TABLE-NAME
           MOVE WS-COMPANY-COUNT TO TCAP-PEAK
           MOVE WS-COMPANY-MAX TO TCAP-CEILING
           PERFORM WRITE-TABLE-CAPACITY
           EXIT.

       COPY "suite-error-log-proc.cpy".
       COPY "run-parms-proc.cpy".
       COPY "env-switch-proc.cpy".
       COPY "data-lineage-proc.cpy".
       COPY "log-chain-proc.cpy".
       COPY "table-capacity-proc.cpy".
