      * Annual allergy review tracking. Policy says every resident's
      * allergy profile must be re-confirmed yearly, and nobody could
      * prove it happened. This job applies coded review transactions
      * (patient, review date, reviewer) to the review-tracking file
      * and the permanent review history, then walks PATIENT-MASTER
      * and reports every resident whose yearly review is due within
      * the warning window or already overdue - with residents who
      * have no review record at all at the head of the list.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAT-PATIENT-ID
               FILE STATUS IS WS-PATIENT-MST-STATUS.
      * Every applied review, kept for good - the tracking file only
      * holds each resident's latest, and a subject-access request
      * wants the whole history.
           SELECT REVIEW-HISTORY-FILE ASSIGN TO
               DYNAMIC WS-REVIEW-HIST-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REVIEW-HIST-STATUS.
           SELECT DUE-REPORT-FILE ASSIGN TO DYNAMIC WS-DUE-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DUE-STATUS.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-TOTAL-STATUS.
           COPY "suite-error-log-select.cpy".
           COPY "table-capacity-select.cpy".
           COPY "run-parms-select.cpy".

       DATA DIVISION.
          03 FILLER             PIC X(2).
          03 RTX-REVIEWER       PIC X(8).

       FD  REVIEW-HISTORY-FILE
           RECORD CONTAINS 68 CHARACTERS.
       01 RVH-RECORD.
          03 RVH-PATIENT-ID     PIC X(10).
          03 FILLER             PIC X(2).
          03 RVH-REVIEW-DATE    PIC 9(8).
          03 FILLER             PIC X(2).
          03 RVH-REVIEWER       PIC X(8).
          03 FILLER             PIC X(2).
          03 RVH-RUN-ID         PIC X(8).
          03 FILLER             PIC X(2).
          03 RVH-TIMESTAMP      PIC X(26).

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

       FD  DUE-REPORT-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01 CTL-LINE PIC X(80).

       COPY "suite-error-log-fd.cpy".
       COPY "table-capacity-fd.cpy".
       COPY "run-parms-fd.cpy".

       WORKING-STORAGE SECTION.
          VALUE 'ALLERGY-REVIEWS.DAT'.
       01 WS-REVIEW-TRX-DSN     PIC X(100)
          VALUE 'ALLERGY-REVIEW-TRX.DAT'.
       01 WS-REVIEW-HIST-DSN    PIC X(100)
          VALUE 'ALLERGY-REVIEW-HISTORY.DAT'.
       01 WS-PATIENT-MST-DSN    PIC X(100) VALUE 'PATIENT-MASTER.DAT'.
       01 WS-DUE-DSN            PIC X(100)
          VALUE 'ALLERGY-REVIEW-DUE.RPT'.
       01 WS-REVIEW-STATUS      PIC XX VALUE '00'.
       01 WS-REVIEW-TRX-STATUS  PIC XX VALUE '00'.
       01 WS-REVIEW-HIST-STATUS PIC XX VALUE '00'.
       01 WS-PATIENT-MST-STATUS PIC XX VALUE '00'.
       01 WS-DUE-STATUS         PIC XX VALUE '00'.
       01 WS-EOF-FLAG           PIC X VALUE 'N'.
          03 DUE-STATUS-TXT     PIC X(14).

       COPY "suite-error-log-ws.cpy".
       COPY "table-capacity-ws.cpy".
       COPY "run-parms-ws.cpy".
       COPY "env-accept-ws.cpy".
       COPY "transaction-header.cpy".
       COPY "return-codes.cpy".
       COPY "env-switch-ws.cpy".
       COPY "date-check-ws.cpy".

       PROCEDURE DIVISION.
       RUN-ALLERGY-REVIEW SECTION.
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-REVIEW-TRX-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'ALLERGY_REVIEW_HISTORY_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-REVIEW-HIST-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'ALLERGIES_PATIENT_MASTER_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
           MOVE WS-REVIEW-TRX-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-REVIEW-TRX-DSN
           MOVE WS-REVIEW-HIST-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-REVIEW-HIST-DSN
           MOVE WS-PATIENT-MST-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-PATIENT-MST-DSN
               SET RC-WARNING TO TRUE
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
           PERFORM RECORD-TABLE-CAPACITY
           GOBACK.

       LOAD-REVIEW-TABLE SECTION.
                               MOVE REV-PATIENT-ID TO SERR-KEY-FIELD
                               MOVE 'REVIEW TABLE FULL - IGNORED'
                                 TO SERR-REASON
                               MOVE 'TBL001' TO SERR-ERROR-CODE
                               PERFORM WRITE-SUITE-ERROR-LOG
                           ELSE
                               ADD 1 TO WS-REVIEW-COUNT
                               MOVE REV-PATIENT-ID TO
                                 REV-T-PATIENT-ID(WS-REVIEW-COUNT)
                               MOVE REV-LAST-DATE
                                 TO WS-DATE-CHECK-VALUE
                               PERFORM CHECK-INBOUND-DATE
                               IF WS-DATE-CHECK-VALID = 'N'
                                   PERFORM LOG-BAD-TRACKING-DATE
                               END-IF
                               IF REV-LAST-DATE IS NUMERIC
                                   AND WS-DATE-CHECK-VALID = 'Y'
                                   MOVE REV-LAST-DATE TO
                                     REV-T-LAST-DATE(WS-REVIEW-COUNT)
                               ELSE
           MOVE 'N' TO WS-EOF-FLAG
           EXIT.

      * A last-review date that is not a real calendar date is
      * logged; the resident is kept on the table with no review on
      * record, so the record survives the rewrite and the resident
      * comes up due rather than silently dropping off the clock.
       LOG-BAD-TRACKING-DATE SECTION.
           MOVE 'ALG-REVIEW' TO SERR-PROGRAM-ID
           MOVE REV-PATIENT-ID TO SERR-KEY-FIELD
           MOVE WS-DATE-CHECK-REASON TO SERR-REASON
           MOVE 'DTE001' TO SERR-ERROR-CODE
           PERFORM WRITE-SUITE-ERROR-LOG
           EXIT.

      * A review transaction for a resident not on the master is
      * rejected - a mis-keyed ID must not quietly satisfy the
      * policy clock for somebody else.
               GO TO APPLY-REVIEW-TRANSACTIONS-EXIT
           END-IF
           OPEN INPUT PATIENT-MASTER
           OPEN EXTEND REVIEW-HISTORY-FILE
           IF WS-REVIEW-HIST-STATUS NOT = '00'
               OPEN OUTPUT REVIEW-HISTORY-FILE
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ REVIEW-TRX-FILE
                       PERFORM APPLY-ONE-REVIEW-TRX
               END-READ
           END-PERFORM
           CLOSE REVIEW-HISTORY-FILE
           CLOSE PATIENT-MASTER
           CLOSE REVIEW-TRX-FILE
           MOVE 'N' TO WS-EOF-FLAG.
           EXIT.

       APPLY-ONE-REVIEW-TRX SECTION.
           MOVE RTX-REVIEW-DATE TO WS-DATE-CHECK-VALUE
           PERFORM CHECK-INBOUND-DATE
           IF RTX-REVIEW-DATE NOT NUMERIC
               OR RTX-REVIEW-DATE = 0
               MOVE 'N' TO WS-DATE-CHECK-VALID
               MOVE 'BAD REVIEW DATE' TO WS-DATE-CHECK-REASON
           END-IF
           IF WS-DATE-CHECK-VALID = 'N'
               ADD 1 TO WS-TRX-REJECTED
               MOVE 'ALG-REVIEW' TO SERR-PROGRAM-ID
               MOVE RTX-PATIENT-ID TO SERR-KEY-FIELD
               MOVE WS-DATE-CHECK-REASON TO SERR-REASON
               MOVE 'DTE001' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               GO TO APPLY-ONE-REVIEW-TRX-EXIT
           END-IF
                   MOVE 'ALG-REVIEW' TO SERR-PROGRAM-ID
                   MOVE RTX-PATIENT-ID TO SERR-KEY-FIELD
                   MOVE 'REVIEW PATIENT UNKNOWN' TO SERR-REASON
                   MOVE 'TXN002' TO SERR-ERROR-CODE
                   PERFORM WRITE-SUITE-ERROR-LOG
                   GO TO APPLY-ONE-REVIEW-TRX-EXIT
               NOT INVALID KEY
                   MOVE 'ALG-REVIEW' TO SERR-PROGRAM-ID
                   MOVE RTX-PATIENT-ID TO SERR-KEY-FIELD
                   MOVE 'REVIEW TABLE FULL' TO SERR-REASON
                   MOVE 'TBL001' TO SERR-ERROR-CODE
                   PERFORM WRITE-SUITE-ERROR-LOG
                   GO TO APPLY-ONE-REVIEW-TRX-EXIT
               END-IF
                 TO REV-T-LAST-DATE(WS-REVIEW-COUNT)
               MOVE RTX-REVIEWER TO REV-T-REVIEWER(WS-REVIEW-COUNT)
           END-IF
           MOVE SPACES TO RVH-RECORD
           MOVE RTX-PATIENT-ID TO RVH-PATIENT-ID
           MOVE RTX-REVIEW-DATE TO RVH-REVIEW-DATE
           MOVE RTX-REVIEWER TO RVH-REVIEWER
           MOVE WS-PARM-RUN-ID TO RVH-RUN-ID
           MOVE FUNCTION CURRENT-DATE TO RVH-TIMESTAMP
           WRITE RVH-RECORD
           ADD 1 TO WS-TRX-APPLIED.
       APPLY-ONE-REVIEW-TRX-EXIT.
           EXIT.
           CLOSE CONTROL-TOTAL-FILE
           EXIT.

      * High-water marks of the in-memory tables for this run,
      * kept so TABLE-CAPACITY-REPORT can warn before a ceiling is
      * reached.
       RECORD-TABLE-CAPACITY SECTION.
           MOVE 'ALLERGY-REVIEW' TO TCAP-PROGRAM-ID
           MOVE WS-PARM-RUN-ID TO TCAP-RUN-ID
           MOVE WS-RUN-DATE TO TCAP-RUN-DATE
           MOVE 'REVIEW' TO TCAP-TABLE-NAME
           MOVE WS-REVIEW-COUNT TO TCAP-PEAK
           MOVE WS-REVIEW-MAX TO TCAP-CEILING
           PERFORM WRITE-TABLE-CAPACITY
           EXIT.

       COPY "suite-error-log-proc.cpy".
       COPY "run-parms-proc.cpy".
       COPY "env-switch-proc.cpy".
       COPY "table-capacity-proc.cpy".
       COPY "date-check-proc.cpy".
