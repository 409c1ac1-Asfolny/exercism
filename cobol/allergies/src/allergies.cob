               DYNAMIC WS-SCORE-HIST-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SCORE-HIST-STATUS.
      * Same before/after trail for the resident's nursing unit, room
      * and bed - a room move rides the admissions feed like any other
      * update, and this file is what answers "where was this resident
      * on the night of the 14th".
           SELECT LOCATION-HISTORY-FILE ASSIGN TO
               DYNAMIC WS-LOCATION-HIST-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LOCATION-HIST-STATUS.
      * One line per resident discharged off the master, with the
      * date - RESIDENT-PURGE ages the resident's satellite records
      * from it once the master record itself is gone.
           SELECT DISCHARGE-REGISTER-FILE ASSIGN TO
               DYNAMIC WS-DISCHARGE-REG-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DISCHARGE-REG-STATUS.
      * One short page for the morning shift: only the residents whose
      * allergen list actually changed overnight, not the full panel.
           SELECT DELTA-REPORT-FILE ASSIGN TO
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SIX-KEY
               FILE STATUS IS WS-SEVERITY-IX-STATUS.
      * Allergen-level orders from the clinical side - one allergen
      * added or removed per record, applied by setting or clearing
      * just that allergen's bit, so a new allergy no longer depends
      * on the sender recomputing the whole score (and dropping an
      * allergen the resident already had). The report shows each
      * order with its ordering clinician and what became of it.
           SELECT CLINICAL-ALLERGY-FILE ASSIGN TO
               DYNAMIC WS-CLINICAL-TRX-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CLINICAL-TRX-STATUS.
           SELECT CLINICAL-ALLERGY-RPT-FILE ASSIGN TO
               DYNAMIC WS-CLINICAL-RPT-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CLINICAL-RPT-STATUS.
      * Census reconciliation runs as a sorted-file match - the
      * census sorts into the work file and walks in step with the
      * master's own key order, so a 3000-resident night cannot
               DYNAMIC WS-SORTED-CEN-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SORTED-CEN-STATUS.
      * The resident-level reports print unit by unit so each nursing
      * station gets its own section - the master sorts by unit, room
      * and bed into this work file for the report pass.
           SELECT UNIT-SORT-WORK-FILE ASSIGN TO 'SORTWK'.
           SELECT UNIT-SORTED-MASTER ASSIGN TO
               DYNAMIC WS-UNIT-SORTED-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-UNIT-SORTED-STATUS.
      * Clinical diet orders (texture, low sodium, diabetic...) keyed
      * by patient ID with effective dates - the half of what the
      * kitchen needs that used to live on a clipboard. Carried on
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-JOBLOG-STATUS.
           COPY "suite-error-log-select.cpy".
           COPY "log-chain-select.cpy".
           COPY "table-capacity-select.cpy".
           COPY "run-parms-select.cpy".
           COPY "feed-guard-select.cpy".

      * them reliably), and blank is treated as A/U so the old
      * untyped extract still loads. D deletes the resident from the
      * master so nobody who left months ago keeps appearing on the
      * kitchen reports. ADM-LOCATION is the resident's nursing unit,
      * room and bed; a blank unit means the sender had no location
      * to give and the master keeps the one it has.
       FD  ADMISSIONS-FILE
           RECORD CONTAINS 59 CHARACTERS.
       01 ADM-RECORD.
          03 ADM-PATIENT-ID     PIC X(10).
          03 ADM-PATIENT-NAME   PIC X(30).
          03 ADM-ALLERGY-SCORE  PIC 9(5).
          03 ADM-TRX-TYPE       PIC X.
          03 ADM-LOCATION.
             05 ADM-NURSING-UNIT PIC X(6).
             05 ADM-ROOM         PIC X(5).
             05 ADM-BED          PIC X(2).
      * Sender-appended *TRAILER* record with the expected record
      * count - verified before the load so a truncated extract never
      * silently shrinks the panel.
          03 ADM-TRL-TAG        PIC X(9).
          03 FILLER             PIC X.
          03 ADM-TRL-COUNT      PIC 9(6).
          03 FILLER             PIC X(43).

       FD  ALLERGY-REPORT-FILE
           RECORD CONTAINS 262 CHARACTERS.
       01 RPT-LINE               PIC X(262).

      * Indexed by patient ID so ALLERGIC-TO / LIST-ALLERGENS can run
      * across the whole resident panel in one batch pass instead of
      * one score keyed in at a time.
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

       FD  ALLERGY-SUMMARY-FILE
           RECORD CONTAINS 120 CHARACTERS.
          03 FILLER             PIC X(2) VALUE SPACES.
          03 HIST-TIMESTAMP     PIC X(26).

       FD  LOCATION-HISTORY-FILE
           RECORD CONTAINS 78 CHARACTERS.
       01 LOC-RECORD.
          03 LOC-PATIENT-ID     PIC X(10).
          03 FILLER             PIC X(2) VALUE SPACES.
          03 LOC-OLD-LOCATION.
             05 LOC-OLD-UNIT     PIC X(6).
             05 LOC-OLD-ROOM     PIC X(5).
             05 LOC-OLD-BED      PIC X(2).
          03 FILLER             PIC X(2) VALUE SPACES.
          03 LOC-NEW-LOCATION.
             05 LOC-NEW-UNIT     PIC X(6).
             05 LOC-NEW-ROOM     PIC X(5).
             05 LOC-NEW-BED      PIC X(2).
          03 FILLER             PIC X(2) VALUE SPACES.
          03 LOC-RUN-ID         PIC X(8).
          03 FILLER             PIC X(2) VALUE SPACES.
          03 LOC-TIMESTAMP      PIC X(26).

       FD  DISCHARGE-REGISTER-FILE
           RECORD CONTAINS 58 CHARACTERS.
       01 DRG-RECORD.
          03 DRG-PATIENT-ID     PIC X(10).
          03 FILLER             PIC X(2) VALUE SPACES.
          03 DRG-DISCHARGE-DATE PIC 9(8).
          03 FILLER             PIC X(2) VALUE SPACES.
          03 DRG-RUN-ID         PIC X(8).
          03 FILLER             PIC X(2) VALUE SPACES.
          03 DRG-TIMESTAMP      PIC X(26).

       FD  DELTA-REPORT-FILE
           RECORD CONTAINS 252 CHARACTERS.
       01 DELTA-LINE PIC X(252).
          03 SIX-CODE           PIC X.
          03 FILLER             PIC X.

      * CLX-ACTION: A add, R remove. CLX-ALLERGEN is the name exactly
      * as it stands on ALLERGEN-TABLE.DAT. CLX-SEVERITY is the
      * M/S/A letter for an add (blank records no letter) and is
      * ignored on a remove, which clears the pair's severity too.
       FD  CLINICAL-ALLERGY-FILE
           RECORD CONTAINS 64 CHARACTERS.
       01 CLX-RECORD.
          03 CLX-PATIENT-ID     PIC X(10).
          03 CLX-ALLERGEN       PIC X(12).
          03 CLX-ACTION         PIC X.
          03 CLX-SEVERITY       PIC X.
          03 CLX-CLINICIAN      PIC X(10).
          03 CLX-REASON         PIC X(30).

       FD  CLINICAL-ALLERGY-RPT-FILE
           RECORD CONTAINS 110 CHARACTERS.
       01 CLR-LINE PIC X(110).

       SD  SORT-WORK-FILE.
       01 SRT-RECORD.
          03 SRT-PATIENT-ID     PIC X(10).
          03 SCN-PATIENT-ID     PIC X(10).
          03 SCN-PATIENT-NAME   PIC X(30).

       SD  UNIT-SORT-WORK-FILE.
       01 USR-RECORD.
          03 USR-PATIENT-ID     PIC X(10).
          03 USR-PATIENT-NAME   PIC X(30).
          03 USR-ALLERGY-SCORE  PIC 9(5).
          03 USR-NURSING-UNIT   PIC X(6).
          03 USR-ROOM           PIC X(5).
          03 USR-BED            PIC X(2).
          03 FILLER             PIC X(2).

       FD  UNIT-SORTED-MASTER
           RECORD CONTAINS 60 CHARACTERS.
       01 USM-RECORD            PIC X(60).

      * One (patient, allergen) inquiry per record - the batch form of
      * asking ALLERGIC-TO a question. CHK-REQUESTOR-ID is who asked -
      * compliance could never answer "who checked this resident's
      * resident - written by ALLERGIC-TO itself so nothing that calls
      * it can forget to log the inquiry.
       FD  AUDIT-LOG-FILE
           RECORD CONTAINS 85 CHARACTERS.
       01 AUD-LINE.
          03 AUD-PATIENT-ID     PIC X(10).
          03 FILLER             PIC X(2) VALUE SPACES.
          03 AUD-REQUESTOR-ID   PIC X(8).
          03 FILLER             PIC X(2) VALUE SPACES.
          03 AUD-TIMESTAMP      PIC X(26).
          03 FILLER             PIC X(2) VALUE SPACES.
          03 AUD-CHAIN-HASH     PIC X(18).

      * Pipe-delimited feed the cafeteria ordering system ingests
      * directly, replacing the hand-keyed spreadsheet hand-off.
       01 CTL-LINE PIC X(80).

       FD  MASTER-BACKUP-FILE
           RECORD CONTAINS 60 CHARACTERS.
       01 BKP-RECORD.
          03 BKP-PATIENT-ID     PIC X(10).
          03 BKP-PATIENT-NAME   PIC X(30).
          03 BKP-ALLERGY-SCORE  PIC 9(5).
          03 BKP-LOCATION       PIC X(13).
          03 FILLER             PIC X(2).

       FD  BACKUP-CONTROL-FILE
           RECORD CONTAINS 2 CHARACTERS.
       01 JOBLOG-LINE PIC X(80).

       COPY "suite-error-log-fd.cpy".
       COPY "log-chain-fd.cpy".
       COPY "table-capacity-fd.cpy".
       COPY "run-parms-fd.cpy".
       COPY "feed-guard-fd.cpy".

       01 WS-DELTA-STATUS          PIC XX VALUE '00'.
       01 WS-SCORE-CHANGES         PIC 9(6) VALUE 0.
       01 WS-DELTA-REPORTED        PIC 9(6) VALUE 0.
       01 WS-LOCATION-HIST-DSN     PIC X(100)
          VALUE 'RESIDENT-LOCATION-HISTORY.DAT'.
       01 WS-LOCATION-HIST-STATUS  PIC XX VALUE '00'.
       01 WS-LOCATION-CHANGES      PIC 9(6) VALUE 0.
       01 WS-DISCHARGE-REG-DSN     PIC X(100)
          VALUE 'RESIDENT-DISCHARGE-REGISTER.DAT'.
       01 WS-DISCHARGE-REG-STATUS  PIC XX VALUE '00'.
       01 WS-OLD-LOCATION          PIC X(13) VALUE SPACES.

      * Unit-sequenced report pass - the break fields and the per-unit
      * subtotals printed at the foot of each unit's section.
       01 WS-UNIT-SORTED-DSN       PIC X(100)
          VALUE 'PATIENT-BY-UNIT.TMP'.
       01 WS-UNIT-SORTED-STATUS    PIC XX VALUE '00'.
       01 WS-UNIT-FIRST            PIC X VALUE 'Y'.
       01 WS-CURRENT-UNIT          PIC X(6) VALUE SPACES.
       01 WS-UNIT-LABEL            PIC X(10) VALUE SPACES.
       01 WS-UNIT-RESIDENTS        PIC 9(6) VALUE 0.
       01 WS-UNIT-WITH-ALLERGENS   PIC 9(6) VALUE 0.
       01 WS-FACILITY-WITH-ALLERGENS PIC 9(6) VALUE 0.
       01 WS-UNITS-REPORTED        PIC 9(6) VALUE 0.
       01 WS-UNIT-COUNT-TXT        PIC ZZZZZ9.
       01 WS-UNIT-ALG-COUNT-TXT    PIC ZZZZZ9.

      * Severity pairs rebuilt into the keyed work file per run -
      * looked up per (patient, allergen) while the detail report,
       01 WS-SEVERITY-PATIENT      PIC X(10).
       01 WS-SEVERITY-ALLERGEN     PIC X(12).

      * Clinical allergen add/remove pass - runs after the admissions
      * load while the master is still open for update, so a score
      * the feed replaced tonight is the one the order is applied to.
       01 WS-CLINICAL-TRX-DSN      PIC X(100)
          VALUE 'CLINICAL-ALLERGY-TRX.DAT'.
       01 WS-CLINICAL-TRX-STATUS   PIC XX VALUE '00'.
       01 WS-CLINICAL-RPT-DSN      PIC X(100)
          VALUE 'CLINICAL-ALLERGY.RPT'.
       01 WS-CLINICAL-RPT-STATUS   PIC XX VALUE '00'.
       01 WS-CLINICAL-READ         PIC 9(6) VALUE 0.
       01 WS-CLINICAL-APPLIED      PIC 9(6) VALUE 0.
       01 WS-CLINICAL-REJECTED     PIC 9(6) VALUE 0.
       01 WS-CLINICAL-SKIPPED      PIC X VALUE 'N'.
       01 WS-SEVERITY-UPDATES      PIC 9(6) VALUE 0.
       01 WS-CLN-FOUND             PIC X VALUE 'N'.
       01 WS-CLN-ALLERGEN-VAL      PIC 9(5) VALUE 0.
       01 WS-CLN-ALLERGEN-ACTIVE   PIC X VALUE 'Y'.
       01 WS-CLN-QUOTIENT          PIC 9(5) VALUE 0.
       01 WS-CLN-HALF              PIC 9(5) VALUE 0.
       01 WS-CLN-BIT               PIC 9 VALUE 0.
       01 WS-CLN-REJECT-REASON     PIC X(24) VALUE SPACES.
       01 WS-CLN-DETAIL.
          03 CLND-PATIENT-ID      PIC X(10).
          03 FILLER               PIC X(2) VALUE SPACES.
          03 CLND-ALLERGEN        PIC X(12).
          03 FILLER               PIC X(2) VALUE SPACES.
          03 CLND-ACTION          PIC X(6).
          03 FILLER               PIC X(2) VALUE SPACES.
          03 CLND-SEVERITY        PIC X.
          03 FILLER               PIC X(2) VALUE SPACES.
          03 CLND-CLINICIAN       PIC X(10).
          03 FILLER               PIC X(2) VALUE SPACES.
          03 CLND-RESULT          PIC X(24).
          03 FILLER               PIC X(2) VALUE SPACES.
          03 CLND-REASON          PIC X(30).

      * Diet orders in force for the run date, loaded after the
      * master refresh so each order's patient ID can be validated
      * against the panel as it will actually be reported.
      * exact however large the panel grows, and only the printed
      * list truncates (flagged to the error log, same convention as
      * before); the old 200-ID intermediate table silently dropped
      * everyone past its ceiling. SUM-PATIENT-COUNT and the resident
      * list cover the nursing unit being printed and clear at each
      * unit break; SUM-FACILITY-COUNT runs the whole panel for the
      * facility total at the foot.
       01 WS-ALLERGEN-SUMMARY.
          03 SUM-ENTRY OCCURS 16 TIMES INDEXED BY S-IDX.
             05 SUM-PATIENT-COUNT PIC 9(5) VALUE 0.
             05 SUM-FACILITY-COUNT PIC 9(5) VALUE 0.
             05 SUM-LIST-FULL     PIC X VALUE 'N'.
             05 SUM-RESIDENT-LIST PIC X(100).
       01 WS-SORT-ORDER OCCURS 16 TIMES PIC 99.
          03 FILLER             PIC X(2) VALUE SPACES.
          03 RPT-PATIENT-NAME   PIC X(30).
          03 FILLER             PIC X(2) VALUE SPACES.
          03 RPT-ROOM-BED       PIC X(8).
          03 FILLER             PIC X(2) VALUE SPACES.
      * Wide enough for all 16 possible allergen names (12 chars each)
      * plus a comma between each pair - 16 * 12 + 15 = 207.
          03 RPT-ALLERGENS      PIC X(208).
       01 WS-BACKUP-GENERATION   PIC 9(2) VALUE 0.
       01 WS-BACKUP-RECORDS      PIC 9(6) VALUE 0.
       01 WS-BACKUP-COUNT-TXT    PIC ZZZZZ9.
      * When the copy was cut - the point the journals replay from.
       01 WS-BACKUP-CUT-STAMP    PIC X(16) VALUE SPACES.

       COPY "suite-error-log-ws.cpy".
       COPY "log-chain-ws.cpy".
       COPY "table-capacity-ws.cpy".
       COPY "run-parms-ws.cpy".
       COPY "env-accept-ws.cpy".
       COPY "transaction-header.cpy".
       COPY "return-codes.cpy".
       COPY "env-switch-ws.cpy".
       COPY "feed-guard-ws.cpy".
       COPY "date-check-ws.cpy".

       PROCEDURE DIVISION.
       RUN-NIGHTLY-BATCH SECTION.
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-SCORE-HIST-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'ALLERGIES_LOCATION_HISTORY_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-LOCATION-HIST-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'ALLERGIES_DISCHARGE_REGISTER_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-DISCHARGE-REG-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'ALLERGIES_DELTA_REPORT_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-SEVERITY-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'ALLERGIES_CLINICAL_TRX_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-CLINICAL-TRX-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'ALLERGIES_CLINICAL_REPORT_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-CLINICAL-RPT-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'ALLERGIES_DIET_ORDER_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
           MOVE WS-SCORE-HIST-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-SCORE-HIST-DSN
           MOVE WS-LOCATION-HIST-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-LOCATION-HIST-DSN
           MOVE WS-DISCHARGE-REG-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-DISCHARGE-REG-DSN
           MOVE WS-CLINICAL-TRX-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-CLINICAL-TRX-DSN
           MOVE WS-CLINICAL-RPT-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-CLINICAL-RPT-DSN

           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'DIETARY_RESEND_FILE'
           OPEN OUTPUT ALLERGY-REPORT-FILE
           OPEN OUTPUT DIETARY-EXTRACT-FILE

           MOVE SPACES TO RPT-LINE
           STRING 'PATIENT ID  PATIENT NAME' DELIMITED BY SIZE
                  '                    ROOM-BED  ALLERGENS'
                    DELIMITED BY SIZE
             INTO RPT-LINE
           WRITE RPT-LINE
           MOVE ALL '-' TO RPT-LINE
           WRITE RPT-LINE
             INTO RPT-LINE
           WRITE RPT-LINE

      * The master is read in nursing unit, room and bed order rather
      * than its own key order, so each unit's residents print
      * together and close with that unit's subtotal.
           PERFORM OPEN-ALLERGY-SUMMARY-REPORT
           SORT UNIT-SORT-WORK-FILE
               ON ASCENDING KEY USR-NURSING-UNIT
                                USR-ROOM
                                USR-BED
                                USR-PATIENT-ID
               USING PATIENT-MASTER
               GIVING UNIT-SORTED-MASTER
           OPEN INPUT PATIENT-MASTER
           OPEN INPUT UNIT-SORTED-MASTER
           MOVE 'Y' TO WS-UNIT-FIRST
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ UNIT-SORTED-MASTER
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE USM-RECORD TO PAT-RECORD
                       IF WS-UNIT-FIRST = 'Y'
                           PERFORM START-NURSING-UNIT
                       ELSE
                           IF PAT-NURSING-UNIT NOT = WS-CURRENT-UNIT
                               PERFORM END-NURSING-UNIT
                               PERFORM START-NURSING-UNIT
                           END-IF
                       END-IF
                       PERFORM PROCESS-PATIENT
               END-READ
           END-PERFORM
           IF WS-UNIT-FIRST = 'N'
               PERFORM END-NURSING-UNIT
           END-IF
           CLOSE UNIT-SORTED-MASTER
           CLOSE PATIENT-MASTER
           PERFORM WRITE-FACILITY-TOTAL-LINE

           CLOSE ALLERGY-REPORT-FILE
           CLOSE DIETARY-EXTRACT-FILE
           IF WS-IDENTITY-MISMATCHES > 0
               SET RC-WARNING TO TRUE
           END-IF
           IF WS-CLINICAL-REJECTED > 0 OR WS-CLINICAL-SKIPPED = 'Y'
               SET RC-WARNING TO TRUE
           END-IF
           IF WS-SEVERITY-IX-OPEN = 'Y'
               CLOSE SEVERITY-IX-FILE
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
           PERFORM RECORD-TABLE-CAPACITY
           GOBACK.

      * "What if we added ingredient X" planning pass for the nutrition
               MOVE 'allergies' TO SERR-PROGRAM-ID
               MOVE WS-PATIENT-MST-DSN(1:20) TO SERR-KEY-FIELD
               MOVE 'MASTER OPEN FAILED' TO SERR-REASON
               MOVE 'MST001' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               SET RC-CRITICAL TO TRUE
               MOVE WS-RETURN-CODE TO RETURN-CODE
           END-PERFORM
           CLOSE ADMISSIONS-FILE
           CLOSE DISCHARGE-LIST-FILE
           PERFORM APPLY-CLINICAL-TRANSACTIONS
           CLOSE PATIENT-MASTER
           MOVE 'N' TO WS-EOF-FLAG
           EXIT.
               MOVE 'allergies' TO SERR-PROGRAM-ID
               MOVE WS-ADMISSIONS-DSN(1:20) TO SERR-KEY-FIELD
               MOVE 'NO TRAILER RECORD ON FEED' TO SERR-REASON
               MOVE 'FED002' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               GO TO VERIFY-ADMISSIONS-TRAILER-EXIT
           END-IF
               MOVE 'allergies' TO SERR-PROGRAM-ID
               MOVE WS-ADMISSIONS-DSN(1:20) TO SERR-KEY-FIELD
               MOVE 'TRAILER COUNT MISMATCH' TO SERR-REASON
               MOVE 'FED002' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
           END-IF.
       VERIFY-ADMISSIONS-TRAILER-EXIT.
               MOVE 'allergies' TO SERR-PROGRAM-ID
               MOVE 'CENSUS' TO SERR-KEY-FIELD
               MOVE 'CENSUS MISMATCH' TO SERR-REASON
               MOVE 'BAL001' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
           END-IF.
       RECONCILE-CENSUS-EXIT.
           MOVE 'allergies' TO SERR-PROGRAM-ID
           MOVE PAT-PATIENT-ID TO SERR-KEY-FIELD
           MOVE 'IDENTITY MISMATCH ON ID' TO SERR-REASON
           MOVE 'BAL001' TO SERR-ERROR-CODE
           PERFORM WRITE-SUITE-ERROR-LOG
           EXIT.

                               MOVE IDC-PATIENT-ID TO SERR-KEY-FIELD
                               MOVE 'CONFIRM TABLE FULL'
                                 TO SERR-REASON
                               MOVE 'TBL001' TO SERR-ERROR-CODE
                               PERFORM WRITE-SUITE-ERROR-LOG
                           END-IF
                   END-READ
      * The old REWRITE-first path never saw the score it was
      * replacing. Reading the record first costs one keyed read and
      * buys the before-image the score-history file and the delta
      * report both need. The resident's location rides the same
      * record: a new admission's first placement and every later
      * room move land on the location-history file.
       APPLY-ADMISSION-RECORD SECTION.
           MOVE ADM-PATIENT-ID TO PAT-PATIENT-ID
           READ PATIENT-MASTER
               INVALID KEY
                   MOVE SPACES TO PAT-RECORD
                   MOVE ADM-PATIENT-ID TO PAT-PATIENT-ID
                   MOVE ADM-PATIENT-NAME TO PAT-PATIENT-NAME
                   MOVE ADM-ALLERGY-SCORE TO PAT-ALLERGY-SCORE
                   MOVE ADM-LOCATION TO PAT-LOCATION
                   WRITE PAT-RECORD
                   END-WRITE
                   IF ADM-NURSING-UNIT NOT = SPACES
                       MOVE SPACES TO WS-OLD-LOCATION
                       PERFORM RECORD-LOCATION-CHANGE
                   END-IF
               NOT INVALID KEY
      * Same ID, different name: the ID has been recycled for a new
      * admission. The score update holds on the identity-mismatch
                       END-IF
                   END-IF
                   MOVE PAT-ALLERGY-SCORE TO WS-OLD-SCORE
                   MOVE PAT-LOCATION TO WS-OLD-LOCATION
                   MOVE ADM-PATIENT-NAME TO PAT-PATIENT-NAME
                   MOVE ADM-ALLERGY-SCORE TO PAT-ALLERGY-SCORE
                   IF ADM-NURSING-UNIT NOT = SPACES
                       MOVE ADM-LOCATION TO PAT-LOCATION
                   END-IF
                   REWRITE PAT-RECORD
                   END-REWRITE
                   IF WS-OLD-SCORE NOT = ADM-ALLERGY-SCORE
                       PERFORM RECORD-SCORE-CHANGE
                   END-IF
                   IF PAT-LOCATION NOT = WS-OLD-LOCATION
                       PERFORM RECORD-LOCATION-CHANGE
                   END-IF
           END-READ.
       APPLY-ADMISSION-RECORD-EXIT.
           EXIT.
      * delta report only carries the ones where the allergen list
      * itself changed (both scores run through LIST-ALLERGENS and the
      * lists compared), so the morning shift reviews one short page.
      * Works off the master record as just rewritten, so the
      * admissions load and the clinical add/remove pass share it.
       RECORD-SCORE-CHANGE SECTION.
           ADD 1 TO WS-SCORE-CHANGES
           MOVE SPACES TO HIST-RECORD
           MOVE PAT-PATIENT-ID TO HIST-PATIENT-ID
           MOVE WS-OLD-SCORE TO HIST-OLD-SCORE
           MOVE PAT-ALLERGY-SCORE TO HIST-NEW-SCORE
           MOVE WS-PARM-RUN-ID TO HIST-RUN-ID
           MOVE FUNCTION CURRENT-DATE TO HIST-TIMESTAMP
           OPEN EXTEND SCORE-HISTORY-FILE
           MOVE WS-OLD-SCORE TO WS-SCORE
           PERFORM LIST-ALLERGENS
           MOVE WS-RESULT-LIST TO WS-OLD-RESULT-LIST
           MOVE PAT-ALLERGY-SCORE TO WS-SCORE
           PERFORM LIST-ALLERGENS
           MOVE WS-RESULT-LIST TO WS-NEW-RESULT-LIST
           IF WS-OLD-RESULT-LIST NOT = WS-NEW-RESULT-LIST
               ADD 1 TO WS-DELTA-REPORTED
               MOVE SPACES TO WS-DELTA-DETAIL
               MOVE PAT-PATIENT-ID TO DELTA-PATIENT-ID
               MOVE 'OLD' TO DELTA-TAG
               MOVE WS-OLD-RESULT-LIST TO DELTA-ALLERGENS
               IF FUNCTION TRIM(WS-OLD-RESULT-LIST) = SPACES
               MOVE WS-DELTA-DETAIL TO DELTA-LINE
               WRITE DELTA-LINE
               MOVE SPACES TO WS-DELTA-DETAIL
               MOVE PAT-PATIENT-ID TO DELTA-PATIENT-ID
               MOVE 'NEW' TO DELTA-TAG
               MOVE WS-NEW-RESULT-LIST TO DELTA-ALLERGENS
               IF FUNCTION TRIM(WS-NEW-RESULT-LIST) = SPACES
           END-IF
           EXIT.

      * One before/after image per placement or room move, appended in
      * the same shape and the same way as the score history.
       RECORD-LOCATION-CHANGE SECTION.
           ADD 1 TO WS-LOCATION-CHANGES
           MOVE SPACES TO LOC-RECORD
           MOVE PAT-PATIENT-ID TO LOC-PATIENT-ID
           MOVE WS-OLD-LOCATION TO LOC-OLD-LOCATION
           MOVE PAT-LOCATION TO LOC-NEW-LOCATION
           MOVE WS-PARM-RUN-ID TO LOC-RUN-ID
           MOVE FUNCTION CURRENT-DATE TO LOC-TIMESTAMP
           OPEN EXTEND LOCATION-HISTORY-FILE
           IF WS-LOCATION-HIST-STATUS NOT = '00'
               OPEN OUTPUT LOCATION-HISTORY-FILE
           END-IF
           WRITE LOC-RECORD
           CLOSE LOCATION-HISTORY-FILE
           EXIT.

      * Deletes a discharged resident from the master and lists them
      * for nursing to confirm. A discharge for a patient not on the
      * master is listed and logged rather than silently dropped -
                   MOVE 'allergies' TO SERR-PROGRAM-ID
                   MOVE ADM-PATIENT-ID TO SERR-KEY-FIELD
                   MOVE 'DISCHARGE NOT ON MASTER' TO SERR-REASON
                   MOVE 'TXN002' TO SERR-ERROR-CODE
                   PERFORM WRITE-SUITE-ERROR-LOG
               NOT INVALID KEY
                   MOVE SPACES TO DIS-LINE
                   DELETE PATIENT-MASTER
                   END-DELETE
                   ADD 1 TO WS-DISCHARGES-PROCESSED
                   PERFORM RECORD-DISCHARGE
           END-READ
           EXIT.

      * The discharge date is the run date, so a late-running night
      * still dates the discharge to the night it belongs to.
       RECORD-DISCHARGE SECTION.
           MOVE SPACES TO DRG-RECORD
           MOVE PAT-PATIENT-ID TO DRG-PATIENT-ID
           IF WS-RUN-DATE NOT = 0
               MOVE WS-RUN-DATE TO DRG-DISCHARGE-DATE
           ELSE
               ACCEPT DRG-DISCHARGE-DATE FROM DATE YYYYMMDD
           END-IF
           MOVE WS-PARM-RUN-ID TO DRG-RUN-ID
           MOVE FUNCTION CURRENT-DATE TO DRG-TIMESTAMP
           OPEN EXTEND DISCHARGE-REGISTER-FILE
           IF WS-DISCHARGE-REG-STATUS NOT = '00'
               OPEN OUTPUT DISCHARGE-REGISTER-FILE
           END-IF
           WRITE DRG-RECORD
           CLOSE DISCHARGE-REGISTER-FILE
           EXIT.

      * Clinical allergen orders, applied onto the master one bit at
      * a time and into the keyed severity pairs in the same pass.
      * Nothing on file tonight is not an error - the page still
      * prints with its heading so nursing can see the pass ran.
      * Once the pass has changed any severity pair, the
      * hand-maintained ALLERGY-SEVERITY.DAT is written back from the
      * keyed file (in patient/allergen order) so tomorrow's rebuild
      * starts from what was applied tonight.
       APPLY-CLINICAL-TRANSACTIONS SECTION.
           OPEN OUTPUT CLINICAL-ALLERGY-RPT-FILE
           MOVE SPACES TO CLR-LINE
           STRING 'PATIENT ID  ALLERGEN      ACTION  S  CLINICIAN'
                    DELIMITED BY SIZE
                  '   RESULT                    REASON'
                    DELIMITED BY SIZE
             INTO CLR-LINE
           WRITE CLR-LINE
           MOVE ALL '-' TO CLR-LINE
           WRITE CLR-LINE
           OPEN INPUT CLINICAL-ALLERGY-FILE
           IF WS-CLINICAL-TRX-STATUS NOT = '00'
               CLOSE CLINICAL-ALLERGY-RPT-FILE
               GO TO APPLY-CLINICAL-TRANSACTIONS-EXIT
           END-IF
           PERFORM OPEN-SEVERITY-FOR-UPDATE
           IF WS-CLINICAL-SKIPPED = 'Y'
               CLOSE CLINICAL-ALLERGY-FILE
               CLOSE CLINICAL-ALLERGY-RPT-FILE
               GO TO APPLY-CLINICAL-TRANSACTIONS-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ CLINICAL-ALLERGY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF CLX-PATIENT-ID NOT = SPACES
                           PERFORM APPLY-CLINICAL-TRANSACTION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CLINICAL-ALLERGY-FILE
           CLOSE CLINICAL-ALLERGY-RPT-FILE
           PERFORM UNLOAD-SEVERITY-INDEX
           MOVE 'N' TO WS-EOF-FLAG.
       APPLY-CLINICAL-TRANSACTIONS-EXIT.
           EXIT.

      * The keyed severity file is open for lookups only after the
      * rebuild; reopen it for update. No source file tonight means
      * the rebuild never cut one, so start it empty rather than
      * trust whatever an earlier run left behind. If it cannot be
      * opened the orders are left unapplied for tomorrow - a score
      * bit set without its severity letter is half an order.
       OPEN-SEVERITY-FOR-UPDATE SECTION.
           MOVE 'N' TO WS-CLINICAL-SKIPPED
           IF WS-SEVERITY-IX-OPEN = 'Y'
               CLOSE SEVERITY-IX-FILE
           ELSE
               OPEN OUTPUT SEVERITY-IX-FILE
               CLOSE SEVERITY-IX-FILE
           END-IF
           MOVE 'N' TO WS-SEVERITY-IX-OPEN
           OPEN I-O SEVERITY-IX-FILE
           IF WS-SEVERITY-IX-STATUS NOT = '00'
               MOVE 'Y' TO WS-CLINICAL-SKIPPED
               MOVE 'allergies' TO SERR-PROGRAM-ID
               MOVE WS-SEVERITY-IX-DSN(1:20) TO SERR-KEY-FIELD
               MOVE 'SEVERITY UPDATE OPEN FAILED' TO SERR-REASON
               MOVE 'MST001' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               OPEN INPUT SEVERITY-IX-FILE
               IF WS-SEVERITY-IX-STATUS = '00'
                   MOVE 'Y' TO WS-SEVERITY-IX-OPEN
               END-IF
           END-IF
           EXIT.

       APPLY-CLINICAL-TRANSACTION SECTION.
           ADD 1 TO WS-CLINICAL-READ
           MOVE SPACES TO WS-CLN-REJECT-REASON
           IF CLX-ACTION NOT = 'A' AND CLX-ACTION NOT = 'R'
               MOVE 'BAD ACTION CODE' TO WS-CLN-REJECT-REASON
               PERFORM REJECT-CLINICAL-TRANSACTION
               GO TO APPLY-CLINICAL-TRANSACTION-EXIT
           END-IF
           MOVE 'N' TO WS-CLN-FOUND
           PERFORM VARYING A-IDX FROM 1 BY 1 UNTIL A-IDX > TBL-SZ
               IF ALLERGY-TYPE OF CONTENTS(A-IDX) = CLX-ALLERGEN
                   AND CLX-ALLERGEN NOT = SPACES
                   MOVE 'Y' TO WS-CLN-FOUND
                   MOVE ALLERGY-VAL OF CONTENTS(A-IDX)
                     TO WS-CLN-ALLERGEN-VAL
                   MOVE ALLERGY-ACTIVE OF CONTENTS(A-IDX)
                     TO WS-CLN-ALLERGEN-ACTIVE
               END-IF
           END-PERFORM
           IF WS-CLN-FOUND = 'N'
               MOVE 'UNKNOWN ALLERGEN' TO WS-CLN-REJECT-REASON
               PERFORM REJECT-CLINICAL-TRANSACTION
               GO TO APPLY-CLINICAL-TRANSACTION-EXIT
           END-IF
           IF CLX-ACTION = 'A'
               IF WS-CLN-ALLERGEN-ACTIVE = 'N'
                   MOVE 'ALLERGEN INACTIVE' TO WS-CLN-REJECT-REASON
                   PERFORM REJECT-CLINICAL-TRANSACTION
                   GO TO APPLY-CLINICAL-TRANSACTION-EXIT
               END-IF
               IF CLX-SEVERITY NOT = SPACE AND CLX-SEVERITY NOT = 'M'
                   AND CLX-SEVERITY NOT = 'S' AND CLX-SEVERITY NOT = 'A'
                   MOVE 'BAD SEVERITY CODE' TO WS-CLN-REJECT-REASON
                   PERFORM REJECT-CLINICAL-TRANSACTION
                   GO TO APPLY-CLINICAL-TRANSACTION-EXIT
               END-IF
           END-IF
           MOVE CLX-PATIENT-ID TO PAT-PATIENT-ID
           READ PATIENT-MASTER
               INVALID KEY
                   MOVE 'RESIDENT NOT ON MASTER' TO WS-CLN-REJECT-REASON
           END-READ
           IF WS-CLN-REJECT-REASON NOT = SPACES
               PERFORM REJECT-CLINICAL-TRANSACTION
               GO TO APPLY-CLINICAL-TRANSACTION-EXIT
           END-IF
      * Each allergen owns one doubled bit: the score divided by the
      * allergen's value is odd exactly when that bit is set.
           DIVIDE PAT-ALLERGY-SCORE BY WS-CLN-ALLERGEN-VAL
               GIVING WS-CLN-QUOTIENT
           DIVIDE WS-CLN-QUOTIENT BY 2 GIVING WS-CLN-HALF
               REMAINDER WS-CLN-BIT
           IF CLX-ACTION = 'R' AND WS-CLN-BIT = 0
               MOVE 'NOT ALLERGIC - NO REMOVE' TO WS-CLN-REJECT-REASON
               PERFORM REJECT-CLINICAL-TRANSACTION
               GO TO APPLY-CLINICAL-TRANSACTION-EXIT
           END-IF

           MOVE PAT-ALLERGY-SCORE TO WS-OLD-SCORE
           MOVE SPACES TO WS-CLN-DETAIL
           IF CLX-ACTION = 'A'
               IF WS-CLN-BIT = 0
                   ADD WS-CLN-ALLERGEN-VAL TO PAT-ALLERGY-SCORE
                   MOVE 'APPLIED' TO CLND-RESULT
               ELSE
                   MOVE 'ALREADY ON - SEVERITY' TO CLND-RESULT
               END-IF
               IF CLX-SEVERITY NOT = SPACE
                   MOVE SPACES TO SIX-RECORD
                   MOVE CLX-PATIENT-ID TO SIX-PATIENT-ID
                   MOVE CLX-ALLERGEN TO SIX-ALLERGEN
                   MOVE CLX-SEVERITY TO SIX-CODE
                   WRITE SIX-RECORD
                       INVALID KEY
                           REWRITE SIX-RECORD
                           END-REWRITE
                   END-WRITE
                   ADD 1 TO WS-SEVERITY-UPDATES
               END-IF
           ELSE
               SUBTRACT WS-CLN-ALLERGEN-VAL FROM PAT-ALLERGY-SCORE
               MOVE 'APPLIED' TO CLND-RESULT
               MOVE CLX-PATIENT-ID TO SIX-PATIENT-ID
               MOVE CLX-ALLERGEN TO SIX-ALLERGEN
               DELETE SEVERITY-IX-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-SEVERITY-UPDATES
               END-DELETE
           END-IF
           IF PAT-ALLERGY-SCORE NOT = WS-OLD-SCORE
               REWRITE PAT-RECORD
               END-REWRITE
               PERFORM RECORD-SCORE-CHANGE
           END-IF
           ADD 1 TO WS-CLINICAL-APPLIED
           PERFORM WRITE-CLINICAL-DETAIL.
       APPLY-CLINICAL-TRANSACTION-EXIT.
           EXIT.

       REJECT-CLINICAL-TRANSACTION SECTION.
           ADD 1 TO WS-CLINICAL-REJECTED
           MOVE SPACES TO WS-CLN-DETAIL
           MOVE WS-CLN-REJECT-REASON TO CLND-RESULT
           PERFORM WRITE-CLINICAL-DETAIL
           MOVE 'allergies' TO SERR-PROGRAM-ID
           MOVE CLX-PATIENT-ID TO SERR-KEY-FIELD
           MOVE WS-CLN-REJECT-REASON TO SERR-REASON
           MOVE 'TXN001' TO SERR-ERROR-CODE
           PERFORM WRITE-SUITE-ERROR-LOG
           EXIT.

      * Caller has cleared WS-CLN-DETAIL and set CLND-RESULT.
       WRITE-CLINICAL-DETAIL SECTION.
           MOVE CLX-PATIENT-ID TO CLND-PATIENT-ID
           MOVE CLX-ALLERGEN TO CLND-ALLERGEN
           EVALUATE CLX-ACTION
               WHEN 'A'
                   MOVE 'ADD' TO CLND-ACTION
               WHEN 'R'
                   MOVE 'REMOVE' TO CLND-ACTION
               WHEN OTHER
                   MOVE CLX-ACTION TO CLND-ACTION
           END-EVALUATE
           MOVE CLX-SEVERITY TO CLND-SEVERITY
           MOVE CLX-CLINICIAN TO CLND-CLINICIAN
           MOVE CLX-REASON TO CLND-REASON
           MOVE WS-CLN-DETAIL TO CLR-LINE
           WRITE CLR-LINE
           EXIT.

      * Leaves the keyed file open for the night's lookups, as the
      * rebuild does, after writing the pairs back to the source file
      * when tonight's orders changed any of them.
       UNLOAD-SEVERITY-INDEX SECTION.
           CLOSE SEVERITY-IX-FILE
           IF WS-SEVERITY-UPDATES > 0
               OPEN INPUT SEVERITY-IX-FILE
               OPEN OUTPUT SEVERITY-FILE
               IF WS-SEVERITY-STATUS NOT = '00'
                   MOVE 'allergies' TO SERR-PROGRAM-ID
                   MOVE WS-SEVERITY-DSN(1:20) TO SERR-KEY-FIELD
                   MOVE 'SEVERITY WRITE-BACK FAILED' TO SERR-REASON
                   MOVE 'MST002' TO SERR-ERROR-CODE
                   PERFORM WRITE-SUITE-ERROR-LOG
               ELSE
                   MOVE 'N' TO WS-EOF-FLAG
                   PERFORM UNTIL WS-EOF-FLAG = 'Y'
                       READ SEVERITY-IX-FILE NEXT RECORD
                           AT END
                               MOVE 'Y' TO WS-EOF-FLAG
                           NOT AT END
                               MOVE SPACES TO SEV-RECORD
                               MOVE SIX-PATIENT-ID TO SEV-PATIENT-ID
                               MOVE SIX-ALLERGEN TO SEV-ALLERGEN
                               MOVE SIX-CODE TO SEV-CODE
                               WRITE SEV-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE SEVERITY-FILE
               END-IF
               CLOSE SEVERITY-IX-FILE
           END-IF
           OPEN INPUT SEVERITY-IX-FILE
           IF WS-SEVERITY-IX-STATUS = '00'
               MOVE 'Y' TO WS-SEVERITY-IX-OPEN
           END-IF
           EXIT.

      * Copies the live master to the next generation before
                  '.G' DELIMITED BY SIZE
                  WS-BACKUP-GENERATION DELIMITED BY SIZE
             INTO WS-BACKUP-DSN
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-BACKUP-CUT-STAMP
           OPEN OUTPUT MASTER-BACKUP-FILE
           MOVE 0 TO WS-BACKUP-RECORDS
           MOVE 'N' TO WS-EOF-FLAG
                  WS-BACKUP-GENERATION DELIMITED BY SIZE
                  ' RECORDS=' DELIMITED BY SIZE
                  WS-BACKUP-COUNT-TXT DELIMITED BY SIZE
                  ' AT ' DELIMITED BY SIZE
                  WS-BACKUP-CUT-STAMP DELIMITED BY SIZE
             INTO JOBLOG-LINE
           WRITE JOBLOG-LINE
           CLOSE JOBLOG-FILE.
               MOVE 'allergies' TO SERR-PROGRAM-ID
               MOVE ADM-PATIENT-ID TO SERR-KEY-FIELD
               MOVE 'NON-NUMERIC SCORE' TO SERR-REASON
               MOVE 'TXN001' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               ADD 1 TO WS-ADMISSIONS-REJECTED
           ELSE
                   MOVE 'allergies' TO SERR-PROGRAM-ID
                   MOVE ADM-PATIENT-ID TO SERR-KEY-FIELD
                   MOVE 'SCORE OUT OF RANGE' TO SERR-REASON
                   MOVE 'TXN001' TO SERR-ERROR-CODE
                   PERFORM WRITE-SUITE-ERROR-LOG
                   ADD 1 TO WS-ADMISSIONS-REJECTED
               END-IF

           MOVE PAT-PATIENT-ID TO RPT-PATIENT-ID
           MOVE PAT-PATIENT-NAME TO RPT-PATIENT-NAME
           MOVE SPACES TO RPT-ROOM-BED
           IF PAT-ROOM NOT = SPACES
               IF PAT-BED = SPACES
                   MOVE PAT-ROOM TO RPT-ROOM-BED
               ELSE
                   STRING FUNCTION TRIM(PAT-ROOM) DELIMITED BY SIZE
                          '-' DELIMITED BY SIZE
                          FUNCTION TRIM(PAT-BED) DELIMITED BY SIZE
                     INTO RPT-ROOM-BED
               END-IF
           END-IF
           MOVE WS-SEV-RESULT-LIST TO RPT-ALLERGENS
           IF FUNCTION TRIM(WS-SEV-RESULT-LIST) = SPACES
               MOVE 'none' TO RPT-ALLERGENS
           ELSE
               ADD 1 TO WS-UNIT-WITH-ALLERGENS
               ADD 1 TO WS-FACILITY-WITH-ALLERGENS
           END-IF
           MOVE WS-RPT-DETAIL TO RPT-LINE
           WRITE RPT-LINE
           ADD 1 TO WS-PATIENTS-REPORTED
           ADD 1 TO WS-UNIT-RESIDENTS

      * Field 2 stays the plain allergen list the cafeteria system
      * has always parsed - the severity letters live on the printed
           WRITE DIET-LINE
           EXIT.

      * Opens a nursing unit's section of ALLERGY.RPT. Residents with
      * no unit on the master yet sort to the front and print under
      * UNASSIGNED so nobody drops off the report.
       START-NURSING-UNIT SECTION.
           MOVE 'N' TO WS-UNIT-FIRST
           MOVE PAT-NURSING-UNIT TO WS-CURRENT-UNIT
           MOVE 0 TO WS-UNIT-RESIDENTS
           MOVE 0 TO WS-UNIT-WITH-ALLERGENS
           ADD 1 TO WS-UNITS-REPORTED
           IF WS-CURRENT-UNIT = SPACES
               MOVE 'UNASSIGNED' TO WS-UNIT-LABEL
           ELSE
               MOVE WS-CURRENT-UNIT TO WS-UNIT-LABEL
           END-IF
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           STRING 'NURSING UNIT ' DELIMITED BY SIZE
                  WS-UNIT-LABEL DELIMITED BY SIZE
             INTO RPT-LINE
           WRITE RPT-LINE
           EXIT.

      * Unit subtotal on the detail report, then the unit's block of
      * the allergen summary.
       END-NURSING-UNIT SECTION.
           MOVE WS-UNIT-RESIDENTS TO WS-UNIT-COUNT-TXT
           MOVE WS-UNIT-WITH-ALLERGENS TO WS-UNIT-ALG-COUNT-TXT
           MOVE SPACES TO RPT-LINE
           STRING '  UNIT ' DELIMITED BY SIZE
                  WS-UNIT-LABEL DELIMITED BY SIZE
                  ' RESIDENTS: ' DELIMITED BY SIZE
                  WS-UNIT-COUNT-TXT DELIMITED BY SIZE
                  '  WITH ALLERGENS: ' DELIMITED BY SIZE
                  WS-UNIT-ALG-COUNT-TXT DELIMITED BY SIZE
             INTO RPT-LINE
           WRITE RPT-LINE
           PERFORM WRITE-UNIT-ALLERGY-SUMMARY
           EXIT.

       WRITE-FACILITY-TOTAL-LINE SECTION.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE ALL '-' TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-PATIENTS-REPORTED TO WS-UNIT-COUNT-TXT
           MOVE WS-FACILITY-WITH-ALLERGENS TO WS-UNIT-ALG-COUNT-TXT
           MOVE SPACES TO RPT-LINE
           STRING 'FACILITY TOTAL    RESIDENTS: ' DELIMITED BY SIZE
                  WS-UNIT-COUNT-TXT DELIMITED BY SIZE
                  '  WITH ALLERGENS: ' DELIMITED BY SIZE
                  WS-UNIT-ALG-COUNT-TXT DELIMITED BY SIZE
             INTO RPT-LINE
           WRITE RPT-LINE
           EXIT.

       BUILD-DIET-ORDER-LIST SECTION.
           MOVE SPACES TO WS-DIET-ORDER-LIST
           PERFORM VARYING DO-IDX FROM 1 BY 1
           EXIT.

       LOAD-ONE-DIET-ORDER SECTION.
           MOVE DTO-EFF-DATE TO WS-DATE-CHECK-VALUE
           PERFORM CHECK-INBOUND-DATE
           IF WS-DATE-CHECK-VALID = 'Y'
               MOVE DTO-EXP-DATE TO WS-DATE-CHECK-VALUE
               PERFORM CHECK-INBOUND-DATE
           END-IF
           IF WS-DATE-CHECK-VALID = 'N'
               ADD 1 TO WS-DIET-ORDERS-REJECTED
               MOVE SPACES TO DOE-LINE
               STRING DTO-PATIENT-ID DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      DTO-ORDER-CODE DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      WS-DATE-CHECK-VALUE DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-DATE-CHECK-REASON DELIMITED BY SIZE
                 INTO DOE-LINE
               WRITE DOE-LINE
               MOVE 'allergies' TO SERR-PROGRAM-ID
               MOVE DTO-PATIENT-ID TO SERR-KEY-FIELD
               MOVE WS-DATE-CHECK-REASON TO SERR-REASON
               MOVE 'DTE001' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               GO TO LOAD-ONE-DIET-ORDER-EXIT
           END-IF
           IF DTO-EFF-DATE IS NUMERIC
               AND DTO-EFF-DATE > WS-DIET-ORDER-DATE
               GO TO LOAD-ONE-DIET-ORDER-EXIT
                   MOVE 'allergies' TO SERR-PROGRAM-ID
                   MOVE DTO-PATIENT-ID TO SERR-KEY-FIELD
                   MOVE 'DIET ORDER PATIENT UNKNOWN' TO SERR-REASON
                   MOVE 'TXN002' TO SERR-ERROR-CODE
                   PERFORM WRITE-SUITE-ERROR-LOG
                   GO TO LOAD-ONE-DIET-ORDER-EXIT
               NOT INVALID KEY
               MOVE 'allergies' TO SERR-PROGRAM-ID
               MOVE DTO-PATIENT-ID TO SERR-KEY-FIELD
               MOVE 'DIET ORDER TABLE FULL' TO SERR-REASON
               MOVE 'TBL001' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               GO TO LOAD-ONE-DIET-ORDER-EXIT
           END-IF
                               MOVE 'allergies' TO SERR-PROGRAM-ID
                               MOVE RSD-PATIENT-ID TO SERR-KEY-FIELD
                               MOVE 'RESEND TABLE FULL' TO SERR-REASON
                               MOVE 'TBL001' TO SERR-ERROR-CODE
                               PERFORM WRITE-SUITE-ERROR-LOG
                           END-IF
                   END-READ
               MOVE 'allergies' TO SERR-PROGRAM-ID
               MOVE WS-SEVERITY-IX-DSN(1:20) TO SERR-KEY-FIELD
               MOVE 'SEVERITY INDEX BUILD FAILED' TO SERR-REASON
               MOVE 'MST002' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               CLOSE SEVERITY-FILE
               GO TO BUILD-SEVERITY-INDEX-EXIT
           PERFORM VARYING A-IDX FROM 1 BY 1 UNTIL A-IDX > TBL-SZ
               IF IS-ALLERGIC OF CONTENTS(A-IDX) = 'Y'
                   ADD 1 TO SUM-PATIENT-COUNT(A-IDX)
                   ADD 1 TO SUM-FACILITY-COUNT(A-IDX)
                   PERFORM APPEND-SUMMARY-RESIDENT
               END-IF
           END-PERFORM
                             TO SERR-KEY-FIELD
                           MOVE 'PATIENT LIST TRUNCATED'
                             TO SERR-REASON
                           MOVE 'CLN001' TO SERR-ERROR-CODE
                           PERFORM WRITE-SUITE-ERROR-LOG
                       END-IF
               END-STRING
           END-IF
           EXIT.

      * Selection sort of the table indices by allergen name, done
      * once ahead of the report pass; each unit's block and the
      * facility total then print one detail line per allergen with
      * how many residents react to it.
       OPEN-ALLERGY-SUMMARY-REPORT SECTION.
           PERFORM VARYING WS-SORT-I FROM 1 BY 1
                   UNTIL WS-SORT-I > TBL-SZ
               MOVE WS-SORT-I TO WS-SORT-ORDER(WS-SORT-I)
           WRITE SUM-LINE
           MOVE ALL '-' TO SUM-LINE
           WRITE SUM-LINE
           EXIT.

      * One block per nursing unit, then the unit's counts and lists
      * clear for the next one.
       WRITE-UNIT-ALLERGY-SUMMARY SECTION.
           MOVE SPACES TO SUM-LINE
           WRITE SUM-LINE
           STRING 'NURSING UNIT ' DELIMITED BY SIZE
                  WS-UNIT-LABEL DELIMITED BY SIZE
             INTO SUM-LINE
           WRITE SUM-LINE
           PERFORM VARYING WS-SORT-I FROM 1 BY 1
                   UNTIL WS-SORT-I > TBL-SZ
               MOVE WS-SORT-ORDER(WS-SORT-I) TO A-IDX
                   MOVE WS-SUM-LIST-LINE TO SUM-LINE
                   WRITE SUM-LINE
               END-IF
               MOVE 0 TO SUM-PATIENT-COUNT(A-IDX)
               MOVE 'N' TO SUM-LIST-FULL(A-IDX)
               MOVE SPACES TO SUM-RESIDENT-LIST(A-IDX)
           END-PERFORM
           EXIT.

      * Facility total at the foot - counts only, the resident lists
      * having printed under their units.
       WRITE-ALLERGY-SUMMARY-REPORT SECTION.
           MOVE SPACES TO SUM-LINE
           WRITE SUM-LINE
           MOVE 'FACILITY TOTAL' TO SUM-LINE
           WRITE SUM-LINE
           PERFORM VARYING WS-SORT-I FROM 1 BY 1
                   UNTIL WS-SORT-I > TBL-SZ
               MOVE WS-SORT-ORDER(WS-SORT-I) TO A-IDX
               IF SUM-FACILITY-COUNT(A-IDX) > 0
                   MOVE SPACES TO WS-SUM-LIST-LINE
                   MOVE ALLERGY-TYPE OF CONTENTS(A-IDX)
                     TO SUM-ALLERGEN-NAME
                   MOVE SUM-FACILITY-COUNT(A-IDX) TO SUM-COUNT-TXT
                   MOVE WS-SUM-LIST-LINE TO SUM-LINE
                   WRITE SUM-LINE
               END-IF
           END-PERFORM
           CLOSE ALLERGY-SUMMARY-FILE
           EXIT.
                               MOVE ALG-TYPE TO SERR-KEY-FIELD
                               MOVE 'ALLERGEN TABLE FULL - IGNORED'
                                 TO SERR-REASON
                               MOVE 'TBL001' TO SERR-ERROR-CODE
                               PERFORM WRITE-SUITE-ERROR-LOG
                           ELSE
                               ADD 1 TO TBL-SZ
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
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-LOCATION-CHANGES TO WS-CTL-COUNT-TXT
           STRING 'LOCATION CHANGES : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-UNITS-REPORTED TO WS-CTL-COUNT-TXT
           STRING 'NURSING UNITS    : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-CLINICAL-READ TO WS-CTL-COUNT-TXT
           STRING 'CLINICAL ORDERS READ: ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-CLINICAL-APPLIED TO WS-CTL-COUNT-TXT
           STRING 'CLINICAL APPLIED : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-CLINICAL-REJECTED TO WS-CTL-COUNT-TXT
           STRING 'CLINICAL REJECTED: ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-SEVERITY-UPDATES TO WS-CTL-COUNT-TXT
           STRING 'SEVERITY UPDATES : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           CLOSE CONTROL-TOTAL-FILE
           EXIT.

      * High-water marks of the in-memory tables for this run,
      * kept so TABLE-CAPACITY-REPORT can warn before a ceiling is
      * reached.
       RECORD-TABLE-CAPACITY SECTION.
           MOVE 'allergies' TO TCAP-PROGRAM-ID
           MOVE WS-PARM-RUN-ID TO TCAP-RUN-ID
           MOVE WS-RUN-DATE TO TCAP-RUN-DATE
           MOVE 'DIET-ORD' TO TCAP-TABLE-NAME
           MOVE WS-DIET-ORD-COUNT TO TCAP-PEAK
           MOVE WS-DIET-ORD-MAX TO TCAP-CEILING
           PERFORM WRITE-TABLE-CAPACITY
           MOVE 'RESEND' TO TCAP-TABLE-NAME
           MOVE WS-RESEND-COUNT TO TCAP-PEAK
           MOVE WS-RESEND-MAX TO TCAP-CEILING
           PERFORM WRITE-TABLE-CAPACITY
           MOVE 'ID-CONFIRM' TO TCAP-TABLE-NAME
           MOVE WS-ID-CONFIRM-COUNT TO TCAP-PEAK
           MOVE WS-ID-CONFIRM-MAX TO TCAP-CEILING
           PERFORM WRITE-TABLE-CAPACITY
           EXIT.

       COPY "suite-error-log-proc.cpy".
       COPY "log-chain-proc.cpy".
       COPY "run-parms-proc.cpy".
       COPY "env-switch-proc.cpy".
       COPY "feed-guard-proc.cpy".
       COPY "table-capacity-proc.cpy".
       COPY "date-check-proc.cpy".

