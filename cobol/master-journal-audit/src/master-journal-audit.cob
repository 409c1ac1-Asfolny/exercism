       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASTER-JOURNAL-AUDIT.
      * Weekly proof that the journals MASTER-RESTORE rolls forward
      * from are complete. The roll-forward trusts that every change
      * to PATIENT-MASTER is on ALLERGY-SCORE-HISTORY.DAT (and, for
      * room moves, RESIDENT-LOCATION-HISTORY.DAT) and that every
      * ACRONYM-MASTER change is on DATA-LINEAGE.LOG. For each master
      * this job takes the last verified generation backup - the
      * newest generation BACKUP-VERIFY reported HEALTHY on a run
      * after the joblog says it was cut - replays every journal
      * entry stamped from that cut forward onto it in memory, and
      * compares the result record by record with the live master.
      * It lists records changed with no journal entry (including a
      * journal entry whose before-image shows the record moved on
      * unjournaled since the last entry), journal entries whose
      * after-image the live master does not hold, and records on
      * only one side. Any difference ends the job RC-DATA-EXCEPTION,
      * so a bad roll-forward safety net is found before a restore
      * has to lean on it; a master that could not be audited at all
      * ends it RC-WARNING.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACRONYM-MASTER ASSIGN TO DYNAMIC WS-ACR-DSN
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-PHRASE
               ALTERNATE RECORD KEY IS MST-ACRONYM WITH DUPLICATES
               ALTERNATE RECORD KEY IS MST-NORM-PHRASE WITH DUPLICATES
               FILE STATUS IS WS-ACR-STATUS.
           SELECT ACRONYM-BACKUP ASSIGN TO DYNAMIC WS-ACR-BKP-DSN
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ABK-PHRASE
               ALTERNATE RECORD KEY IS ABK-ACRONYM WITH DUPLICATES
               ALTERNATE RECORD KEY IS ABK-NORM-PHRASE
                   WITH DUPLICATES
               FILE STATUS IS WS-ACR-BKP-STATUS.
           SELECT PATIENT-MASTER ASSIGN TO DYNAMIC WS-PAT-DSN
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAT-PATIENT-ID
               FILE STATUS IS WS-PAT-STATUS.
           SELECT PATIENT-BACKUP ASSIGN TO DYNAMIC WS-PAT-BKP-DSN
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PBK-PATIENT-ID
               FILE STATUS IS WS-PAT-BKP-STATUS.
           SELECT JOBLOG-FILE ASSIGN TO DYNAMIC WS-JOBLOG-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-JOBLOG-STATUS.
           SELECT HEALTH-REPORT-FILE ASSIGN TO DYNAMIC WS-HEALTH-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HEALTH-STATUS.
           SELECT SCORE-HISTORY-FILE ASSIGN TO
               DYNAMIC WS-SCORE-HIST-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SCORE-HIST-STATUS.
           SELECT LOCATION-HISTORY-FILE ASSIGN TO
               DYNAMIC WS-LOCATION-HIST-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LOCATION-HIST-STATUS.
           SELECT AUDIT-REPORT-FILE ASSIGN TO
               DYNAMIC WS-AUDIT-REPORT-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-REPORT-STATUS.
      * Standard run-balancing control-total report so ops balances
      * this job the same way every other batch job is balanced.
           SELECT CONTROL-TOTAL-FILE ASSIGN TO
               DYNAMIC WS-CONTROL-TOTAL-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-TOTAL-STATUS.
           COPY "suite-error-log-select.cpy".
           COPY "data-lineage-select.cpy".
           COPY "table-capacity-select.cpy".
           COPY "run-parms-select.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD  ACRONYM-MASTER
           RECORD CONTAINS 197 CHARACTERS.
       01 MST-RECORD.
          03 MST-PHRASE        PIC X(80).
          03 MST-ACRONYM       PIC X(20).
          03 MST-ISSUED-DATE   PIC 9(8).
          03 MST-NORM-PHRASE   PIC X(80).
          03 MST-STATUS        PIC X.
          03 MST-CATEGORY      PIC X(8).

       FD  ACRONYM-BACKUP
           RECORD CONTAINS 197 CHARACTERS.
       01 ABK-RECORD.
          03 ABK-PHRASE        PIC X(80).
          03 ABK-ACRONYM       PIC X(20).
          03 ABK-ISSUED-DATE   PIC 9(8).
          03 ABK-NORM-PHRASE   PIC X(80).
          03 ABK-STATUS        PIC X.
          03 ABK-CATEGORY      PIC X(8).

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

       FD  PATIENT-BACKUP
           RECORD CONTAINS 60 CHARACTERS.
       01 PBK-RECORD.
          03 PBK-PATIENT-ID     PIC X(10).
          03 PBK-PATIENT-NAME   PIC X(30).
          03 PBK-ALLERGY-SCORE  PIC 9(5).
          03 PBK-LOCATION.
             05 PBK-NURSING-UNIT PIC X(6).
             05 PBK-ROOM         PIC X(5).
             05 PBK-BED          PIC X(2).
          03 FILLER             PIC X(2).

       FD  JOBLOG-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 JOBLOG-LINE PIC X(80).

       FD  HEALTH-REPORT-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01 HLT-LINE PIC X(100).

       FD  SCORE-HISTORY-FILE
           RECORD CONTAINS 62 CHARACTERS.
       01 HIST-RECORD.
          03 HIST-PATIENT-ID    PIC X(10).
          03 FILLER             PIC X(2).
          03 HIST-OLD-SCORE     PIC 9(5).
          03 FILLER             PIC X(2).
          03 HIST-NEW-SCORE     PIC 9(5).
          03 FILLER             PIC X(2).
          03 HIST-RUN-ID        PIC X(8).
          03 FILLER             PIC X(2).
          03 HIST-TIMESTAMP     PIC X(26).

       FD  LOCATION-HISTORY-FILE
           RECORD CONTAINS 78 CHARACTERS.
       01 LOC-RECORD.
          03 LOC-PATIENT-ID     PIC X(10).
          03 FILLER             PIC X(2).
          03 LOC-OLD-LOCATION   PIC X(13).
          03 FILLER             PIC X(2).
          03 LOC-NEW-LOCATION   PIC X(13).
          03 FILLER             PIC X(2).
          03 LOC-RUN-ID         PIC X(8).
          03 FILLER             PIC X(2).
          03 LOC-TIMESTAMP      PIC X(26).

       FD  AUDIT-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01 MJA-LINE PIC X(132).

       FD  CONTROL-TOTAL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 CTL-LINE PIC X(80).

       COPY "suite-error-log-fd.cpy".
       COPY "data-lineage-fd.cpy".
       COPY "table-capacity-fd.cpy".
       COPY "run-parms-fd.cpy".

       WORKING-STORAGE SECTION.
       01 WS-ACR-DSN         PIC X(100) VALUE 'ACRONYM-MASTER.DAT'.
       01 WS-PAT-DSN         PIC X(100) VALUE 'PATIENT-MASTER.DAT'.
       01 WS-ACR-BKP-DSN     PIC X(100).
       01 WS-PAT-BKP-DSN     PIC X(100).
       01 WS-JOBLOG-DSN      PIC X(100) VALUE 'NIGHTLY-JOBLOG.LOG'.
       01 WS-HEALTH-DSN      PIC X(100) VALUE 'BACKUP-HEALTH.RPT'.
       01 WS-SCORE-HIST-DSN  PIC X(100)
          VALUE 'ALLERGY-SCORE-HISTORY.DAT'.
       01 WS-LOCATION-HIST-DSN PIC X(100)
          VALUE 'RESIDENT-LOCATION-HISTORY.DAT'.
       01 WS-AUDIT-REPORT-DSN PIC X(100)
          VALUE 'MASTER-JOURNAL-AUDIT.RPT'.
       01 WS-ACR-STATUS      PIC XX VALUE '00'.
       01 WS-PAT-STATUS      PIC XX VALUE '00'.
       01 WS-ACR-BKP-STATUS  PIC XX VALUE '00'.
       01 WS-PAT-BKP-STATUS  PIC XX VALUE '00'.
       01 WS-JOBLOG-STATUS   PIC XX VALUE '00'.
       01 WS-HEALTH-STATUS   PIC XX VALUE '00'.
       01 WS-SCORE-HIST-STATUS PIC XX VALUE '00'.
       01 WS-LOCATION-HIST-STATUS PIC XX VALUE '00'.
       01 WS-AUDIT-REPORT-STATUS PIC XX VALUE '00'.
       01 WS-EOF-FLAG        PIC X VALUE 'N'.

       01 WS-CONTROL-TOTAL-DSN    PIC X(100)
          VALUE 'MASTER-JOURNAL-CONTROL-TOTALS.RPT'.
       01 WS-CONTROL-TOTAL-STATUS PIC XX VALUE '00'.
       01 WS-CTL-COUNT-TXT        PIC Z(7)9.

      * Cut stamp per generation from the backup jobs' joblog lines
      * (the last line for a generation is the rotation's current
      * copy) and BACKUP-VERIFY's latest verdict for it. A verdict
      * only vouches for a copy cut before that verify run.
       01 WS-BACKUP-GENERATIONS PIC 9(2) VALUE 3.
       01 WS-BACKUP-GEN-TXT  PIC X(2) VALUE SPACES.
       01 WS-GEN             PIC 9(2) VALUE 0.
       01 WS-LOG-GEN         PIC 9(2) VALUE 0.
       01 WS-GEN-HISTORY.
          03 WS-ACR-GEN OCCURS 10 TIMES.
             05 ACG-CUT-STAMP  PIC X(16).
             05 ACG-HEALTHY    PIC X.
          03 WS-PAT-GEN OCCURS 10 TIMES.
             05 PTG-CUT-STAMP  PIC X(16).
             05 PTG-HEALTHY    PIC X.
       01 WS-HEALTH-STAMP    PIC X(16) VALUE SPACES.
       01 WS-SEL-CUT-STAMP   PIC X(16) VALUE SPACES.
       01 WS-SEL-HEALTHY     PIC X VALUE 'N'.

      * The master under audit and the generation it replays from.
       01 WS-AUD-MASTER      PIC X(8) VALUE SPACES.
       01 WS-AUD-GEN         PIC 9(2) VALUE 0.
       01 WS-AUD-CUT-STAMP   PIC X(16) VALUE SPACES.
       01 WS-SKIP-REASON     PIC X(30) VALUE SPACES.
       01 WS-TABLE-OVERFLOW  PIC X VALUE 'N'.

      * The replayed patient master - the backup image, with the
      * journal's score and location after-images laid on. The
      * JRNL flags mark fields a journal entry set; MATCHED marks
      * the entries the live master has been paired with.
       01 WS-PAT-MAX         PIC 9(5) VALUE 5000.
       01 WS-PAT-COUNT       PIC 9(5) VALUE 0.
       01 WS-PAT-HIT         PIC 9(5) VALUE 0.
       01 WS-PAT-TABLE.
          03 WS-PAT-ENTRY OCCURS 5000 TIMES INDEXED BY PT-IDX.
             05 PTT-RECORD.
                07 PTT-PATIENT-ID    PIC X(10).
                07 PTT-PATIENT-NAME  PIC X(30).
                07 PTT-ALLERGY-SCORE PIC 9(5).
                07 PTT-LOCATION      PIC X(13).
                07 FILLER            PIC X(2).
             05 PTT-SCORE-JRNL       PIC X.
             05 PTT-LOC-JRNL         PIC X.
             05 PTT-MATCHED          PIC X.
             05 PTT-LAST-STAMP       PIC X(16).
       01 WS-FIND-ID         PIC X(10) VALUE SPACES.

      * The replayed acronym master. The lineage trail names a
      * phrase by its first 64 bytes, so the replay does too; the
      * normalized form and issue date are derived fields the trail
      * does not carry (ACRONYM-RENORM rebuilds the one) and are not
      * compared. A code issued since the cut took its category
      * from the default rule, which the trail does not record
      * either, so its category is compared only once a category
      * change has been journaled for it.
       01 WS-ACR-MAX         PIC 9(5) VALUE 5000.
       01 WS-ACR-COUNT       PIC 9(5) VALUE 0.
       01 WS-ACR-HIT         PIC 9(5) VALUE 0.
       01 WS-ACR-TABLE.
          03 WS-ACR-ENTRY OCCURS 5000 TIMES INDEXED BY AT-IDX.
             05 ACT-KEY              PIC X(64).
             05 ACT-ACRONYM          PIC X(20).
             05 ACT-STATUS           PIC X.
             05 ACT-CATEGORY         PIC X(8).
             05 ACT-CAT-KNOWN        PIC X.
             05 ACT-CODE-JRNL        PIC X.
             05 ACT-STATUS-JRNL      PIC X.
             05 ACT-CAT-JRNL         PIC X.
             05 ACT-MATCHED          PIC X.
             05 ACT-LAST-STAMP       PIC X(16).
       01 WS-FIND-KEY        PIC X(64) VALUE SPACES.
       01 WS-FIND-UNMATCHED  PIC X VALUE 'N'.
       01 WS-SURVIVOR-CODE   PIC X(20) VALUE SPACES.
       01 WS-OLD-CATEGORY    PIC X(8) VALUE SPACES.
       01 WS-NEW-CATEGORY    PIC X(8) VALUE SPACES.
       01 WS-ENTRY-STAMP     PIC X(16) VALUE SPACES.

      * One master's pass.
       01 WS-PASS-BACKUP-RECS   PIC 9(8) VALUE 0.
       01 WS-PASS-ENTRIES       PIC 9(8) VALUE 0.
       01 WS-PASS-REPLAYED      PIC 9(8) VALUE 0.
       01 WS-PASS-SKIPPED       PIC 9(8) VALUE 0.
       01 WS-PASS-GAPS          PIC 9(8) VALUE 0.
       01 WS-PASS-MASTER-RECS   PIC 9(8) VALUE 0.
       01 WS-PASS-MATCHED       PIC 9(8) VALUE 0.
       01 WS-PASS-NO-JOURNAL    PIC 9(8) VALUE 0.
       01 WS-PASS-MISMATCHES    PIC 9(8) VALUE 0.
       01 WS-PASS-MASTER-ONLY   PIC 9(8) VALUE 0.
       01 WS-PASS-REPLAY-ONLY   PIC 9(8) VALUE 0.
       01 WS-PASS-DIFFERENCES   PIC 9(8) VALUE 0.
       01 WS-PASS-LABEL         PIC X(19) VALUE SPACES.
       01 WS-PASS-VALUE         PIC 9(8) VALUE 0.

      * Whole run.
       01 WS-MASTERS-AUDITED    PIC 9(6) VALUE 0.
       01 WS-MASTERS-SKIPPED    PIC 9(6) VALUE 0.
       01 WS-BACKUP-RECS        PIC 9(8) VALUE 0.
       01 WS-JOURNAL-ENTRIES    PIC 9(8) VALUE 0.
       01 WS-ENTRIES-REPLAYED   PIC 9(8) VALUE 0.
       01 WS-ENTRIES-SKIPPED    PIC 9(8) VALUE 0.
       01 WS-JOURNAL-GAPS       PIC 9(8) VALUE 0.
       01 WS-MASTER-RECS        PIC 9(8) VALUE 0.
       01 WS-RECORDS-MATCHED    PIC 9(8) VALUE 0.
       01 WS-NO-JOURNAL         PIC 9(8) VALUE 0.
       01 WS-MISMATCHES         PIC 9(8) VALUE 0.
       01 WS-MASTER-ONLY        PIC 9(8) VALUE 0.
       01 WS-REPLAY-ONLY        PIC 9(8) VALUE 0.
       01 WS-DIFFERENCES        PIC 9(8) VALUE 0.

       01 WS-MJA-HEADING.
          03 FILLER PIC X(10) VALUE 'MASTER'.
          03 FILLER PIC X(22) VALUE 'FINDING'.
          03 FILLER PIC X(66) VALUE 'KEY'.
          03 FILLER PIC X(18) VALUE 'JOURNAL STAMP'.
          03 FILLER PIC X(16) VALUE 'FIELD'.
       01 WS-MJA-DETAIL.
          03 MJD-MASTER          PIC X(8).
          03 FILLER              PIC X(2) VALUE SPACES.
          03 MJD-FINDING         PIC X(20).
          03 FILLER              PIC X(2) VALUE SPACES.
          03 MJD-KEY             PIC X(64).
          03 FILLER              PIC X(2) VALUE SPACES.
          03 MJD-STAMP           PIC X(16).
          03 FILLER              PIC X(2) VALUE SPACES.
          03 MJD-NOTE            PIC X(16).

       COPY "suite-error-log-ws.cpy".
       COPY "data-lineage-ws.cpy".
       COPY "table-capacity-ws.cpy".
       COPY "run-parms-ws.cpy".
       COPY "env-accept-ws.cpy".
       COPY "transaction-header.cpy".
       COPY "return-codes.cpy".
       COPY "env-switch-ws.cpy".

       PROCEDURE DIVISION.
       RUN-MASTER-JOURNAL-AUDIT SECTION.
           PERFORM READ-RUN-PARMS
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'ACRONYM_MASTER_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-ACR-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'ALLERGIES_PATIENT_MASTER_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-PAT-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'NIGHTLY_SCHEDULER_JOBLOG_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-JOBLOG-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'BACKUP_HEALTH_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-HEALTH-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'DATA_LINEAGE_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-LINEAGE-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'ALLERGIES_SCORE_HISTORY_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-SCORE-HIST-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'ALLERGIES_LOCATION_HISTORY_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-LOCATION-HIST-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'MASTER_JOURNAL_AUDIT_REPORT_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-AUDIT-REPORT-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'MASTER_JOURNAL_CONTROL_TOTAL_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-CONTROL-TOTAL-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'SUITE_ERROR_LOG_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-SUITE-ERROR-LOG-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'SUITE_BACKUP_GENERATIONS'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-BACKUP-GEN-TXT
           END-IF
           IF WS-BACKUP-GEN-TXT NOT = SPACES
               AND WS-BACKUP-GEN-TXT IS NUMERIC
               MOVE WS-BACKUP-GEN-TXT TO WS-BACKUP-GENERATIONS
           END-IF
           IF WS-BACKUP-GENERATIONS > 10
               MOVE 10 TO WS-BACKUP-GENERATIONS
           END-IF
           MOVE WS-ACR-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-ACR-DSN
           MOVE WS-PAT-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-PAT-DSN
           MOVE WS-SCORE-HIST-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-SCORE-HIST-DSN
           MOVE WS-LOCATION-HIST-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-LOCATION-HIST-DSN
           MOVE WS-AUDIT-REPORT-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-AUDIT-REPORT-DSN
           MOVE WS-CONTROL-TOTAL-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-CONTROL-TOTAL-DSN

           PERFORM SCAN-BACKUP-HISTORY

           OPEN OUTPUT AUDIT-REPORT-FILE
           MOVE WS-PARM-RUN-ID TO TRX-RUN-ID
           MOVE 'MSTJRNL' TO TRX-SOURCE-SYSTEM
           MOVE FUNCTION CURRENT-DATE TO TRX-TIMESTAMP
           MOVE TRX-HEADER TO MJA-LINE
           WRITE MJA-LINE
           MOVE 'MASTER-TO-JOURNAL CONSISTENCY AUDIT' TO MJA-LINE
           WRITE MJA-LINE
           MOVE SPACES TO MJA-LINE
           WRITE MJA-LINE
           WRITE MJA-LINE FROM WS-MJA-HEADING
           MOVE ALL '-' TO MJA-LINE
           WRITE MJA-LINE

           MOVE 'ACRONYM' TO WS-AUD-MASTER
           PERFORM AUDIT-ACRONYM-MASTER
           MOVE 'PATIENT' TO WS-AUD-MASTER
           PERFORM AUDIT-PATIENT-MASTER

           MOVE ALL '-' TO MJA-LINE
           WRITE MJA-LINE
           MOVE WS-DIFFERENCES TO WS-CTL-COUNT-TXT
           MOVE SPACES TO MJA-LINE
           STRING 'DIFFERENCES      : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO MJA-LINE
           WRITE MJA-LINE
           MOVE WS-MASTERS-SKIPPED TO WS-CTL-COUNT-TXT
           MOVE SPACES TO MJA-LINE
           STRING 'MASTERS SKIPPED  : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO MJA-LINE
           WRITE MJA-LINE
           CLOSE AUDIT-REPORT-FILE
           PERFORM WRITE-CONTROL-TOTALS

           SET RC-NORMAL TO TRUE
           IF WS-MASTERS-SKIPPED > 0
               SET RC-WARNING TO TRUE
           END-IF
           IF WS-DIFFERENCES > 0
               SET RC-DATA-EXCEPTION TO TRUE
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
           PERFORM RECORD-TABLE-CAPACITY
           GOBACK.

      * The backup jobs log 'BACKUP <master> master GEN n
      * RECORDS=nnnnnn AT <cut stamp>'; a line from before the stamp
      * was added gives no cut point and cannot anchor a replay.
      * BACKUP-VERIFY's health report carries its run stamp in the
      * header and one verdict line per master and generation.
       SCAN-BACKUP-HISTORY SECTION.
           PERFORM VARYING WS-GEN FROM 1 BY 1 UNTIL WS-GEN > 10
               MOVE SPACES TO ACG-CUT-STAMP(WS-GEN)
               MOVE 'N' TO ACG-HEALTHY(WS-GEN)
               MOVE SPACES TO PTG-CUT-STAMP(WS-GEN)
               MOVE 'N' TO PTG-HEALTHY(WS-GEN)
           END-PERFORM
           OPEN INPUT JOBLOG-FILE
           IF WS-JOBLOG-STATUS = '00'
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ JOBLOG-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM TAKE-JOBLOG-BACKUP-LINE
                   END-READ
               END-PERFORM
               CLOSE JOBLOG-FILE
           END-IF
           MOVE SPACES TO WS-HEALTH-STAMP
           OPEN INPUT HEALTH-REPORT-FILE
           IF WS-HEALTH-STATUS = '00'
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ HEALTH-REPORT-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM TAKE-HEALTH-VERDICT-LINE
                   END-READ
               END-PERFORM
               CLOSE HEALTH-REPORT-FILE
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           EXIT.

       TAKE-JOBLOG-BACKUP-LINE SECTION.
           IF JOBLOG-LINE(1:7) NOT = 'BACKUP '
               OR JOBLOG-LINE(27:2) IS NOT NUMERIC
               GO TO TAKE-JOBLOG-BACKUP-LINE-EXIT
           END-IF
           MOVE JOBLOG-LINE(27:2) TO WS-LOG-GEN
           IF WS-LOG-GEN = 0 OR WS-LOG-GEN > 10
               GO TO TAKE-JOBLOG-BACKUP-LINE-EXIT
           END-IF
           IF JOBLOG-LINE(8:7) = 'acronym'
               MOVE SPACES TO ACG-CUT-STAMP(WS-LOG-GEN)
               IF JOBLOG-LINE(44:4) = ' AT '
                   AND JOBLOG-LINE(48:16) IS NUMERIC
                   MOVE JOBLOG-LINE(48:16)
                     TO ACG-CUT-STAMP(WS-LOG-GEN)
               END-IF
           END-IF
           IF JOBLOG-LINE(8:7) = 'patient'
               MOVE SPACES TO PTG-CUT-STAMP(WS-LOG-GEN)
               IF JOBLOG-LINE(44:4) = ' AT '
                   AND JOBLOG-LINE(48:16) IS NUMERIC
                   MOVE JOBLOG-LINE(48:16)
                     TO PTG-CUT-STAMP(WS-LOG-GEN)
               END-IF
           END-IF.
       TAKE-JOBLOG-BACKUP-LINE-EXIT.
           EXIT.

       TAKE-HEALTH-VERDICT-LINE SECTION.
           IF WS-HEALTH-STAMP = SPACES
               AND HLT-LINE(17:16) IS NUMERIC
               MOVE HLT-LINE(17:16) TO WS-HEALTH-STAMP
               GO TO TAKE-HEALTH-VERDICT-LINE-EXIT
           END-IF
           IF HLT-LINE(11:2) IS NOT NUMERIC
               GO TO TAKE-HEALTH-VERDICT-LINE-EXIT
           END-IF
           MOVE HLT-LINE(11:2) TO WS-LOG-GEN
           IF WS-LOG-GEN = 0 OR WS-LOG-GEN > 10
               GO TO TAKE-HEALTH-VERDICT-LINE-EXIT
           END-IF
           IF HLT-LINE(1:8) = 'ACRONYM'
               AND HLT-LINE(34:12) = 'HEALTHY'
               MOVE 'Y' TO ACG-HEALTHY(WS-LOG-GEN)
           END-IF
           IF HLT-LINE(1:8) = 'PATIENT'
               AND HLT-LINE(34:12) = 'HEALTHY'
               MOVE 'Y' TO PTG-HEALTHY(WS-LOG-GEN)
           END-IF.
       TAKE-HEALTH-VERDICT-LINE-EXIT.
           EXIT.

      * The newest generation of WS-AUD-MASTER that is verified:
      * HEALTHY on the health report, with a cut stamp, and cut no
      * later than the verify run that passed it. Zero when none is.
       SELECT-VERIFIED-GENERATION SECTION.
           MOVE 0 TO WS-AUD-GEN
           MOVE SPACES TO WS-AUD-CUT-STAMP
           PERFORM VARYING WS-GEN FROM 1 BY 1
                   UNTIL WS-GEN > WS-BACKUP-GENERATIONS
               IF WS-AUD-MASTER = 'ACRONYM'
                   MOVE ACG-CUT-STAMP(WS-GEN) TO WS-SEL-CUT-STAMP
                   MOVE ACG-HEALTHY(WS-GEN) TO WS-SEL-HEALTHY
               ELSE
                   MOVE PTG-CUT-STAMP(WS-GEN) TO WS-SEL-CUT-STAMP
                   MOVE PTG-HEALTHY(WS-GEN) TO WS-SEL-HEALTHY
               END-IF
               IF WS-SEL-HEALTHY = 'Y'
                   AND WS-SEL-CUT-STAMP NOT = SPACES
                   AND WS-HEALTH-STAMP NOT = SPACES
                   AND WS-SEL-CUT-STAMP <= WS-HEALTH-STAMP
                   AND (WS-AUD-GEN = 0
                        OR WS-SEL-CUT-STAMP > WS-AUD-CUT-STAMP)
                   MOVE WS-GEN TO WS-AUD-GEN
                   MOVE WS-SEL-CUT-STAMP TO WS-AUD-CUT-STAMP
               END-IF
           END-PERFORM
           EXIT.

       AUDIT-ACRONYM-MASTER SECTION.
           PERFORM SELECT-VERIFIED-GENERATION
           IF WS-AUD-GEN = 0
               MOVE 'NO VERIFIED GENERATION' TO WS-SKIP-REASON
               PERFORM SKIP-MASTER-AUDIT
               GO TO AUDIT-ACRONYM-MASTER-EXIT
           END-IF
           PERFORM START-MASTER-AUDIT
           PERFORM LOAD-ACRONYM-BACKUP
           IF WS-SKIP-REASON NOT = SPACES
               PERFORM SKIP-MASTER-AUDIT
               GO TO AUDIT-ACRONYM-MASTER-EXIT
           END-IF
           PERFORM REPLAY-ACRONYM-LINEAGE
           IF WS-TABLE-OVERFLOW = 'Y'
               MOVE 'REPLAY OVER TABLE' TO WS-SKIP-REASON
               PERFORM SKIP-MASTER-AUDIT
               GO TO AUDIT-ACRONYM-MASTER-EXIT
           END-IF
           PERFORM COMPARE-ACRONYM-MASTER
           PERFORM FINISH-MASTER-AUDIT.
       AUDIT-ACRONYM-MASTER-EXIT.
           EXIT.

       LOAD-ACRONYM-BACKUP SECTION.
           MOVE 0 TO WS-ACR-COUNT
           MOVE SPACES TO WS-ACR-BKP-DSN
           STRING FUNCTION TRIM(WS-ACR-DSN) DELIMITED BY SIZE
                  '.G' DELIMITED BY SIZE
                  WS-AUD-GEN DELIMITED BY SIZE
             INTO WS-ACR-BKP-DSN
           OPEN INPUT ACRONYM-BACKUP
           IF WS-ACR-BKP-STATUS = '39'
               MOVE 'GENERATION IN OLD FORMAT' TO WS-SKIP-REASON
               GO TO LOAD-ACRONYM-BACKUP-EXIT
           END-IF
           IF WS-ACR-BKP-STATUS NOT = '00'
               MOVE 'GENERATION NOT READABLE' TO WS-SKIP-REASON
               GO TO LOAD-ACRONYM-BACKUP-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ ACRONYM-BACKUP NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-PASS-BACKUP-RECS
                       IF WS-ACR-COUNT < WS-ACR-MAX
                           ADD 1 TO WS-ACR-COUNT
                           SET AT-IDX TO WS-ACR-COUNT
                           MOVE ABK-PHRASE(1:64) TO ACT-KEY(AT-IDX)
                           MOVE ABK-ACRONYM TO ACT-ACRONYM(AT-IDX)
                           MOVE ABK-STATUS TO ACT-STATUS(AT-IDX)
                           MOVE ABK-CATEGORY TO ACT-CATEGORY(AT-IDX)
                           MOVE 'Y' TO ACT-CAT-KNOWN(AT-IDX)
                           MOVE 'N' TO ACT-CODE-JRNL(AT-IDX)
                           MOVE 'N' TO ACT-STATUS-JRNL(AT-IDX)
                           MOVE 'N' TO ACT-CAT-JRNL(AT-IDX)
                           MOVE 'N' TO ACT-MATCHED(AT-IDX)
                           MOVE SPACES TO ACT-LAST-STAMP(AT-IDX)
                       ELSE
                           MOVE 'BACKUP OVER TABLE' TO WS-SKIP-REASON
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ACR-BKP-STATUS NOT = '00'
               AND WS-ACR-BKP-STATUS NOT = '10'
               MOVE 'GENERATION NOT READABLE' TO WS-SKIP-REASON
           END-IF
           CLOSE ACRONYM-BACKUP
           MOVE 'N' TO WS-EOF-FLAG.
       LOAD-ACRONYM-BACKUP-EXIT.
           EXIT.

      * The acronym master's journal entries are the lineage records
      * of the two programs that change it: 'acronym' issues (before
      * the phrase, after the code) and ACRONYM-MAINT corrections,
      * retirements, aliases and category moves. Lineage from every
      * other program on the shared trail is not about this master.
       REPLAY-ACRONYM-LINEAGE SECTION.
           OPEN INPUT DATA-LINEAGE-FILE
           IF WS-LINEAGE-STATUS NOT = '00'
               GO TO REPLAY-ACRONYM-LINEAGE-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ DATA-LINEAGE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF LIN-TIMESTAMP(1:16) >= WS-AUD-CUT-STAMP
                           AND (LIN-PROGRAM-ID = 'acronym'
                                OR LIN-PROGRAM-ID = 'ACRONYM-MAINT')
                           ADD 1 TO WS-PASS-ENTRIES
                           MOVE LIN-TIMESTAMP(1:16) TO WS-ENTRY-STAMP
                           PERFORM APPLY-LINEAGE-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DATA-LINEAGE-FILE
           MOVE 'N' TO WS-EOF-FLAG.
       REPLAY-ACRONYM-LINEAGE-EXIT.
           EXIT.

       APPLY-LINEAGE-ENTRY SECTION.
           EVALUATE TRUE
               WHEN LIN-PROGRAM-ID = 'acronym'
                   PERFORM APPLY-ISSUE-ENTRY
               WHEN LIN-AFTER-IMAGE(1:8) = 'RETIRED '
                   PERFORM APPLY-RETIRE-ENTRY
               WHEN LIN-AFTER-IMAGE(1:9) = 'ALIAS TO '
                   PERFORM APPLY-ALIAS-ENTRY
               WHEN LIN-AFTER-IMAGE(1:9) = 'CATEGORY '
                   PERFORM APPLY-CATEGORY-ENTRY
               WHEN OTHER
                   PERFORM APPLY-CORRECT-ENTRY
           END-EVALUATE
           EXIT.

      * An issue for a phrase the replay already holds means the
      * phrase left the master since the cut with no entry to say so.
       APPLY-ISSUE-ENTRY SECTION.
           MOVE LIN-BEFORE-IMAGE TO WS-FIND-KEY
           MOVE 'N' TO WS-FIND-UNMATCHED
           PERFORM FIND-ACRONYM-ENTRY
           IF WS-ACR-HIT > 0
               MOVE 'ALREADY ON FILE' TO MJD-NOTE
               PERFORM WRITE-JOURNAL-GAP
           ELSE
               IF WS-ACR-COUNT NOT < WS-ACR-MAX
                   MOVE 'Y' TO WS-TABLE-OVERFLOW
                   ADD 1 TO WS-PASS-SKIPPED
                   GO TO APPLY-ISSUE-ENTRY-EXIT
               END-IF
               ADD 1 TO WS-ACR-COUNT
               MOVE WS-ACR-COUNT TO WS-ACR-HIT
               MOVE LIN-BEFORE-IMAGE TO ACT-KEY(WS-ACR-HIT)
               MOVE SPACES TO ACT-CATEGORY(WS-ACR-HIT)
               MOVE 'N' TO ACT-CAT-KNOWN(WS-ACR-HIT)
               MOVE 'N' TO ACT-CAT-JRNL(WS-ACR-HIT)
               MOVE 'N' TO ACT-MATCHED(WS-ACR-HIT)
           END-IF
           MOVE LIN-AFTER-IMAGE(1:20) TO ACT-ACRONYM(WS-ACR-HIT)
           MOVE SPACE TO ACT-STATUS(WS-ACR-HIT)
           MOVE 'Y' TO ACT-CODE-JRNL(WS-ACR-HIT)
           MOVE 'Y' TO ACT-STATUS-JRNL(WS-ACR-HIT)
           MOVE WS-ENTRY-STAMP TO ACT-LAST-STAMP(WS-ACR-HIT)
           ADD 1 TO WS-PASS-REPLAYED.
       APPLY-ISSUE-ENTRY-EXIT.
           EXIT.

      * ACRONYM-MAINT refuses to retire a retired phrase, and the
      * after-image names the code it retired.
       APPLY-RETIRE-ENTRY SECTION.
           MOVE LIN-BEFORE-IMAGE TO WS-FIND-KEY
           MOVE 'N' TO WS-FIND-UNMATCHED
           PERFORM FIND-ACRONYM-ENTRY
           IF WS-ACR-HIT = 0
               PERFORM WRITE-ENTRY-NOT-REPLAYED
               GO TO APPLY-RETIRE-ENTRY-EXIT
           END-IF
           IF ACT-STATUS(WS-ACR-HIT) = 'R'
               MOVE 'STATUS BEFORE' TO MJD-NOTE
               PERFORM WRITE-JOURNAL-GAP
           ELSE
               IF ACT-ACRONYM(WS-ACR-HIT) NOT = LIN-AFTER-IMAGE(9:20)
                   MOVE 'CODE BEFORE' TO MJD-NOTE
                   PERFORM WRITE-JOURNAL-GAP
               END-IF
           END-IF
           MOVE LIN-AFTER-IMAGE(9:20) TO ACT-ACRONYM(WS-ACR-HIT)
           MOVE 'R' TO ACT-STATUS(WS-ACR-HIT)
           MOVE 'Y' TO ACT-STATUS-JRNL(WS-ACR-HIT)
           MOVE WS-ENTRY-STAMP TO ACT-LAST-STAMP(WS-ACR-HIT)
           ADD 1 TO WS-PASS-REPLAYED.
       APPLY-RETIRE-ENTRY-EXIT.
           EXIT.

      * The alias itself lives on the alias file; on the master the
      * old phrase's own record, if any, is retired unless it already
      * carries the survivor's code - as ACRONYM-MAINT does it.
       APPLY-ALIAS-ENTRY SECTION.
           MOVE LIN-AFTER-IMAGE(10:20) TO WS-SURVIVOR-CODE
           MOVE LIN-BEFORE-IMAGE TO WS-FIND-KEY
           MOVE 'N' TO WS-FIND-UNMATCHED
           PERFORM FIND-ACRONYM-ENTRY
           IF WS-ACR-HIT > 0
               IF ACT-STATUS(WS-ACR-HIT) NOT = 'R'
                   AND ACT-ACRONYM(WS-ACR-HIT) NOT = WS-SURVIVOR-CODE
                   MOVE 'R' TO ACT-STATUS(WS-ACR-HIT)
                   MOVE 'Y' TO ACT-STATUS-JRNL(WS-ACR-HIT)
               END-IF
               MOVE WS-ENTRY-STAMP TO ACT-LAST-STAMP(WS-ACR-HIT)
           END-IF
           ADD 1 TO WS-PASS-REPLAYED
           EXIT.

      * After-image 'CATEGORY <old> TO <new>'.
       APPLY-CATEGORY-ENTRY SECTION.
           MOVE LIN-AFTER-IMAGE(10:8) TO WS-OLD-CATEGORY
           MOVE LIN-AFTER-IMAGE(22:8) TO WS-NEW-CATEGORY
           MOVE LIN-BEFORE-IMAGE TO WS-FIND-KEY
           MOVE 'N' TO WS-FIND-UNMATCHED
           PERFORM FIND-ACRONYM-ENTRY
           IF WS-ACR-HIT = 0
               PERFORM WRITE-ENTRY-NOT-REPLAYED
               GO TO APPLY-CATEGORY-ENTRY-EXIT
           END-IF
           IF ACT-CAT-KNOWN(WS-ACR-HIT) = 'Y'
               AND ACT-CATEGORY(WS-ACR-HIT) NOT = WS-OLD-CATEGORY
               MOVE 'CATEGORY BEFORE' TO MJD-NOTE
               PERFORM WRITE-JOURNAL-GAP
           END-IF
           MOVE WS-NEW-CATEGORY TO ACT-CATEGORY(WS-ACR-HIT)
           MOVE 'Y' TO ACT-CAT-KNOWN(WS-ACR-HIT)
           MOVE 'Y' TO ACT-CAT-JRNL(WS-ACR-HIT)
           MOVE WS-ENTRY-STAMP TO ACT-LAST-STAMP(WS-ACR-HIT)
           ADD 1 TO WS-PASS-REPLAYED.
       APPLY-CATEGORY-ENTRY-EXIT.
           EXIT.

      * A correction moves the record to the new phrase with its
      * code, status and category; ACRONYM-MAINT rejects one whose
      * new phrase is already on the master.
       APPLY-CORRECT-ENTRY SECTION.
           MOVE LIN-AFTER-IMAGE TO WS-FIND-KEY
           MOVE 'N' TO WS-FIND-UNMATCHED
           PERFORM FIND-ACRONYM-ENTRY
           IF WS-ACR-HIT > 0
               MOVE 'ALREADY ON FILE' TO MJD-NOTE
               PERFORM WRITE-JOURNAL-GAP
           END-IF
           MOVE LIN-BEFORE-IMAGE TO WS-FIND-KEY
           PERFORM FIND-ACRONYM-ENTRY
           IF WS-ACR-HIT = 0
               PERFORM WRITE-ENTRY-NOT-REPLAYED
               GO TO APPLY-CORRECT-ENTRY-EXIT
           END-IF
           MOVE LIN-AFTER-IMAGE TO ACT-KEY(WS-ACR-HIT)
           MOVE WS-ENTRY-STAMP TO ACT-LAST-STAMP(WS-ACR-HIT)
           ADD 1 TO WS-PASS-REPLAYED.
       APPLY-CORRECT-ENTRY-EXIT.
           EXIT.

      * First entry holding WS-FIND-KEY - the first not yet paired
      * with a live record when WS-FIND-UNMATCHED is 'Y', so two
      * phrases sharing their first 64 bytes pair off in key order.
       FIND-ACRONYM-ENTRY SECTION.
           MOVE 0 TO WS-ACR-HIT
           PERFORM VARYING AT-IDX FROM 1 BY 1
                   UNTIL AT-IDX > WS-ACR-COUNT OR WS-ACR-HIT > 0
               IF ACT-KEY(AT-IDX) = WS-FIND-KEY
                   IF WS-FIND-UNMATCHED NOT = 'Y'
                       OR ACT-MATCHED(AT-IDX) = 'N'
                       SET WS-ACR-HIT TO AT-IDX
                   END-IF
               END-IF
           END-PERFORM
           EXIT.

      * Each live record pairs with its replayed twin. A field a
      * journal entry set that the master does not hold is an
      * after-image mismatch; any other difference is a change no
      * journal entry accounts for.
       COMPARE-ACRONYM-MASTER SECTION.
           OPEN INPUT ACRONYM-MASTER
           IF WS-ACR-STATUS = '00'
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ ACRONYM-MASTER NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-PASS-MASTER-RECS
                           PERFORM COMPARE-ONE-ACRONYM
                   END-READ
               END-PERFORM
               CLOSE ACRONYM-MASTER
               MOVE 'N' TO WS-EOF-FLAG
           END-IF
           PERFORM VARYING AT-IDX FROM 1 BY 1
                   UNTIL AT-IDX > WS-ACR-COUNT
               IF ACT-MATCHED(AT-IDX) = 'N'
                   ADD 1 TO WS-PASS-REPLAY-ONLY
                   MOVE 'ON REPLAY ONLY' TO MJD-FINDING
                   MOVE ACT-KEY(AT-IDX) TO MJD-KEY
                   MOVE ACT-LAST-STAMP(AT-IDX) TO MJD-STAMP
                   MOVE SPACES TO MJD-NOTE
                   PERFORM WRITE-FINDING
               END-IF
           END-PERFORM
           EXIT.

       COMPARE-ONE-ACRONYM SECTION.
           MOVE MST-PHRASE(1:64) TO WS-FIND-KEY
           MOVE 'Y' TO WS-FIND-UNMATCHED
           PERFORM FIND-ACRONYM-ENTRY
           MOVE MST-PHRASE(1:64) TO MJD-KEY
           MOVE SPACES TO MJD-STAMP
           MOVE SPACES TO MJD-NOTE
           IF WS-ACR-HIT = 0
               ADD 1 TO WS-PASS-MASTER-ONLY
               MOVE 'ON MASTER ONLY' TO MJD-FINDING
               PERFORM WRITE-FINDING
               GO TO COMPARE-ONE-ACRONYM-EXIT
           END-IF
           MOVE 'Y' TO ACT-MATCHED(WS-ACR-HIT)
           MOVE ACT-LAST-STAMP(WS-ACR-HIT) TO MJD-STAMP
           EVALUATE TRUE
               WHEN MST-ACRONYM NOT = ACT-ACRONYM(WS-ACR-HIT)
                    AND ACT-CODE-JRNL(WS-ACR-HIT) = 'Y'
                   MOVE 'CODE' TO MJD-NOTE
                   PERFORM WRITE-IMAGE-MISMATCH
               WHEN MST-STATUS NOT = ACT-STATUS(WS-ACR-HIT)
                    AND ACT-STATUS-JRNL(WS-ACR-HIT) = 'Y'
                   MOVE 'STATUS' TO MJD-NOTE
                   PERFORM WRITE-IMAGE-MISMATCH
               WHEN ACT-CAT-KNOWN(WS-ACR-HIT) = 'Y'
                    AND MST-CATEGORY NOT = ACT-CATEGORY(WS-ACR-HIT)
                    AND ACT-CAT-JRNL(WS-ACR-HIT) = 'Y'
                   MOVE 'CATEGORY' TO MJD-NOTE
                   PERFORM WRITE-IMAGE-MISMATCH
               WHEN MST-ACRONYM NOT = ACT-ACRONYM(WS-ACR-HIT)
                   MOVE 'CODE' TO MJD-NOTE
                   PERFORM WRITE-NO-JOURNAL
               WHEN MST-STATUS NOT = ACT-STATUS(WS-ACR-HIT)
                   MOVE 'STATUS' TO MJD-NOTE
                   PERFORM WRITE-NO-JOURNAL
               WHEN ACT-CAT-KNOWN(WS-ACR-HIT) = 'Y'
                    AND MST-CATEGORY NOT = ACT-CATEGORY(WS-ACR-HIT)
                   MOVE 'CATEGORY' TO MJD-NOTE
                   PERFORM WRITE-NO-JOURNAL
               WHEN OTHER
                   ADD 1 TO WS-PASS-MATCHED
           END-EVALUATE.
       COMPARE-ONE-ACRONYM-EXIT.
           EXIT.

       AUDIT-PATIENT-MASTER SECTION.
           PERFORM SELECT-VERIFIED-GENERATION
           IF WS-AUD-GEN = 0
               MOVE 'NO VERIFIED GENERATION' TO WS-SKIP-REASON
               PERFORM SKIP-MASTER-AUDIT
               GO TO AUDIT-PATIENT-MASTER-EXIT
           END-IF
           PERFORM START-MASTER-AUDIT
           PERFORM LOAD-PATIENT-BACKUP
           IF WS-SKIP-REASON NOT = SPACES
               PERFORM SKIP-MASTER-AUDIT
               GO TO AUDIT-PATIENT-MASTER-EXIT
           END-IF
           PERFORM REPLAY-SCORE-HISTORY
           PERFORM REPLAY-LOCATION-HISTORY
           PERFORM COMPARE-PATIENT-MASTER
           PERFORM FINISH-MASTER-AUDIT.
       AUDIT-PATIENT-MASTER-EXIT.
           EXIT.

       LOAD-PATIENT-BACKUP SECTION.
           MOVE 0 TO WS-PAT-COUNT
           MOVE SPACES TO WS-PAT-BKP-DSN
           STRING FUNCTION TRIM(WS-PAT-DSN) DELIMITED BY SIZE
                  '.G' DELIMITED BY SIZE
                  WS-AUD-GEN DELIMITED BY SIZE
             INTO WS-PAT-BKP-DSN
           OPEN INPUT PATIENT-BACKUP
           IF WS-PAT-BKP-STATUS = '39'
               MOVE 'GENERATION IN OLD FORMAT' TO WS-SKIP-REASON
               GO TO LOAD-PATIENT-BACKUP-EXIT
           END-IF
           IF WS-PAT-BKP-STATUS NOT = '00'
               MOVE 'GENERATION NOT READABLE' TO WS-SKIP-REASON
               GO TO LOAD-PATIENT-BACKUP-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ PATIENT-BACKUP NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-PASS-BACKUP-RECS
                       IF WS-PAT-COUNT < WS-PAT-MAX
                           ADD 1 TO WS-PAT-COUNT
                           SET PT-IDX TO WS-PAT-COUNT
                           MOVE PBK-RECORD TO PTT-RECORD(PT-IDX)
                           MOVE 'N' TO PTT-SCORE-JRNL(PT-IDX)
                           MOVE 'N' TO PTT-LOC-JRNL(PT-IDX)
                           MOVE 'N' TO PTT-MATCHED(PT-IDX)
                           MOVE SPACES TO PTT-LAST-STAMP(PT-IDX)
                       ELSE
                           MOVE 'BACKUP OVER TABLE' TO WS-SKIP-REASON
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PAT-BKP-STATUS NOT = '00'
               AND WS-PAT-BKP-STATUS NOT = '10'
               MOVE 'GENERATION NOT READABLE' TO WS-SKIP-REASON
           END-IF
           CLOSE PATIENT-BACKUP
           MOVE 'N' TO WS-EOF-FLAG.
       LOAD-PATIENT-BACKUP-EXIT.
           EXIT.

      * As in MASTER-RESTORE's roll-forward, a trail entry for a
      * resident not on the backup (admitted since the cut) has no
      * record to land on; it is listed and the resident's live
      * record shows as on the master only.
       REPLAY-SCORE-HISTORY SECTION.
           OPEN INPUT SCORE-HISTORY-FILE
           IF WS-SCORE-HIST-STATUS NOT = '00'
               GO TO REPLAY-SCORE-HISTORY-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ SCORE-HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF HIST-TIMESTAMP(1:16) >= WS-AUD-CUT-STAMP
                           ADD 1 TO WS-PASS-ENTRIES
                           MOVE HIST-TIMESTAMP(1:16) TO WS-ENTRY-STAMP
                           PERFORM APPLY-SCORE-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SCORE-HISTORY-FILE
           MOVE 'N' TO WS-EOF-FLAG.
       REPLAY-SCORE-HISTORY-EXIT.
           EXIT.

       APPLY-SCORE-ENTRY SECTION.
           MOVE HIST-PATIENT-ID TO WS-FIND-ID
           PERFORM FIND-PATIENT-ENTRY
           IF WS-PAT-HIT = 0
               MOVE HIST-PATIENT-ID TO MJD-KEY
               PERFORM WRITE-ENTRY-NOT-REPLAYED
               GO TO APPLY-SCORE-ENTRY-EXIT
           END-IF
           IF HIST-OLD-SCORE NOT = PTT-ALLERGY-SCORE(WS-PAT-HIT)
               MOVE 'SCORE BEFORE' TO MJD-NOTE
               PERFORM WRITE-JOURNAL-GAP
           END-IF
           MOVE HIST-NEW-SCORE TO PTT-ALLERGY-SCORE(WS-PAT-HIT)
           MOVE 'Y' TO PTT-SCORE-JRNL(WS-PAT-HIT)
           IF WS-ENTRY-STAMP > PTT-LAST-STAMP(WS-PAT-HIT)
               MOVE WS-ENTRY-STAMP TO PTT-LAST-STAMP(WS-PAT-HIT)
           END-IF
           ADD 1 TO WS-PASS-REPLAYED.
       APPLY-SCORE-ENTRY-EXIT.
           EXIT.

       REPLAY-LOCATION-HISTORY SECTION.
           OPEN INPUT LOCATION-HISTORY-FILE
           IF WS-LOCATION-HIST-STATUS NOT = '00'
               GO TO REPLAY-LOCATION-HISTORY-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ LOCATION-HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF LOC-TIMESTAMP(1:16) >= WS-AUD-CUT-STAMP
                           ADD 1 TO WS-PASS-ENTRIES
                           MOVE LOC-TIMESTAMP(1:16) TO WS-ENTRY-STAMP
                           PERFORM APPLY-LOCATION-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOCATION-HISTORY-FILE
           MOVE 'N' TO WS-EOF-FLAG.
       REPLAY-LOCATION-HISTORY-EXIT.
           EXIT.

       APPLY-LOCATION-ENTRY SECTION.
           MOVE LOC-PATIENT-ID TO WS-FIND-ID
           PERFORM FIND-PATIENT-ENTRY
           IF WS-PAT-HIT = 0
               MOVE LOC-PATIENT-ID TO MJD-KEY
               PERFORM WRITE-ENTRY-NOT-REPLAYED
               GO TO APPLY-LOCATION-ENTRY-EXIT
           END-IF
           IF LOC-OLD-LOCATION NOT = PTT-LOCATION(WS-PAT-HIT)
               MOVE 'LOCATION BEFORE' TO MJD-NOTE
               PERFORM WRITE-JOURNAL-GAP
           END-IF
           MOVE LOC-NEW-LOCATION TO PTT-LOCATION(WS-PAT-HIT)
           MOVE 'Y' TO PTT-LOC-JRNL(WS-PAT-HIT)
           IF WS-ENTRY-STAMP > PTT-LAST-STAMP(WS-PAT-HIT)
               MOVE WS-ENTRY-STAMP TO PTT-LAST-STAMP(WS-PAT-HIT)
           END-IF
           ADD 1 TO WS-PASS-REPLAYED.
       APPLY-LOCATION-ENTRY-EXIT.
           EXIT.

       FIND-PATIENT-ENTRY SECTION.
           MOVE 0 TO WS-PAT-HIT
           PERFORM VARYING PT-IDX FROM 1 BY 1
                   UNTIL PT-IDX > WS-PAT-COUNT OR WS-PAT-HIT > 0
               IF PTT-PATIENT-ID(PT-IDX) = WS-FIND-ID
                   SET WS-PAT-HIT TO PT-IDX
               END-IF
           END-PERFORM
           EXIT.

       COMPARE-PATIENT-MASTER SECTION.
           OPEN INPUT PATIENT-MASTER
           IF WS-PAT-STATUS = '00'
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ PATIENT-MASTER NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-PASS-MASTER-RECS
                           PERFORM COMPARE-ONE-PATIENT
                   END-READ
               END-PERFORM
               CLOSE PATIENT-MASTER
               MOVE 'N' TO WS-EOF-FLAG
           END-IF
           PERFORM VARYING PT-IDX FROM 1 BY 1
                   UNTIL PT-IDX > WS-PAT-COUNT
               IF PTT-MATCHED(PT-IDX) = 'N'
                   ADD 1 TO WS-PASS-REPLAY-ONLY
                   MOVE 'ON REPLAY ONLY' TO MJD-FINDING
                   MOVE PTT-PATIENT-ID(PT-IDX) TO MJD-KEY
                   MOVE PTT-LAST-STAMP(PT-IDX) TO MJD-STAMP
                   MOVE SPACES TO MJD-NOTE
                   PERFORM WRITE-FINDING
               END-IF
           END-PERFORM
           EXIT.

      * Score and location are journaled; the name and the rest of
      * the record are not, so any change there is unjournaled.
       COMPARE-ONE-PATIENT SECTION.
           MOVE PAT-PATIENT-ID TO WS-FIND-ID
           PERFORM FIND-PATIENT-ENTRY
           MOVE PAT-PATIENT-ID TO MJD-KEY
           MOVE SPACES TO MJD-STAMP
           MOVE SPACES TO MJD-NOTE
           IF WS-PAT-HIT = 0
               ADD 1 TO WS-PASS-MASTER-ONLY
               MOVE 'ON MASTER ONLY' TO MJD-FINDING
               PERFORM WRITE-FINDING
               GO TO COMPARE-ONE-PATIENT-EXIT
           END-IF
           MOVE 'Y' TO PTT-MATCHED(WS-PAT-HIT)
           MOVE PTT-LAST-STAMP(WS-PAT-HIT) TO MJD-STAMP
           EVALUATE TRUE
               WHEN PAT-ALLERGY-SCORE
                    NOT = PTT-ALLERGY-SCORE(WS-PAT-HIT)
                    AND PTT-SCORE-JRNL(WS-PAT-HIT) = 'Y'
                   MOVE 'SCORE' TO MJD-NOTE
                   PERFORM WRITE-IMAGE-MISMATCH
               WHEN PAT-LOCATION NOT = PTT-LOCATION(WS-PAT-HIT)
                    AND PTT-LOC-JRNL(WS-PAT-HIT) = 'Y'
                   MOVE 'LOCATION' TO MJD-NOTE
                   PERFORM WRITE-IMAGE-MISMATCH
               WHEN PAT-ALLERGY-SCORE
                    NOT = PTT-ALLERGY-SCORE(WS-PAT-HIT)
                   MOVE 'SCORE' TO MJD-NOTE
                   PERFORM WRITE-NO-JOURNAL
               WHEN PAT-LOCATION NOT = PTT-LOCATION(WS-PAT-HIT)
                   MOVE 'LOCATION' TO MJD-NOTE
                   PERFORM WRITE-NO-JOURNAL
               WHEN PAT-PATIENT-NAME NOT = PTT-PATIENT-NAME(WS-PAT-HIT)
                   MOVE 'NAME' TO MJD-NOTE
                   PERFORM WRITE-NO-JOURNAL
               WHEN PAT-RECORD NOT = PTT-RECORD(WS-PAT-HIT)
                   MOVE 'RECORD' TO MJD-NOTE
                   PERFORM WRITE-NO-JOURNAL
               WHEN OTHER
                   ADD 1 TO WS-PASS-MATCHED
           END-EVALUATE.
       COMPARE-ONE-PATIENT-EXIT.
           EXIT.

       START-MASTER-AUDIT SECTION.
           MOVE SPACES TO WS-SKIP-REASON
           MOVE 'N' TO WS-TABLE-OVERFLOW
           MOVE 0 TO WS-PASS-BACKUP-RECS
           MOVE 0 TO WS-PASS-ENTRIES
           MOVE 0 TO WS-PASS-REPLAYED
           MOVE 0 TO WS-PASS-SKIPPED
           MOVE 0 TO WS-PASS-GAPS
           MOVE 0 TO WS-PASS-MASTER-RECS
           MOVE 0 TO WS-PASS-MATCHED
           MOVE 0 TO WS-PASS-NO-JOURNAL
           MOVE 0 TO WS-PASS-MISMATCHES
           MOVE 0 TO WS-PASS-MASTER-ONLY
           MOVE 0 TO WS-PASS-REPLAY-ONLY
           MOVE SPACES TO MJA-LINE
           STRING FUNCTION TRIM(WS-AUD-MASTER) DELIMITED BY SIZE
                  ' MASTER - GENERATION ' DELIMITED BY SIZE
                  WS-AUD-GEN DELIMITED BY SIZE
                  ' CUT ' DELIMITED BY SIZE
                  WS-AUD-CUT-STAMP DELIMITED BY SIZE
                  ' VERIFIED ' DELIMITED BY SIZE
                  WS-HEALTH-STAMP DELIMITED BY SIZE
             INTO MJA-LINE
           WRITE MJA-LINE
           EXIT.

      * A master that cannot be audited is a warning, not a
      * difference - BACKUP-VERIFY owns the health of the copies.
       SKIP-MASTER-AUDIT SECTION.
           ADD 1 TO WS-MASTERS-SKIPPED
           MOVE SPACES TO MJA-LINE
           STRING FUNCTION TRIM(WS-AUD-MASTER) DELIMITED BY SIZE
                  ' MASTER - NOT AUDITED - ' DELIMITED BY SIZE
                  WS-SKIP-REASON DELIMITED BY SIZE
             INTO MJA-LINE
           WRITE MJA-LINE
           MOVE 'MSTR-JRNL' TO SERR-PROGRAM-ID
           MOVE WS-AUD-MASTER TO SERR-KEY-FIELD
           MOVE WS-SKIP-REASON TO SERR-REASON
           MOVE 'BKP001' TO SERR-ERROR-CODE
           PERFORM WRITE-SUITE-ERROR-LOG
           MOVE SPACES TO WS-SKIP-REASON
           EXIT.

       FINISH-MASTER-AUDIT SECTION.
           ADD 1 TO WS-MASTERS-AUDITED
           COMPUTE WS-PASS-DIFFERENCES = WS-PASS-GAPS
               + WS-PASS-NO-JOURNAL + WS-PASS-MISMATCHES
               + WS-PASS-MASTER-ONLY + WS-PASS-REPLAY-ONLY
           MOVE '  BACKUP RECORDS : ' TO WS-PASS-LABEL
           MOVE WS-PASS-BACKUP-RECS TO WS-PASS-VALUE
           PERFORM WRITE-PASS-COUNT
           MOVE '  JOURNAL ENTRIES: ' TO WS-PASS-LABEL
           MOVE WS-PASS-ENTRIES TO WS-PASS-VALUE
           PERFORM WRITE-PASS-COUNT
           MOVE '  NOT REPLAYED   : ' TO WS-PASS-LABEL
           MOVE WS-PASS-SKIPPED TO WS-PASS-VALUE
           PERFORM WRITE-PASS-COUNT
           MOVE '  MASTER RECORDS : ' TO WS-PASS-LABEL
           MOVE WS-PASS-MASTER-RECS TO WS-PASS-VALUE
           PERFORM WRITE-PASS-COUNT
           MOVE '  MATCHED        : ' TO WS-PASS-LABEL
           MOVE WS-PASS-MATCHED TO WS-PASS-VALUE
           PERFORM WRITE-PASS-COUNT
           MOVE '  DIFFERENCES    : ' TO WS-PASS-LABEL
           MOVE WS-PASS-DIFFERENCES TO WS-PASS-VALUE
           PERFORM WRITE-PASS-COUNT
           ADD WS-PASS-BACKUP-RECS TO WS-BACKUP-RECS
           ADD WS-PASS-ENTRIES TO WS-JOURNAL-ENTRIES
           ADD WS-PASS-REPLAYED TO WS-ENTRIES-REPLAYED
           ADD WS-PASS-SKIPPED TO WS-ENTRIES-SKIPPED
           ADD WS-PASS-GAPS TO WS-JOURNAL-GAPS
           ADD WS-PASS-MASTER-RECS TO WS-MASTER-RECS
           ADD WS-PASS-MATCHED TO WS-RECORDS-MATCHED
           ADD WS-PASS-NO-JOURNAL TO WS-NO-JOURNAL
           ADD WS-PASS-MISMATCHES TO WS-MISMATCHES
           ADD WS-PASS-MASTER-ONLY TO WS-MASTER-ONLY
           ADD WS-PASS-REPLAY-ONLY TO WS-REPLAY-ONLY
           ADD WS-PASS-DIFFERENCES TO WS-DIFFERENCES
           IF WS-PASS-DIFFERENCES > 0
               MOVE 'MSTR-JRNL' TO SERR-PROGRAM-ID
               MOVE WS-AUD-MASTER TO SERR-KEY-FIELD
               MOVE 'MASTER DIFFERS FROM JOURNAL' TO SERR-REASON
               MOVE 'BAL001' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
           END-IF
           EXIT.

       WRITE-PASS-COUNT SECTION.
           MOVE WS-PASS-VALUE TO WS-CTL-COUNT-TXT
           MOVE SPACES TO MJA-LINE
           STRING WS-PASS-LABEL DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO MJA-LINE
           WRITE MJA-LINE
           EXIT.

      * A journal entry whose before-image is not what the replay
      * holds: the record changed between entries with nothing on
      * the journal to say so. Caller has set MJD-NOTE.
       WRITE-JOURNAL-GAP SECTION.
           ADD 1 TO WS-PASS-GAPS
           MOVE 'NO JOURNAL ENTRY' TO MJD-FINDING
           MOVE WS-FIND-KEY TO MJD-KEY
           IF WS-AUD-MASTER = 'PATIENT'
               MOVE WS-FIND-ID TO MJD-KEY
           END-IF
           MOVE WS-ENTRY-STAMP TO MJD-STAMP
           PERFORM WRITE-FINDING
           EXIT.

      * Listed for the reader, not a difference of itself - the
      * record it would have changed shows up on one side only.
       WRITE-ENTRY-NOT-REPLAYED SECTION.
           ADD 1 TO WS-PASS-SKIPPED
           MOVE 'NOT REPLAYED' TO MJD-FINDING
           IF WS-AUD-MASTER = 'ACRONYM'
               MOVE WS-FIND-KEY TO MJD-KEY
           END-IF
           MOVE WS-ENTRY-STAMP TO MJD-STAMP
           MOVE 'NOT ON BACKUP' TO MJD-NOTE
           PERFORM WRITE-FINDING
           EXIT.

       WRITE-IMAGE-MISMATCH SECTION.
           ADD 1 TO WS-PASS-MISMATCHES
           MOVE 'AFTER-IMAGE MISMATCH' TO MJD-FINDING
           PERFORM WRITE-FINDING
           EXIT.

       WRITE-NO-JOURNAL SECTION.
           ADD 1 TO WS-PASS-NO-JOURNAL
           MOVE 'NO JOURNAL ENTRY' TO MJD-FINDING
           PERFORM WRITE-FINDING
           EXIT.

      * Caller has set MJD-FINDING, MJD-KEY, MJD-STAMP and MJD-NOTE.
       WRITE-FINDING SECTION.
           MOVE WS-AUD-MASTER TO MJD-MASTER
           MOVE WS-MJA-DETAIL TO MJA-LINE
           WRITE MJA-LINE
           EXIT.

       WRITE-CONTROL-TOTALS SECTION.
           OPEN OUTPUT CONTROL-TOTAL-FILE
           MOVE WS-PARM-RUN-ID TO TRX-RUN-ID
           MOVE 'MSTJRNL' TO TRX-SOURCE-SYSTEM
           MOVE FUNCTION CURRENT-DATE TO TRX-TIMESTAMP
           MOVE TRX-HEADER TO CTL-LINE
           WRITE CTL-LINE
           MOVE 'MASTER-TO-JOURNAL AUDIT CONTROL TOTALS' TO CTL-LINE
           WRITE CTL-LINE
           MOVE ALL '-' TO CTL-LINE
           WRITE CTL-LINE
           MOVE SPACES TO CTL-LINE
           MOVE WS-MASTERS-AUDITED TO WS-CTL-COUNT-TXT
           STRING 'MASTERS AUDITED  : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-MASTERS-SKIPPED TO WS-CTL-COUNT-TXT
           STRING 'MASTERS SKIPPED  : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-BACKUP-RECS TO WS-CTL-COUNT-TXT
           STRING 'BACKUP RECORDS   : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-JOURNAL-ENTRIES TO WS-CTL-COUNT-TXT
           STRING 'JOURNAL ENTRIES  : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-ENTRIES-REPLAYED TO WS-CTL-COUNT-TXT
           STRING 'ENTRIES REPLAYED : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-ENTRIES-SKIPPED TO WS-CTL-COUNT-TXT
           STRING 'ENTRIES SKIPPED  : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-JOURNAL-GAPS TO WS-CTL-COUNT-TXT
           STRING 'JOURNAL GAPS     : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-MASTER-RECS TO WS-CTL-COUNT-TXT
           STRING 'MASTER RECORDS   : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-RECORDS-MATCHED TO WS-CTL-COUNT-TXT
           STRING 'RECORDS MATCHED  : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-NO-JOURNAL TO WS-CTL-COUNT-TXT
           STRING 'NO JOURNAL ENTRY : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-MISMATCHES TO WS-CTL-COUNT-TXT
           STRING 'IMAGE MISMATCHES : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-MASTER-ONLY TO WS-CTL-COUNT-TXT
           STRING 'ON MASTER ONLY   : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-REPLAY-ONLY TO WS-CTL-COUNT-TXT
           STRING 'ON REPLAY ONLY   : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-DIFFERENCES TO WS-CTL-COUNT-TXT
           STRING 'DIFFERENCES      : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           CLOSE CONTROL-TOTAL-FILE
           EXIT.

      * High-water marks of the in-memory tables for this run,
      * kept so TABLE-CAPACITY-REPORT can warn before a ceiling is
      * reached.
       RECORD-TABLE-CAPACITY SECTION.
           MOVE 'MASTER-JOURNAL-AUDIT' TO TCAP-PROGRAM-ID
           MOVE WS-PARM-RUN-ID TO TCAP-RUN-ID
           MOVE WS-RUN-DATE TO TCAP-RUN-DATE
           MOVE 'ACRONYM' TO TCAP-TABLE-NAME
           MOVE WS-ACR-COUNT TO TCAP-PEAK
           MOVE WS-ACR-MAX TO TCAP-CEILING
           PERFORM WRITE-TABLE-CAPACITY
           MOVE 'PATIENT' TO TCAP-TABLE-NAME
           MOVE WS-PAT-COUNT TO TCAP-PEAK
           MOVE WS-PAT-MAX TO TCAP-CEILING
           PERFORM WRITE-TABLE-CAPACITY
           EXIT.

       COPY "suite-error-log-proc.cpy".
       COPY "run-parms-proc.cpy".
       COPY "env-switch-proc.cpy".
       COPY "table-capacity-proc.cpy".
