       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESIDENT-PURGE.
      * Post-discharge retention purge. PROCESS-DISCHARGE in ALLERGIES
      * deletes the resident from PATIENT-MASTER, but everything else
      * keyed on the patient - severity pairs, diet orders, the
      * annual review record and its history, score history, any
      * dietary resend entry, identity confirmations, the location
      * history, the physician letters-sent log, the research
      * consent registry and the pseudonym cross-reference - used
      * to stay on file forever. Pseudonyms retired after a consent
      * withdrawal keep the pseudonym itself so it is never issued
      * again, but lose the real value behind it.
      * This job reads the discharge register ALLERGIES keeps, ages
      * each discharged resident from the discharge date and, file
      * by file, cuts the records of every resident discharged
      * longer ago than that file's retention parameter to a dated
      * retention archive (each record tagged with the file it came
      * from) and removes them from the live file. Residents named
      * on the legal-hold file AUDIT-ARCHIVE uses are left alone
      * whatever their age. A resident back on the master under the
      * same patient ID has been re-admitted since the discharge:
      * nothing of theirs is touched and they are listed on the
      * manifest. ALLERGEN-TREND reads the register for the twelve
      * period-ends it reports, so a discharge line stays on it
      * until it is older than that lookback - only then does a
      * re-admitted resident's stale discharge come off, and a
      * fully purged resident's line go to the archive. The
      * manifest is appended to on every run, one block per run,
      * like AUDIT-ARCHIVE's.
      * Retention days per file come from environment parameters
      * (RESIDENT_PURGE_<file>_DAYS) over the defaults below.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISCHARGE-REGISTER-FILE ASSIGN TO
               DYNAMIC WS-DISCHARGE-REG-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DISCHARGE-REG-STATUS.
      * Read only - a resident found here has been re-admitted.
           SELECT PATIENT-MASTER ASSIGN TO DYNAMIC WS-PATIENT-MST-DSN
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAT-PATIENT-ID
               FILE STATUS IS WS-PATIENT-MST-STATUS.
      * Patient IDs exempt while litigation is open - the same file
      * AUDIT-ARCHIVE honors for the audit log.
           SELECT LEGAL-HOLD-FILE ASSIGN TO DYNAMIC WS-HOLD-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.
      * The sequential satellites all carry the patient ID in the
      * first ten bytes, so one generic pair serves every one of
      * them the way RESIDENT-TRANSFER splits them: purged records
      * go to the archive, the rest to the keep file, which is then
      * copied back over the live file.
           SELECT SAT-LIVE-FILE ASSIGN TO DYNAMIC WS-SAT-LIVE-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SAT-LIVE-STATUS.
           SELECT SAT-KEEP-FILE ASSIGN TO DYNAMIC WS-SAT-KEEP-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SAT-KEEP-STATUS.
           SELECT PSEUDONYM-XREF ASSIGN TO DYNAMIC WS-XREF-DSN
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XRF-REAL-VALUE
               ALTERNATE RECORD KEY IS XRF-PSEUDONYM
               FILE STATUS IS WS-XREF-STATUS.
      * Pseudonyms taken out of use, kept so no generator reissues
      * them - read end to end, since the real value is not a key.
           SELECT RETIRED-PSEUDONYM ASSIGN TO DYNAMIC WS-RETIRED-DSN
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RTP-PSEUDONYM
               FILE STATUS IS WS-RETIRED-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO DYNAMIC WS-ARCHIVE-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.
           SELECT MANIFEST-FILE ASSIGN TO DYNAMIC WS-MANIFEST-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.
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
      * Written by ALLERGIES' RECORD-DISCHARGE, one line per
      * discharge - a resident discharged more than once has more
      * than one line and the latest discharge date counts.
       FD  DISCHARGE-REGISTER-FILE
           RECORD CONTAINS 58 CHARACTERS.
       01 DRG-RECORD.
          03 DRG-PATIENT-ID     PIC X(10).
          03 FILLER             PIC X(2).
          03 DRG-DISCHARGE-DATE PIC X(8).
          03 FILLER             PIC X(2).
          03 DRG-RUN-ID         PIC X(8).
          03 FILLER             PIC X(2).
          03 DRG-TIMESTAMP      PIC X(26).

       FD  PATIENT-MASTER
           RECORD CONTAINS 60 CHARACTERS.
       01 PAT-RECORD.
          03 PAT-PATIENT-ID     PIC X(10).
          03 FILLER             PIC X(50).

       FD  LEGAL-HOLD-FILE
           RECORD CONTAINS 10 CHARACTERS.
       01 LGL-PATIENT-ID PIC X(10).

       FD  SAT-LIVE-FILE
           RECORD CONTAINS 600 CHARACTERS.
       01 SLV-RECORD.
          03 SLV-PATIENT-ID     PIC X(10).
          03 FILLER             PIC X(590).

       FD  SAT-KEEP-FILE
           RECORD CONTAINS 600 CHARACTERS.
       01 SKP-RECORD PIC X(600).

       FD  PSEUDONYM-XREF
           RECORD CONTAINS 137 CHARACTERS.
       01 XRF-RECORD.
          03 XRF-REAL-VALUE    PIC X(64).
          03 XRF-PSEUDONYM     PIC X(64).
          03 XRF-CREATED-DATE  PIC 9(8).
          03 XRF-CONSENT-FLAG  PIC X.

       FD  RETIRED-PSEUDONYM
           RECORD CONTAINS 144 CHARACTERS.
       01 RTP-RECORD.
          03 RTP-PSEUDONYM     PIC X(64).
          03 RTP-REAL-VALUE    PIC X(64).
          03 RTP-CREATED-DATE  PIC 9(8).
          03 RTP-RETIRED-DATE  PIC 9(8).

      * Each archived record is the live record verbatim behind the
      * tag of the file it was cut from.
       FD  ARCHIVE-FILE
           RECORD CONTAINS 610 CHARACTERS.
       01 ARC-RECORD.
          03 ARC-FILE-TAG       PIC X(8).
          03 FILLER             PIC X(2).
          03 ARC-IMAGE          PIC X(600).

       FD  MANIFEST-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01 MAN-LINE PIC X(132).

       FD  CONTROL-TOTAL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 CTL-LINE PIC X(80).

       COPY "suite-error-log-fd.cpy".
       COPY "table-capacity-fd.cpy".
       COPY "run-parms-fd.cpy".

       WORKING-STORAGE SECTION.
       01 WS-DISCHARGE-REG-DSN  PIC X(100)
          VALUE 'RESIDENT-DISCHARGE-REGISTER.DAT'.
       01 WS-PATIENT-MST-DSN    PIC X(100) VALUE 'PATIENT-MASTER.DAT'.
       01 WS-HOLD-DSN           PIC X(100)
          VALUE 'AUDIT-LEGAL-HOLD.DAT'.
       01 WS-SAT-LIVE-DSN       PIC X(100).
       01 WS-SAT-KEEP-DSN       PIC X(100)
          VALUE 'RESIDENT-PURGE-KEEP.TMP'.
       01 WS-XREF-DSN           PIC X(100).
       01 WS-RETIRED-DSN        PIC X(100).
       01 WS-ARCHIVE-DSN        PIC X(100).
       01 WS-MANIFEST-DSN       PIC X(100)
          VALUE 'RESIDENT-RETENTION-MANIFEST.RPT'.
       01 WS-CONTROL-TOTAL-DSN  PIC X(100)
          VALUE 'RESIDENT-PURGE-CONTROL-TOTALS.RPT'.
       01 WS-DISCHARGE-REG-STATUS PIC XX VALUE '00'.
       01 WS-PATIENT-MST-STATUS PIC XX VALUE '00'.
       01 WS-HOLD-STATUS        PIC XX VALUE '00'.
       01 WS-SAT-LIVE-STATUS    PIC XX VALUE '00'.
       01 WS-SAT-KEEP-STATUS    PIC XX VALUE '00'.
       01 WS-XREF-STATUS        PIC XX VALUE '00'.
       01 WS-RETIRED-STATUS     PIC XX VALUE '00'.
       01 WS-ARCHIVE-STATUS     PIC XX VALUE '00'.
       01 WS-MANIFEST-STATUS    PIC XX VALUE '00'.
       01 WS-CONTROL-TOTAL-STATUS PIC XX VALUE '00'.
       01 WS-EOF-FLAG           PIC X VALUE 'N'.
       01 WS-SAT-EOF            PIC X VALUE 'N'.

       01 WS-PURGE-DATE         PIC 9(8) VALUE 0.
       01 WS-PURGE-DAY-NO       PIC 9(8) VALUE 0.
       01 WS-DAYS-TXT           PIC X(4) VALUE SPACES.

      * How far back ALLERGEN-TREND looks for discharges - twelve
      * period-ends with a margin. A register line younger than this
      * stays on the register whatever became of the resident.
       01 WS-TREND-DAYS         PIC 9(4) VALUE 400.
       01 WS-LINE-AGE           PIC S9(7) VALUE 0.
       01 WS-LINE-OUTCOME       PIC X VALUE SPACE.
       01 WS-REGISTER-CHANGED   PIC X VALUE 'N'.

      * Every file the purge cuts, in the order it is processed.
      * PF-T-DSN and PF-T-FILE-ENV are the logical name and file
      * override the owning program uses, PF-T-RESOLVE whether the
      * owner resolves it for the test library and company, and
      * PF-T-DAYS the retention after discharge. The last two
      * entries are indexed: the pseudonym cross-reference, keyed on
      * the patient ID itself rather than carrying it in front, and
      * the retired pseudonyms, whose real value is blanked rather
      * than the record removed - PF-T-PURGED counts those blanked.
       01 WS-FILE-COUNT         PIC 9(2) VALUE 12.
       01 WS-FILE-NO            PIC 9(2) VALUE 0.
       01 WS-XREF-FILE-NO       PIC 9(2) VALUE 11.
       01 WS-RETIRED-FILE-NO    PIC 9(2) VALUE 12.
       01 WS-PURGE-FILE-TABLE.
          03 WS-PURGE-FILE OCCURS 12 TIMES.
             05 PF-T-TAG          PIC X(8).
             05 PF-T-SHORT        PIC X(5).
             05 PF-T-DSN          PIC X(100).
             05 PF-T-FILE-ENV     PIC X(40).
             05 PF-T-DAYS-ENV     PIC X(40).
             05 PF-T-RESOLVE      PIC X.
             05 PF-T-DAYS         PIC 9(4).
             05 PF-T-PRESENT      PIC X.
             05 PF-T-READ         PIC 9(7).
             05 PF-T-KEPT         PIC 9(7).
             05 PF-T-PURGED       PIC 9(7).

      * The register held whole, one entry per resident at the
      * latest discharge. REG-T-OUTCOME: C every file's retention
      * passed, P some files' passed, N none yet, R re-admitted,
      * H on legal hold, X discharge date not usable.
       01 WS-REG-MAX            PIC 9(4) VALUE 2000.
       01 WS-REG-COUNT          PIC 9(4) VALUE 0.
       01 WS-REG-NO             PIC 9(4) VALUE 0.
       01 WS-REG-OVERFLOW       PIC X VALUE 'N'.
       01 WS-REG-TABLE.
          03 WS-REG-ENTRY OCCURS 2000 TIMES INDEXED BY RG-IDX.
             05 REG-T-PATIENT-ID  PIC X(10).
             05 REG-T-IMAGE       PIC X(58).
             05 REG-T-DATE        PIC X(8).
             05 REG-T-AGE         PIC 9(5).
             05 REG-T-OUTCOME     PIC X.
             05 REG-T-FILE-DUE    PIC X OCCURS 12 TIMES.
             05 REG-T-FILE-COUNT  PIC 9(5) OCCURS 12 TIMES.
       01 WS-REG-HIT            PIC X VALUE 'N'.
       01 WS-FILES-DUE          PIC 9(2) VALUE 0.

      * Residents with at least one file due tonight, pointing back
      * at their register entry - the list each satellite record is
      * checked against.
       01 WS-DUE-MAX            PIC 9(3) VALUE 500.
       01 WS-DUE-COUNT          PIC 9(3) VALUE 0.
       01 WS-DUE-TABLE.
          03 WS-DUE-ENTRY OCCURS 500 TIMES INDEXED BY DU-IDX.
             05 DUE-T-PATIENT-ID  PIC X(10).
             05 DUE-T-REG-NO      PIC 9(4).
       01 WS-DUE-HIT            PIC 9(4) VALUE 0.

       01 WS-HOLD-MAX           PIC 9(3) VALUE 100.
       01 WS-HOLD-COUNT         PIC 9(3) VALUE 0.
       01 WS-HOLD-TABLE.
          03 WS-HOLD-ID OCCURS 100 TIMES INDEXED BY HL-IDX
             PIC X(10).
       01 WS-ON-HOLD            PIC X VALUE 'N'.

       01 WS-REGISTER-READ      PIC 9(6) VALUE 0.
       01 WS-PURGED-COMPLETE    PIC 9(6) VALUE 0.
       01 WS-PURGED-PARTIAL     PIC 9(6) VALUE 0.
       01 WS-NOT-YET-DUE        PIC 9(6) VALUE 0.
       01 WS-READMITTED         PIC 9(6) VALUE 0.
       01 WS-ON-LEGAL-HOLD      PIC 9(6) VALUE 0.
       01 WS-BAD-DATES          PIC 9(6) VALUE 0.
       01 WS-RECORDS-PURGED     PIC 9(7) VALUE 0.
       01 WS-ARCHIVE-RECORDS    PIC 9(7) VALUE 0.
       01 WS-REGISTER-ARCHIVED  PIC 9(6) VALUE 0.
       01 WS-REGISTER-DROPPED   PIC 9(6) VALUE 0.
       01 WS-PURGE-SKIPPED      PIC X VALUE 'N'.
       01 WS-CTL-COUNT-TXT      PIC ZZZZZ9.
       01 WS-CTL-LABEL          PIC X(17).

       01 WS-MAN-HEADING.
          03 FILLER             PIC X(10) VALUE 'PATIENT ID'.
          03 FILLER             PIC X(2) VALUE SPACES.
          03 FILLER             PIC X(10) VALUE 'DISCHARGED'.
          03 FILLER             PIC X(2) VALUE SPACES.
          03 FILLER             PIC X(5) VALUE ' DAYS'.
          03 FILLER             PIC X(2) VALUE SPACES.
          03 FILLER             PIC X(22) VALUE 'RESULT'.
          03 MNH-FILE OCCURS 12 TIMES.
             05 FILLER          PIC X.
             05 MNH-SHORT       PIC X(5).
       01 WS-MAN-DETAIL.
          03 MND-PATIENT-ID     PIC X(10).
          03 FILLER             PIC X(2).
          03 MND-DISCHARGE-DATE PIC X(10).
          03 FILLER             PIC X(2).
          03 MND-AGE            PIC ZZZZ9.
          03 FILLER             PIC X(2).
          03 MND-RESULT         PIC X(22).
          03 MND-FILE OCCURS 12 TIMES.
             05 FILLER          PIC X.
             05 MND-COUNT       PIC ZZZZ9.
       01 WS-MAN-FILE-LINE.
          03 MNF-TAG            PIC X(8).
          03 FILLER             PIC X(2).
          03 MNF-DSN            PIC X(40).
          03 FILLER             PIC X(11) VALUE '  RETAIN  '.
          03 MNF-DAYS           PIC ZZZ9.
          03 FILLER             PIC X(12) VALUE ' DAYS  READ '.
          03 MNF-READ           PIC ZZZZZZ9.
          03 FILLER             PIC X(9) VALUE '  PURGED '.
          03 MNF-PURGED         PIC ZZZZZZ9.
          03 FILLER             PIC X(7) VALUE '  KEPT '.
          03 MNF-KEPT           PIC ZZZZZZ9.
          03 FILLER             PIC X(2) VALUE SPACES.
          03 MNF-NOTE           PIC X(11) VALUE SPACES.

       COPY "suite-error-log-ws.cpy".
       COPY "table-capacity-ws.cpy".
       COPY "run-parms-ws.cpy".
       COPY "env-accept-ws.cpy".
       COPY "transaction-header.cpy".
       COPY "return-codes.cpy".
       COPY "env-switch-ws.cpy".

       PROCEDURE DIVISION.
       RUN-RESIDENT-PURGE SECTION.
           PERFORM READ-RUN-PARMS
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'ALLERGIES_DISCHARGE_REGISTER_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-DISCHARGE-REG-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'ALLERGIES_PATIENT_MASTER_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-PATIENT-MST-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'AUDIT_LEGAL_HOLD_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-HOLD-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'RESIDENT_PURGE_MANIFEST_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-MANIFEST-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'RESIDENT_PURGE_CONTROL_TOTAL_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-CONTROL-TOTAL-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'SUITE_ERROR_LOG_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-SUITE-ERROR-LOG-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'RESIDENT_PURGE_TREND_DAYS'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE SPACES TO WS-DAYS-TXT
               MOVE FUNCTION TRIM(WS-ENV-ACCEPT-SCRATCH) TO WS-DAYS-TXT
               IF FUNCTION TRIM(WS-DAYS-TXT) IS NUMERIC
                   COMPUTE WS-TREND-DAYS =
                       FUNCTION NUMVAL(WS-DAYS-TXT)
               ELSE
                   MOVE 'RES-PURGE' TO SERR-PROGRAM-ID
                   MOVE 'TREND DAYS' TO SERR-KEY-FIELD
                   MOVE 'BAD LOOKBACK - DEFAULT USED' TO SERR-REASON
                   MOVE 'CFG001' TO SERR-ERROR-CODE
                   PERFORM WRITE-SUITE-ERROR-LOG
               END-IF
           END-IF
           IF WS-RUN-DATE NOT = 0
               MOVE WS-RUN-DATE TO WS-PURGE-DATE
           ELSE
               ACCEPT WS-PURGE-DATE FROM DATE YYYYMMDD
           END-IF
           COMPUTE WS-PURGE-DAY-NO =
               FUNCTION INTEGER-OF-DATE(WS-PURGE-DATE)
      * The archive is dated with the purge date, so each night's cut
      * is its own dataset and a rerun the same night adds to it.
           MOVE SPACES TO WS-ARCHIVE-DSN
           STRING 'RESIDENT-RETENTION-ARCHIVE.' DELIMITED BY SIZE
                  WS-PURGE-DATE DELIMITED BY SIZE
             INTO WS-ARCHIVE-DSN
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'RESIDENT_PURGE_ARCHIVE_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-ARCHIVE-DSN
           END-IF
           MOVE WS-DISCHARGE-REG-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-DISCHARGE-REG-DSN
           MOVE WS-PATIENT-MST-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-PATIENT-MST-DSN
           MOVE WS-ARCHIVE-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-ARCHIVE-DSN
           MOVE WS-MANIFEST-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-MANIFEST-DSN
           MOVE WS-CONTROL-TOTAL-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-CONTROL-TOTAL-DSN

           PERFORM LOAD-PURGE-FILES
           PERFORM LOAD-LEGAL-HOLDS
           PERFORM LOAD-DISCHARGE-REGISTER
           IF WS-REG-OVERFLOW = 'Y'
               MOVE 'RES-PURGE' TO SERR-PROGRAM-ID
               MOVE WS-DISCHARGE-REG-DSN(1:20) TO SERR-KEY-FIELD
               MOVE 'REGISTER OVER TABLE - SKIPPED' TO SERR-REASON
               MOVE 'TBL001' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               MOVE 'Y' TO WS-PURGE-SKIPPED
               SET RC-WARNING TO TRUE
               PERFORM WRITE-MANIFEST
               PERFORM WRITE-CONTROL-TOTALS
               MOVE WS-RETURN-CODE TO RETURN-CODE
               PERFORM RECORD-TABLE-CAPACITY
               GOBACK
           END-IF

      * Without the master there is no telling a re-admitted resident
      * from a discharged one, so nothing is purged.
           OPEN INPUT PATIENT-MASTER
           IF WS-PATIENT-MST-STATUS NOT = '00'
               MOVE 'RES-PURGE' TO SERR-PROGRAM-ID
               MOVE WS-PATIENT-MST-DSN(1:20) TO SERR-KEY-FIELD
               MOVE 'MASTER WILL NOT OPEN - SKIPPED' TO SERR-REASON
               MOVE 'MST001' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               MOVE 'Y' TO WS-PURGE-SKIPPED
               SET RC-CRITICAL TO TRUE
               PERFORM WRITE-MANIFEST
               PERFORM WRITE-CONTROL-TOTALS
               MOVE WS-RETURN-CODE TO RETURN-CODE
               PERFORM RECORD-TABLE-CAPACITY
               GOBACK
           END-IF
           PERFORM VARYING WS-REG-NO FROM 1 BY 1
                   UNTIL WS-REG-NO > WS-REG-COUNT
               PERFORM CLASSIFY-DISCHARGE
           END-PERFORM
           CLOSE PATIENT-MASTER

           OPEN EXTEND ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS NOT = '00'
               OPEN OUTPUT ARCHIVE-FILE
           END-IF
           IF WS-ARCHIVE-STATUS NOT = '00'
               MOVE 'RES-PURGE' TO SERR-PROGRAM-ID
               MOVE WS-ARCHIVE-DSN(1:20) TO SERR-KEY-FIELD
               MOVE 'ARCHIVE WILL NOT OPEN - SKIPPED' TO SERR-REASON
               MOVE 'HSK001' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               MOVE 'Y' TO WS-PURGE-SKIPPED
               SET RC-CRITICAL TO TRUE
               PERFORM WRITE-MANIFEST
               PERFORM WRITE-CONTROL-TOTALS
               MOVE WS-RETURN-CODE TO RETURN-CODE
               PERFORM RECORD-TABLE-CAPACITY
               GOBACK
           END-IF
           IF WS-DUE-COUNT > 0
               PERFORM VARYING WS-FILE-NO FROM 1 BY 1
                       UNTIL WS-FILE-NO >= WS-XREF-FILE-NO
                   PERFORM PURGE-SATELLITE-FILE
               END-PERFORM
               PERFORM PURGE-PSEUDONYM-XREF
               PERFORM PURGE-RETIRED-PSEUDONYMS
           END-IF
           PERFORM REWRITE-DISCHARGE-REGISTER
           CLOSE ARCHIVE-FILE

           PERFORM WRITE-MANIFEST
           PERFORM WRITE-CONTROL-TOTALS

           SET RC-NORMAL TO TRUE
           IF WS-READMITTED > 0
               OR WS-BAD-DATES > 0
               SET RC-WARNING TO TRUE
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
           PERFORM RECORD-TABLE-CAPACITY
           GOBACK.

      * The satellite files and their retention defaults. A site
      * override of any retention must be a whole number of days.
       LOAD-PURGE-FILES SECTION.
           MOVE 'SEVERITY' TO PF-T-TAG(1)
           MOVE 'SEV' TO PF-T-SHORT(1)
           MOVE 'ALLERGY-SEVERITY.DAT' TO PF-T-DSN(1)
           MOVE 'ALLERGIES_SEVERITY_FILE' TO PF-T-FILE-ENV(1)
           MOVE 'RESIDENT_PURGE_SEVERITY_DAYS' TO PF-T-DAYS-ENV(1)
           MOVE 'Y' TO PF-T-RESOLVE(1)
           MOVE 2555 TO PF-T-DAYS(1)
           MOVE 'DIETORD' TO PF-T-TAG(2)
           MOVE 'DIET' TO PF-T-SHORT(2)
           MOVE 'DIET-ORDERS.DAT' TO PF-T-DSN(2)
           MOVE 'ALLERGIES_DIET_ORDER_FILE' TO PF-T-FILE-ENV(2)
           MOVE 'RESIDENT_PURGE_DIET_ORDER_DAYS' TO PF-T-DAYS-ENV(2)
           MOVE 'N' TO PF-T-RESOLVE(2)
           MOVE 2555 TO PF-T-DAYS(2)
           MOVE 'REVIEW' TO PF-T-TAG(3)
           MOVE 'REV' TO PF-T-SHORT(3)
           MOVE 'ALLERGY-REVIEWS.DAT' TO PF-T-DSN(3)
           MOVE 'ALLERGY_REVIEW_FILE' TO PF-T-FILE-ENV(3)
           MOVE 'RESIDENT_PURGE_REVIEW_DAYS' TO PF-T-DAYS-ENV(3)
           MOVE 'Y' TO PF-T-RESOLVE(3)
           MOVE 2555 TO PF-T-DAYS(3)
           MOVE 'REVHIST' TO PF-T-TAG(4)
           MOVE 'RHST' TO PF-T-SHORT(4)
           MOVE 'ALLERGY-REVIEW-HISTORY.DAT' TO PF-T-DSN(4)
           MOVE 'ALLERGY_REVIEW_HISTORY_FILE' TO PF-T-FILE-ENV(4)
           MOVE 'RESIDENT_PURGE_REVIEW_HISTORY_DAYS'
             TO PF-T-DAYS-ENV(4)
           MOVE 'Y' TO PF-T-RESOLVE(4)
           MOVE 2555 TO PF-T-DAYS(4)
           MOVE 'SCOREHST' TO PF-T-TAG(5)
           MOVE 'HIST' TO PF-T-SHORT(5)
           MOVE 'ALLERGY-SCORE-HISTORY.DAT' TO PF-T-DSN(5)
           MOVE 'ALLERGIES_SCORE_HISTORY_FILE' TO PF-T-FILE-ENV(5)
           MOVE 'RESIDENT_PURGE_SCORE_HISTORY_DAYS'
             TO PF-T-DAYS-ENV(5)
           MOVE 'Y' TO PF-T-RESOLVE(5)
           MOVE 2555 TO PF-T-DAYS(5)
           MOVE 'RESEND' TO PF-T-TAG(6)
           MOVE 'RSND' TO PF-T-SHORT(6)
           MOVE 'DIETARY-RESEND.DAT' TO PF-T-DSN(6)
           MOVE 'DIETARY_RESEND_FILE' TO PF-T-FILE-ENV(6)
           MOVE 'RESIDENT_PURGE_RESEND_DAYS' TO PF-T-DAYS-ENV(6)
           MOVE 'Y' TO PF-T-RESOLVE(6)
           MOVE 90 TO PF-T-DAYS(6)
           MOVE 'IDCONFRM' TO PF-T-TAG(7)
           MOVE 'IDC' TO PF-T-SHORT(7)
           MOVE 'ALLERGY-IDENTITY-CONFIRMED.DAT' TO PF-T-DSN(7)
           MOVE 'ALLERGIES_IDENTITY_CONFIRM_FILE' TO PF-T-FILE-ENV(7)
           MOVE 'RESIDENT_PURGE_IDENTITY_DAYS' TO PF-T-DAYS-ENV(7)
           MOVE 'N' TO PF-T-RESOLVE(7)
           MOVE 365 TO PF-T-DAYS(7)
           MOVE 'LOCHIST' TO PF-T-TAG(8)
           MOVE 'LOC' TO PF-T-SHORT(8)
           MOVE 'RESIDENT-LOCATION-HISTORY.DAT' TO PF-T-DSN(8)
           MOVE 'ALLERGIES_LOCATION_HISTORY_FILE' TO PF-T-FILE-ENV(8)
           MOVE 'RESIDENT_PURGE_LOCATION_HISTORY_DAYS'
             TO PF-T-DAYS-ENV(8)
           MOVE 'Y' TO PF-T-RESOLVE(8)
           MOVE 2555 TO PF-T-DAYS(8)
           MOVE 'LETTERS' TO PF-T-TAG(9)
           MOVE 'LTRS' TO PF-T-SHORT(9)
           MOVE 'ALLERGY-LETTERS-SENT.LOG' TO PF-T-DSN(9)
           MOVE 'ALLERGY_LETTERS_SENT_LOG_FILE' TO PF-T-FILE-ENV(9)
           MOVE 'RESIDENT_PURGE_LETTERS_SENT_DAYS' TO PF-T-DAYS-ENV(9)
           MOVE 'Y' TO PF-T-RESOLVE(9)
           MOVE 2555 TO PF-T-DAYS(9)
           MOVE 'CONSENT' TO PF-T-TAG(10)
           MOVE 'CNS' TO PF-T-SHORT(10)
           MOVE 'RESEARCH-CONSENT.DAT' TO PF-T-DSN(10)
           MOVE 'RESEARCH_CONSENT_FILE' TO PF-T-FILE-ENV(10)
           MOVE 'RESIDENT_PURGE_CONSENT_DAYS' TO PF-T-DAYS-ENV(10)
           MOVE 'Y' TO PF-T-RESOLVE(10)
           MOVE 2555 TO PF-T-DAYS(10)
           MOVE 'XREF' TO PF-T-TAG(11)
           MOVE 'XREF' TO PF-T-SHORT(11)
           MOVE 'PSEUDONYM-XREF.DAT' TO PF-T-DSN(11)
           MOVE 'ROTATIONAL_CIPHER_XREF_FILE' TO PF-T-FILE-ENV(11)
           MOVE 'RESIDENT_PURGE_XREF_DAYS' TO PF-T-DAYS-ENV(11)
           MOVE 'Y' TO PF-T-RESOLVE(11)
           MOVE 365 TO PF-T-DAYS(11)
           MOVE 'RETIRED' TO PF-T-TAG(12)
           MOVE 'RTP' TO PF-T-SHORT(12)
           MOVE 'PSEUDONYM-RETIRED.DAT' TO PF-T-DSN(12)
           MOVE 'ROTATIONAL_CIPHER_RETIRED_FILE' TO PF-T-FILE-ENV(12)
           MOVE 'RESIDENT_PURGE_RETIRED_DAYS' TO PF-T-DAYS-ENV(12)
           MOVE 'Y' TO PF-T-RESOLVE(12)
           MOVE 365 TO PF-T-DAYS(12)
           PERFORM VARYING WS-FILE-NO FROM 1 BY 1
                   UNTIL WS-FILE-NO > WS-FILE-COUNT
               PERFORM SET-PURGE-FILE-PARMS
           END-PERFORM
           MOVE PF-T-DSN(WS-XREF-FILE-NO) TO WS-XREF-DSN
           MOVE PF-T-DSN(WS-RETIRED-FILE-NO) TO WS-RETIRED-DSN
           EXIT.

       SET-PURGE-FILE-PARMS SECTION.
           MOVE 'N' TO PF-T-PRESENT(WS-FILE-NO)
           MOVE 0 TO PF-T-READ(WS-FILE-NO)
           MOVE 0 TO PF-T-KEPT(WS-FILE-NO)
           MOVE 0 TO PF-T-PURGED(WS-FILE-NO)
           MOVE SPACES TO WS-ENV-ACCEPT-SCRATCH
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  PF-T-FILE-ENV(WS-FILE-NO)
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO PF-T-DSN(WS-FILE-NO)
           END-IF
           IF PF-T-RESOLVE(WS-FILE-NO) = 'Y'
               MOVE PF-T-DSN(WS-FILE-NO) TO WS-ENV-SWITCH-DSN
               PERFORM RESOLVE-ENVIRONMENT-DSN
               MOVE WS-ENV-SWITCH-DSN TO PF-T-DSN(WS-FILE-NO)
           END-IF
           MOVE SPACES TO WS-ENV-ACCEPT-SCRATCH
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  PF-T-DAYS-ENV(WS-FILE-NO)
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE SPACES TO WS-DAYS-TXT
               MOVE FUNCTION TRIM(WS-ENV-ACCEPT-SCRATCH)
                 TO WS-DAYS-TXT
               IF FUNCTION TRIM(WS-DAYS-TXT) IS NUMERIC
                   COMPUTE PF-T-DAYS(WS-FILE-NO) =
                       FUNCTION NUMVAL(WS-DAYS-TXT)
               ELSE
                   MOVE 'RES-PURGE' TO SERR-PROGRAM-ID
                   MOVE PF-T-TAG(WS-FILE-NO) TO SERR-KEY-FIELD
                   MOVE 'BAD RETENTION - DEFAULT USED'
                     TO SERR-REASON
                   MOVE 'CFG001' TO SERR-ERROR-CODE
                   PERFORM WRITE-SUITE-ERROR-LOG
               END-IF
           END-IF
           EXIT.

       LOAD-LEGAL-HOLDS SECTION.
           MOVE 0 TO WS-HOLD-COUNT
           OPEN INPUT LEGAL-HOLD-FILE
           IF WS-HOLD-STATUS = '00'
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ LEGAL-HOLD-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           IF WS-HOLD-COUNT < WS-HOLD-MAX
                               ADD 1 TO WS-HOLD-COUNT
                               MOVE LGL-PATIENT-ID
                                 TO WS-HOLD-ID(WS-HOLD-COUNT)
                           ELSE
                               MOVE 'RES-PURGE' TO SERR-PROGRAM-ID
                               MOVE LGL-PATIENT-ID TO SERR-KEY-FIELD
                               MOVE 'LEGAL HOLD TABLE FULL'
                                 TO SERR-REASON
                               MOVE 'TBL001' TO SERR-ERROR-CODE
                               PERFORM WRITE-SUITE-ERROR-LOG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LEGAL-HOLD-FILE
               MOVE 'N' TO WS-EOF-FLAG
           END-IF
           EXIT.

      * One table entry per resident; a later discharge line replaces
      * the earlier one. No register yet means nobody has been
      * discharged since it was started.
       LOAD-DISCHARGE-REGISTER SECTION.
           MOVE 0 TO WS-REG-COUNT
           MOVE 'N' TO WS-REG-OVERFLOW
           OPEN INPUT DISCHARGE-REGISTER-FILE
           IF WS-DISCHARGE-REG-STATUS NOT = '00'
               GO TO LOAD-DISCHARGE-REGISTER-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ DISCHARGE-REGISTER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF DRG-PATIENT-ID NOT = SPACES
                           ADD 1 TO WS-REGISTER-READ
                           PERFORM TAKE-REGISTER-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DISCHARGE-REGISTER-FILE
           MOVE 'N' TO WS-EOF-FLAG.
       LOAD-DISCHARGE-REGISTER-EXIT.
           EXIT.

       TAKE-REGISTER-LINE SECTION.
           MOVE 'N' TO WS-REG-HIT
           PERFORM VARYING RG-IDX FROM 1 BY 1
                   UNTIL RG-IDX > WS-REG-COUNT
                      OR WS-REG-HIT = 'Y'
               IF REG-T-PATIENT-ID(RG-IDX) = DRG-PATIENT-ID
                   MOVE 'Y' TO WS-REG-HIT
                   IF DRG-DISCHARGE-DATE >= REG-T-DATE(RG-IDX)
                       MOVE DRG-RECORD TO REG-T-IMAGE(RG-IDX)
                       MOVE DRG-DISCHARGE-DATE TO REG-T-DATE(RG-IDX)
                   END-IF
               END-IF
           END-PERFORM
           IF WS-REG-HIT = 'Y'
               GO TO TAKE-REGISTER-LINE-EXIT
           END-IF
           IF WS-REG-COUNT >= WS-REG-MAX
               MOVE 'Y' TO WS-REG-OVERFLOW
               GO TO TAKE-REGISTER-LINE-EXIT
           END-IF
           ADD 1 TO WS-REG-COUNT
           MOVE DRG-PATIENT-ID TO REG-T-PATIENT-ID(WS-REG-COUNT)
           MOVE DRG-RECORD TO REG-T-IMAGE(WS-REG-COUNT)
           MOVE DRG-DISCHARGE-DATE TO REG-T-DATE(WS-REG-COUNT)
           MOVE 0 TO REG-T-AGE(WS-REG-COUNT)
           MOVE 'N' TO REG-T-OUTCOME(WS-REG-COUNT).
       TAKE-REGISTER-LINE-EXIT.
           EXIT.

      * Decides what happens to one register entry tonight. The
      * checks run in order of precedence: a resident back on the
      * master is never purged, a held resident never, and only then
      * does the age against each file's retention count.
       CLASSIFY-DISCHARGE SECTION.
           PERFORM VARYING WS-FILE-NO FROM 1 BY 1
                   UNTIL WS-FILE-NO > WS-FILE-COUNT
               MOVE 'N' TO REG-T-FILE-DUE(WS-REG-NO, WS-FILE-NO)
               MOVE 0 TO REG-T-FILE-COUNT(WS-REG-NO, WS-FILE-NO)
           END-PERFORM
           IF REG-T-DATE(WS-REG-NO) NOT NUMERIC
               OR FUNCTION TEST-DATE-YYYYMMDD
                      (FUNCTION NUMVAL(REG-T-DATE(WS-REG-NO))) NOT = 0
               OR REG-T-DATE(WS-REG-NO) > WS-PURGE-DATE
               MOVE 'X' TO REG-T-OUTCOME(WS-REG-NO)
               ADD 1 TO WS-BAD-DATES
               MOVE 'RES-PURGE' TO SERR-PROGRAM-ID
               MOVE REG-T-PATIENT-ID(WS-REG-NO) TO SERR-KEY-FIELD
               MOVE 'DISCHARGE DATE NOT VALID' TO SERR-REASON
               MOVE 'DTE001' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               GO TO CLASSIFY-DISCHARGE-EXIT
           END-IF
           COMPUTE REG-T-AGE(WS-REG-NO) = WS-PURGE-DAY-NO
               - FUNCTION INTEGER-OF-DATE
                     (FUNCTION NUMVAL(REG-T-DATE(WS-REG-NO)))

           MOVE REG-T-PATIENT-ID(WS-REG-NO) TO PAT-PATIENT-ID
           READ PATIENT-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'R' TO REG-T-OUTCOME(WS-REG-NO)
           END-READ
           IF REG-T-OUTCOME(WS-REG-NO) = 'R'
               ADD 1 TO WS-READMITTED
               MOVE 'RES-PURGE' TO SERR-PROGRAM-ID
               MOVE REG-T-PATIENT-ID(WS-REG-NO) TO SERR-KEY-FIELD
               MOVE 'READMITTED - PURGE SKIPPED' TO SERR-REASON
               MOVE 'TXN003' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               GO TO CLASSIFY-DISCHARGE-EXIT
           END-IF

           MOVE 'N' TO WS-ON-HOLD
           PERFORM VARYING HL-IDX FROM 1 BY 1
                   UNTIL HL-IDX > WS-HOLD-COUNT
               IF WS-HOLD-ID(HL-IDX) = REG-T-PATIENT-ID(WS-REG-NO)
                   MOVE 'Y' TO WS-ON-HOLD
               END-IF
           END-PERFORM
           IF WS-ON-HOLD = 'Y'
               MOVE 'H' TO REG-T-OUTCOME(WS-REG-NO)
               ADD 1 TO WS-ON-LEGAL-HOLD
               GO TO CLASSIFY-DISCHARGE-EXIT
           END-IF

           MOVE 0 TO WS-FILES-DUE
           PERFORM VARYING WS-FILE-NO FROM 1 BY 1
                   UNTIL WS-FILE-NO > WS-FILE-COUNT
               IF REG-T-AGE(WS-REG-NO) > PF-T-DAYS(WS-FILE-NO)
                   MOVE 'Y' TO REG-T-FILE-DUE(WS-REG-NO, WS-FILE-NO)
                   ADD 1 TO WS-FILES-DUE
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-FILES-DUE = 0
                   MOVE 'N' TO REG-T-OUTCOME(WS-REG-NO)
                   ADD 1 TO WS-NOT-YET-DUE
                   GO TO CLASSIFY-DISCHARGE-EXIT
               WHEN WS-FILES-DUE = WS-FILE-COUNT
                   MOVE 'C' TO REG-T-OUTCOME(WS-REG-NO)
               WHEN OTHER
                   MOVE 'P' TO REG-T-OUTCOME(WS-REG-NO)
           END-EVALUATE
      * A resident who will not fit on tonight's due list waits for
      * tomorrow night, counted as not yet due.
           IF WS-DUE-COUNT >= WS-DUE-MAX
               MOVE 'N' TO REG-T-OUTCOME(WS-REG-NO)
               ADD 1 TO WS-NOT-YET-DUE
               MOVE 'RES-PURGE' TO SERR-PROGRAM-ID
               MOVE REG-T-PATIENT-ID(WS-REG-NO) TO SERR-KEY-FIELD
               MOVE 'PURGE DUE TABLE FULL' TO SERR-REASON
               MOVE 'TBL001' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               GO TO CLASSIFY-DISCHARGE-EXIT
           END-IF
           ADD 1 TO WS-DUE-COUNT
           MOVE REG-T-PATIENT-ID(WS-REG-NO)
             TO DUE-T-PATIENT-ID(WS-DUE-COUNT)
           MOVE WS-REG-NO TO DUE-T-REG-NO(WS-DUE-COUNT)
           IF REG-T-OUTCOME(WS-REG-NO) = 'C'
               ADD 1 TO WS-PURGED-COMPLETE
           ELSE
               ADD 1 TO WS-PURGED-PARTIAL
           END-IF.
       CLASSIFY-DISCHARGE-EXIT.
           EXIT.

      * One sequential satellite file, numbered WS-FILE-NO. No live
      * file means nothing on record to purge; the live file is only
      * rewritten when something actually came out of it.
       PURGE-SATELLITE-FILE SECTION.
           MOVE PF-T-DSN(WS-FILE-NO) TO WS-SAT-LIVE-DSN
           OPEN INPUT SAT-LIVE-FILE
           IF WS-SAT-LIVE-STATUS NOT = '00'
               GO TO PURGE-SATELLITE-FILE-EXIT
           END-IF
           MOVE 'Y' TO PF-T-PRESENT(WS-FILE-NO)
           OPEN OUTPUT SAT-KEEP-FILE
           MOVE 'N' TO WS-SAT-EOF
           PERFORM UNTIL WS-SAT-EOF = 'Y'
               READ SAT-LIVE-FILE
                   AT END
                       MOVE 'Y' TO WS-SAT-EOF
                   NOT AT END
                       ADD 1 TO PF-T-READ(WS-FILE-NO)
                       PERFORM TAKE-SATELLITE-RECORD
               END-READ
           END-PERFORM
           CLOSE SAT-LIVE-FILE
           CLOSE SAT-KEEP-FILE
           IF PF-T-PURGED(WS-FILE-NO) = 0
               GO TO PURGE-SATELLITE-FILE-EXIT
           END-IF
           OPEN INPUT SAT-KEEP-FILE
           OPEN OUTPUT SAT-LIVE-FILE
           MOVE 'N' TO WS-SAT-EOF
           PERFORM UNTIL WS-SAT-EOF = 'Y'
               READ SAT-KEEP-FILE
                   AT END
                       MOVE 'Y' TO WS-SAT-EOF
                   NOT AT END
                       MOVE SKP-RECORD TO SLV-RECORD
                       WRITE SLV-RECORD
               END-READ
           END-PERFORM
           CLOSE SAT-KEEP-FILE
           CLOSE SAT-LIVE-FILE.
       PURGE-SATELLITE-FILE-EXIT.
           EXIT.

       TAKE-SATELLITE-RECORD SECTION.
           MOVE 0 TO WS-DUE-HIT
           PERFORM VARYING DU-IDX FROM 1 BY 1
                   UNTIL DU-IDX > WS-DUE-COUNT
                      OR WS-DUE-HIT > 0
               IF DUE-T-PATIENT-ID(DU-IDX) = SLV-PATIENT-ID
                   MOVE DUE-T-REG-NO(DU-IDX) TO WS-DUE-HIT
               END-IF
           END-PERFORM
           IF WS-DUE-HIT > 0
               IF REG-T-FILE-DUE(WS-DUE-HIT, WS-FILE-NO) = 'Y'
                   MOVE SPACES TO ARC-RECORD
                   MOVE PF-T-TAG(WS-FILE-NO) TO ARC-FILE-TAG
                   MOVE SLV-RECORD TO ARC-IMAGE
                   WRITE ARC-RECORD
                   ADD 1 TO WS-ARCHIVE-RECORDS
                   ADD 1 TO PF-T-PURGED(WS-FILE-NO)
                   ADD 1 TO WS-RECORDS-PURGED
                   ADD 1 TO REG-T-FILE-COUNT(WS-DUE-HIT, WS-FILE-NO)
                   GO TO TAKE-SATELLITE-RECORD-EXIT
               END-IF
           END-IF
           MOVE SLV-RECORD TO SKP-RECORD
           WRITE SKP-RECORD
           ADD 1 TO PF-T-KEPT(WS-FILE-NO).
       TAKE-SATELLITE-RECORD-EXIT.
           EXIT.

      * The cross-reference is keyed on the real value, and a
      * resident's own entry is the one whose real value is their
      * patient ID - read directly for each resident due, archived
      * and deleted. A cross-reference never yet created is nothing
      * to purge; one that will not open is logged and left for the
      * next run, the same resident being due again then.
       PURGE-PSEUDONYM-XREF SECTION.
           MOVE WS-XREF-FILE-NO TO WS-FILE-NO
           OPEN I-O PSEUDONYM-XREF
           IF WS-XREF-STATUS = '35'
               GO TO PURGE-PSEUDONYM-XREF-EXIT
           END-IF
           IF WS-XREF-STATUS NOT = '00'
               MOVE 'RES-PURGE' TO SERR-PROGRAM-ID
               MOVE WS-XREF-DSN(1:20) TO SERR-KEY-FIELD
               MOVE 'XREF WILL NOT OPEN - NOT PURGED' TO SERR-REASON
               MOVE 'REF001' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               GO TO PURGE-PSEUDONYM-XREF-EXIT
           END-IF
           MOVE 'Y' TO PF-T-PRESENT(WS-FILE-NO)
           PERFORM VARYING DU-IDX FROM 1 BY 1
                   UNTIL DU-IDX > WS-DUE-COUNT
               MOVE DUE-T-REG-NO(DU-IDX) TO WS-DUE-HIT
               IF REG-T-FILE-DUE(WS-DUE-HIT, WS-FILE-NO) = 'Y'
                   PERFORM PURGE-ONE-PSEUDONYM
               END-IF
           END-PERFORM
           CLOSE PSEUDONYM-XREF.
       PURGE-PSEUDONYM-XREF-EXIT.
           EXIT.

       PURGE-ONE-PSEUDONYM SECTION.
           MOVE SPACES TO XRF-REAL-VALUE
           MOVE DUE-T-PATIENT-ID(DU-IDX) TO XRF-REAL-VALUE
           READ PSEUDONYM-XREF
               KEY IS XRF-REAL-VALUE
               INVALID KEY
                   GO TO PURGE-ONE-PSEUDONYM-EXIT
           END-READ
           ADD 1 TO PF-T-READ(WS-FILE-NO)
           MOVE SPACES TO ARC-RECORD
           MOVE PF-T-TAG(WS-FILE-NO) TO ARC-FILE-TAG
           MOVE XRF-RECORD TO ARC-IMAGE
           DELETE PSEUDONYM-XREF RECORD
               INVALID KEY
                   ADD 1 TO PF-T-KEPT(WS-FILE-NO)
                   MOVE 'RES-PURGE' TO SERR-PROGRAM-ID
                   MOVE DUE-T-PATIENT-ID(DU-IDX) TO SERR-KEY-FIELD
                   MOVE 'XREF DELETE FAILED' TO SERR-REASON
                   MOVE 'MST002' TO SERR-ERROR-CODE
                   PERFORM WRITE-SUITE-ERROR-LOG
                   GO TO PURGE-ONE-PSEUDONYM-EXIT
           END-DELETE
           WRITE ARC-RECORD
           ADD 1 TO WS-ARCHIVE-RECORDS
           ADD 1 TO PF-T-PURGED(WS-FILE-NO)
           ADD 1 TO WS-RECORDS-PURGED
           ADD 1 TO REG-T-FILE-COUNT(WS-DUE-HIT, WS-FILE-NO).
       PURGE-ONE-PSEUDONYM-EXIT.
           EXIT.

      * Retired pseudonyms whose real value is a resident due
      * tonight. The before-image goes to the archive like any other
      * record cut, then the real value is blanked and the pseudonym
      * left on file, still reserved against reissue. No retired
      * file yet means nothing has been retired; one that will not
      * open is logged and left for the next run.
       PURGE-RETIRED-PSEUDONYMS SECTION.
           MOVE WS-RETIRED-FILE-NO TO WS-FILE-NO
           OPEN I-O RETIRED-PSEUDONYM
           IF WS-RETIRED-STATUS = '35'
               GO TO PURGE-RETIRED-PSEUDONYMS-EXIT
           END-IF
           IF WS-RETIRED-STATUS NOT = '00'
               MOVE 'RES-PURGE' TO SERR-PROGRAM-ID
               MOVE WS-RETIRED-DSN(1:20) TO SERR-KEY-FIELD
               MOVE 'RETIRED FILE WILL NOT OPEN' TO SERR-REASON
               MOVE 'REF001' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               GO TO PURGE-RETIRED-PSEUDONYMS-EXIT
           END-IF
           MOVE 'Y' TO PF-T-PRESENT(WS-FILE-NO)
           MOVE LOW-VALUES TO RTP-PSEUDONYM
           START RETIRED-PSEUDONYM KEY IS NOT LESS THAN RTP-PSEUDONYM
               INVALID KEY
                   MOVE 'Y' TO WS-SAT-EOF
               NOT INVALID KEY
                   MOVE 'N' TO WS-SAT-EOF
           END-START
           PERFORM UNTIL WS-SAT-EOF = 'Y'
               READ RETIRED-PSEUDONYM NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SAT-EOF
                   NOT AT END
                       ADD 1 TO PF-T-READ(WS-FILE-NO)
                       PERFORM TAKE-RETIRED-PSEUDONYM
               END-READ
           END-PERFORM
           CLOSE RETIRED-PSEUDONYM.
       PURGE-RETIRED-PSEUDONYMS-EXIT.
           EXIT.

       TAKE-RETIRED-PSEUDONYM SECTION.
           MOVE 0 TO WS-DUE-HIT
           IF RTP-REAL-VALUE NOT = SPACES
               PERFORM VARYING DU-IDX FROM 1 BY 1
                       UNTIL DU-IDX > WS-DUE-COUNT
                          OR WS-DUE-HIT > 0
                   IF DUE-T-PATIENT-ID(DU-IDX) = RTP-REAL-VALUE
                       MOVE DUE-T-REG-NO(DU-IDX) TO WS-DUE-HIT
                   END-IF
               END-PERFORM
           END-IF
           IF WS-DUE-HIT = 0
               ADD 1 TO PF-T-KEPT(WS-FILE-NO)
               GO TO TAKE-RETIRED-PSEUDONYM-EXIT
           END-IF
           IF REG-T-FILE-DUE(WS-DUE-HIT, WS-FILE-NO) NOT = 'Y'
               ADD 1 TO PF-T-KEPT(WS-FILE-NO)
               GO TO TAKE-RETIRED-PSEUDONYM-EXIT
           END-IF
           MOVE SPACES TO ARC-RECORD
           MOVE PF-T-TAG(WS-FILE-NO) TO ARC-FILE-TAG
           MOVE RTP-RECORD TO ARC-IMAGE
           MOVE SPACES TO RTP-REAL-VALUE
           REWRITE RTP-RECORD
               INVALID KEY
                   ADD 1 TO PF-T-KEPT(WS-FILE-NO)
                   MOVE 'RES-PURGE' TO SERR-PROGRAM-ID
                   MOVE REG-T-PATIENT-ID(WS-DUE-HIT) TO SERR-KEY-FIELD
                   MOVE 'RETIRED BLANKING FAILED' TO SERR-REASON
                   MOVE 'MST002' TO SERR-ERROR-CODE
                   PERFORM WRITE-SUITE-ERROR-LOG
                   GO TO TAKE-RETIRED-PSEUDONYM-EXIT
           END-REWRITE
           WRITE ARC-RECORD
           ADD 1 TO WS-ARCHIVE-RECORDS
           ADD 1 TO PF-T-PURGED(WS-FILE-NO)
           ADD 1 TO WS-RECORDS-PURGED
           ADD 1 TO REG-T-FILE-COUNT(WS-DUE-HIT, WS-FILE-NO).
       TAKE-RETIRED-PSEUDONYM-EXIT.
           EXIT.

      * The register is copied line by line through the keep file,
      * every discharge line kept - ALLERGEN-TREND needs each one
      * for its period-ends - until it is older than the trend
      * lookback. Past that, a fully purged resident's lines go to
      * the archive behind the last of their records and a
      * re-admitted resident's stale discharges are dropped. The
      * live register is only rewritten when a line came off it.
       REWRITE-DISCHARGE-REGISTER SECTION.
           OPEN INPUT DISCHARGE-REGISTER-FILE
           IF WS-DISCHARGE-REG-STATUS NOT = '00'
               GO TO REWRITE-DISCHARGE-REGISTER-EXIT
           END-IF
           MOVE 'N' TO WS-REGISTER-CHANGED
           OPEN OUTPUT SAT-KEEP-FILE
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ DISCHARGE-REGISTER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM TAKE-REGISTER-LINE-BACK
               END-READ
           END-PERFORM
           CLOSE DISCHARGE-REGISTER-FILE
           CLOSE SAT-KEEP-FILE
           MOVE 'N' TO WS-EOF-FLAG
           IF WS-REGISTER-CHANGED = 'N'
               GO TO REWRITE-DISCHARGE-REGISTER-EXIT
           END-IF
           OPEN INPUT SAT-KEEP-FILE
           OPEN OUTPUT DISCHARGE-REGISTER-FILE
           MOVE 'N' TO WS-SAT-EOF
           PERFORM UNTIL WS-SAT-EOF = 'Y'
               READ SAT-KEEP-FILE
                   AT END
                       MOVE 'Y' TO WS-SAT-EOF
                   NOT AT END
                       MOVE SKP-RECORD TO DRG-RECORD
                       WRITE DRG-RECORD
               END-READ
           END-PERFORM
           CLOSE SAT-KEEP-FILE
           CLOSE DISCHARGE-REGISTER-FILE.
       REWRITE-DISCHARGE-REGISTER-EXIT.
           EXIT.

      * One register line: the resident's outcome tonight decides
      * what may happen to it, the line's own age whether it does.
       TAKE-REGISTER-LINE-BACK SECTION.
           MOVE SPACE TO WS-LINE-OUTCOME
           PERFORM VARYING RG-IDX FROM 1 BY 1
                   UNTIL RG-IDX > WS-REG-COUNT
                      OR WS-LINE-OUTCOME NOT = SPACE
               IF REG-T-PATIENT-ID(RG-IDX) = DRG-PATIENT-ID
                   MOVE REG-T-OUTCOME(RG-IDX) TO WS-LINE-OUTCOME
               END-IF
           END-PERFORM
           IF (WS-LINE-OUTCOME = 'C' OR WS-LINE-OUTCOME = 'R')
               AND DRG-DISCHARGE-DATE IS NUMERIC
               AND FUNCTION TEST-DATE-YYYYMMDD
                       (FUNCTION NUMVAL(DRG-DISCHARGE-DATE)) = 0
               COMPUTE WS-LINE-AGE = WS-PURGE-DAY-NO
                   - FUNCTION INTEGER-OF-DATE
                         (FUNCTION NUMVAL(DRG-DISCHARGE-DATE))
               IF WS-LINE-AGE > WS-TREND-DAYS
                   MOVE 'Y' TO WS-REGISTER-CHANGED
                   IF WS-LINE-OUTCOME = 'C'
                       MOVE SPACES TO ARC-RECORD
                       MOVE 'DISCHREG' TO ARC-FILE-TAG
                       MOVE DRG-RECORD TO ARC-IMAGE
                       WRITE ARC-RECORD
                       ADD 1 TO WS-REGISTER-ARCHIVED
                   ELSE
                       ADD 1 TO WS-REGISTER-DROPPED
                   END-IF
                   GO TO TAKE-REGISTER-LINE-BACK-EXIT
               END-IF
           END-IF
           MOVE SPACES TO SKP-RECORD
           MOVE DRG-RECORD TO SKP-RECORD
           WRITE SKP-RECORD.
       TAKE-REGISTER-LINE-BACK-EXIT.
           EXIT.

      * One block per run: the retention in force for each file and
      * what it gave up, then every resident acted on or passed over
      * tonight with the records cut from each file. Residents not
      * yet due are counted, not listed.
       WRITE-MANIFEST SECTION.
           OPEN EXTEND MANIFEST-FILE
           IF WS-MANIFEST-STATUS NOT = '00'
               OPEN OUTPUT MANIFEST-FILE
           END-IF
           MOVE WS-PARM-RUN-ID TO TRX-RUN-ID
           MOVE 'RES-PURG' TO TRX-SOURCE-SYSTEM
           MOVE FUNCTION CURRENT-DATE TO TRX-TIMESTAMP
           MOVE TRX-HEADER TO MAN-LINE
           WRITE MAN-LINE
           MOVE SPACES TO MAN-LINE
           STRING 'RESIDENT RETENTION PURGE FOR ' DELIMITED BY SIZE
                  WS-PURGE-DATE DELIMITED BY SIZE
                  '  ARCHIVE ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ARCHIVE-DSN) DELIMITED BY SIZE
             INTO MAN-LINE
           WRITE MAN-LINE
           MOVE ALL '-' TO MAN-LINE
           WRITE MAN-LINE
           PERFORM VARYING WS-FILE-NO FROM 1 BY 1
                   UNTIL WS-FILE-NO > WS-FILE-COUNT
               MOVE PF-T-TAG(WS-FILE-NO) TO MNF-TAG
               MOVE PF-T-DSN(WS-FILE-NO) TO MNF-DSN
               MOVE PF-T-DAYS(WS-FILE-NO) TO MNF-DAYS
               MOVE PF-T-READ(WS-FILE-NO) TO MNF-READ
               MOVE PF-T-PURGED(WS-FILE-NO) TO MNF-PURGED
               MOVE PF-T-KEPT(WS-FILE-NO) TO MNF-KEPT
               MOVE SPACES TO MNF-NOTE
               IF PF-T-PRESENT(WS-FILE-NO) = 'N'
                   MOVE 'NOT ON FILE' TO MNF-NOTE
               END-IF
               MOVE WS-MAN-FILE-LINE TO MAN-LINE
               WRITE MAN-LINE
           END-PERFORM
           MOVE ALL '-' TO MAN-LINE
           WRITE MAN-LINE
           PERFORM VARYING WS-FILE-NO FROM 1 BY 1
                   UNTIL WS-FILE-NO > WS-FILE-COUNT
               MOVE SPACE TO MNH-FILE(WS-FILE-NO)
               MOVE PF-T-SHORT(WS-FILE-NO) TO MNH-SHORT(WS-FILE-NO)
           END-PERFORM
           MOVE WS-MAN-HEADING TO MAN-LINE
           WRITE MAN-LINE
           PERFORM VARYING WS-REG-NO FROM 1 BY 1
                   UNTIL WS-REG-NO > WS-REG-COUNT
                      OR WS-PURGE-SKIPPED = 'Y'
               IF REG-T-OUTCOME(WS-REG-NO) NOT = 'N'
                   PERFORM WRITE-MANIFEST-DETAIL
               END-IF
           END-PERFORM
           MOVE ALL '-' TO MAN-LINE
           WRITE MAN-LINE
           MOVE WS-NOT-YET-DUE TO WS-CTL-COUNT-TXT
           MOVE SPACES TO MAN-LINE
           STRING 'RESIDENTS NOT YET DUE ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO MAN-LINE
           WRITE MAN-LINE
           IF WS-PURGE-SKIPPED = 'Y'
               MOVE 'PURGE NOT RUN - SEE SUITE ERROR LOG' TO MAN-LINE
               WRITE MAN-LINE
           END-IF
           CLOSE MANIFEST-FILE
           EXIT.

       WRITE-MANIFEST-DETAIL SECTION.
           MOVE SPACES TO WS-MAN-DETAIL
           MOVE REG-T-PATIENT-ID(WS-REG-NO) TO MND-PATIENT-ID
           MOVE REG-T-DATE(WS-REG-NO) TO MND-DISCHARGE-DATE
           MOVE REG-T-AGE(WS-REG-NO) TO MND-AGE
           EVALUATE REG-T-OUTCOME(WS-REG-NO)
               WHEN 'C'
                   MOVE 'PURGED' TO MND-RESULT
               WHEN 'P'
                   MOVE 'PURGED - PARTIAL' TO MND-RESULT
               WHEN 'R'
                   MOVE 'SKIPPED - READMITTED' TO MND-RESULT
               WHEN 'H'
                   MOVE 'SKIPPED - LEGAL HOLD' TO MND-RESULT
               WHEN OTHER
                   MOVE 'SKIPPED - BAD DATE' TO MND-RESULT
           END-EVALUATE
           IF REG-T-OUTCOME(WS-REG-NO) = 'C'
               OR REG-T-OUTCOME(WS-REG-NO) = 'P'
               PERFORM VARYING WS-FILE-NO FROM 1 BY 1
                       UNTIL WS-FILE-NO > WS-FILE-COUNT
                   MOVE REG-T-FILE-COUNT(WS-REG-NO, WS-FILE-NO)
                     TO MND-COUNT(WS-FILE-NO)
               END-PERFORM
           END-IF
           MOVE WS-MAN-DETAIL TO MAN-LINE
           WRITE MAN-LINE
           EXIT.

      * Standard run-balancing control-total report. Every resident
      * on the register lands in exactly one outcome, and every
      * record taken off a live file is on the archive.
       WRITE-CONTROL-TOTALS SECTION.
           OPEN OUTPUT CONTROL-TOTAL-FILE
           MOVE WS-PARM-RUN-ID TO TRX-RUN-ID
           MOVE 'RES-PURG' TO TRX-SOURCE-SYSTEM
           MOVE FUNCTION CURRENT-DATE TO TRX-TIMESTAMP
           MOVE TRX-HEADER TO CTL-LINE
           WRITE CTL-LINE
           MOVE 'RESIDENT RETENTION PURGE CONTROL TOTALS' TO CTL-LINE
           WRITE CTL-LINE
           MOVE ALL '-' TO CTL-LINE
           WRITE CTL-LINE
           MOVE 'REGISTER LINES' TO WS-CTL-LABEL
           MOVE WS-REGISTER-READ TO WS-CTL-COUNT-TXT
           PERFORM WRITE-CONTROL-LINE
           MOVE 'RESIDENTS' TO WS-CTL-LABEL
           MOVE WS-REG-COUNT TO WS-CTL-COUNT-TXT
           PERFORM WRITE-CONTROL-LINE
           MOVE 'PURGED COMPLETE' TO WS-CTL-LABEL
           MOVE WS-PURGED-COMPLETE TO WS-CTL-COUNT-TXT
           PERFORM WRITE-CONTROL-LINE
           MOVE 'PURGED PARTIAL' TO WS-CTL-LABEL
           MOVE WS-PURGED-PARTIAL TO WS-CTL-COUNT-TXT
           PERFORM WRITE-CONTROL-LINE
           MOVE 'NOT YET DUE' TO WS-CTL-LABEL
           MOVE WS-NOT-YET-DUE TO WS-CTL-COUNT-TXT
           PERFORM WRITE-CONTROL-LINE
           MOVE 'READMITTED' TO WS-CTL-LABEL
           MOVE WS-READMITTED TO WS-CTL-COUNT-TXT
           PERFORM WRITE-CONTROL-LINE
           MOVE 'ON LEGAL HOLD' TO WS-CTL-LABEL
           MOVE WS-ON-LEGAL-HOLD TO WS-CTL-COUNT-TXT
           PERFORM WRITE-CONTROL-LINE
           MOVE 'BAD DISCHG DATE' TO WS-CTL-LABEL
           MOVE WS-BAD-DATES TO WS-CTL-COUNT-TXT
           PERFORM WRITE-CONTROL-LINE
           PERFORM VARYING WS-FILE-NO FROM 1 BY 1
                   UNTIL WS-FILE-NO > WS-FILE-COUNT
               MOVE SPACES TO WS-CTL-LABEL
               STRING FUNCTION TRIM(PF-T-TAG(WS-FILE-NO))
                        DELIMITED BY SIZE
                      ' PURGED' DELIMITED BY SIZE
                 INTO WS-CTL-LABEL
               MOVE PF-T-PURGED(WS-FILE-NO) TO WS-CTL-COUNT-TXT
               PERFORM WRITE-CONTROL-LINE
           END-PERFORM
           MOVE 'RECORDS PURGED' TO WS-CTL-LABEL
           MOVE WS-RECORDS-PURGED TO WS-CTL-COUNT-TXT
           PERFORM WRITE-CONTROL-LINE
           MOVE 'ARCHIVE RECORDS' TO WS-CTL-LABEL
           MOVE WS-ARCHIVE-RECORDS TO WS-CTL-COUNT-TXT
           PERFORM WRITE-CONTROL-LINE
           MOVE 'REGISTER ARCHIVED' TO WS-CTL-LABEL
           MOVE WS-REGISTER-ARCHIVED TO WS-CTL-COUNT-TXT
           PERFORM WRITE-CONTROL-LINE
           MOVE 'REGISTER DROPPED' TO WS-CTL-LABEL
           MOVE WS-REGISTER-DROPPED TO WS-CTL-COUNT-TXT
           PERFORM WRITE-CONTROL-LINE
           CLOSE CONTROL-TOTAL-FILE
           EXIT.

       WRITE-CONTROL-LINE SECTION.
           MOVE SPACES TO CTL-LINE
           STRING WS-CTL-LABEL DELIMITED BY SIZE
                  ': ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           EXIT.

      * High-water marks of the in-memory tables for this run,
      * kept so TABLE-CAPACITY-REPORT can warn before a ceiling is
      * reached.
       RECORD-TABLE-CAPACITY SECTION.
           MOVE 'RESIDENT-PURGE' TO TCAP-PROGRAM-ID
           MOVE WS-PARM-RUN-ID TO TCAP-RUN-ID
           MOVE WS-RUN-DATE TO TCAP-RUN-DATE
           MOVE 'REGISTER' TO TCAP-TABLE-NAME
           MOVE WS-REG-COUNT TO TCAP-PEAK
           MOVE WS-REG-MAX TO TCAP-CEILING
           PERFORM WRITE-TABLE-CAPACITY
           MOVE 'DUE' TO TCAP-TABLE-NAME
           MOVE WS-DUE-COUNT TO TCAP-PEAK
           MOVE WS-DUE-MAX TO TCAP-CEILING
           PERFORM WRITE-TABLE-CAPACITY
           MOVE 'HOLD' TO TCAP-TABLE-NAME
           MOVE WS-HOLD-COUNT TO TCAP-PEAK
           MOVE WS-HOLD-MAX TO TCAP-CEILING
           PERFORM WRITE-TABLE-CAPACITY
           EXIT.

       COPY "suite-error-log-proc.cpy".
       COPY "run-parms-proc.cpy".
       COPY "env-switch-proc.cpy".
       COPY "table-capacity-proc.cpy".
