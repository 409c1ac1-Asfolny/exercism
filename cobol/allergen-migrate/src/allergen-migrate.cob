       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALLERGEN-MIGRATE.
      * One-off migration for splitting an allergen in two (NUTS into
      * PEANUT and TREE NUT) or merging allergens into one. ALLERGY-
      * TABLE-MAINT can only add or deactivate, and every resident
      * score, severity pair, recipe line, substitution catalog line,
      * menu line and medication excipient line still carries the old
      * meaning. This job is driven by ALLERGEN-MIGRATION-MAP.DAT, one
      * line per old allergen and new allergen: an old allergen on
      * two or more lines is a split, a new allergen fed by two or
      * more old ones is a merge, and an old allergen mapped to
      * itself keeps its bit. MAP-DEFAULT 'Y' on a split line is the
      * half a resident carries until a clinician confirms which half
      * really applies (both halves may be defaulted - the safe
      * choice); a split with no default half is refused.
      * The map is checked in full before anything is touched, and a
      * staged edit still waiting to be promoted on the allergen or
      * excipient table stops the run, since the promote would undo
      * the migration. Then:
      *   - new allergens are added to ALLERGEN-TABLE.DAT on the next
      *     doubled bit above the highest in use, and the old ones are
      *     deactivated - never removed, so history still decodes;
      *   - every resident's score is taken apart bit by bit through
      *     the same doubled-bit elimination allergies.cob uses and
      *     rebuilt on the new bits, each change going to score
      *     history under one migration run ID, and every resident
      *     holding a split allergen is listed on the review worklist
      *     with the half applied and the half to be confirmed - each
      *     run adds its own section under its run ID, so a rerun
      *     never wipes a list the clinicians are still working;
      *   - severity pairs follow the score (a merge keeps the most
      *     severe code of the pairs it folds together);
      *   - recipe, substitution, menu and excipient lines are mapped
      *     to every half of a split - the kitchen blocks both until
      *     the dietician recodes the line, and each such line is
      *     listed on the migration report. On a split recipe line
      *     only the first half carries the quantity, so nothing is
      *     ordered twice. A mapped line repeating one already kept
      *     is dropped.
      * Each file rewritten keeps its pre-migration copy as
      * <dataset>.PREMIG (an existing one is never overwritten, so a
      * rerun cannot lose the original); rerunning a migration already
      * applied finds nothing left to map.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MIGRATION-MAP-FILE ASSIGN TO DYNAMIC WS-MAP-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MAP-STATUS.
           SELECT ALLERGEN-TABLE-FILE ASSIGN TO
               DYNAMIC WS-ALLERGEN-TBL-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ALLERGEN-TBL-STATUS.
           SELECT PATIENT-MASTER ASSIGN TO DYNAMIC WS-PATIENT-MST-DSN
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAT-PATIENT-ID
               FILE STATUS IS WS-PATIENT-MST-STATUS.
           SELECT SEVERITY-FILE ASSIGN TO DYNAMIC WS-SEVERITY-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SEVERITY-STATUS.
      * Mapped severity pairs are sorted on (patient, allergen) so a
      * merge's colliding pairs arrive together and fold into one.
           SELECT SEV-WORK-FILE ASSIGN TO DYNAMIC WS-SEV-WORK-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SEV-WORK-STATUS.
           SELECT SEV-SORT-WORK-FILE ASSIGN TO 'SORTWK'.
           SELECT SEV-SORTED-FILE ASSIGN TO DYNAMIC WS-SEV-SORTED-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SEV-SORTED-STATUS.
      * Recipe, substitution, menu and excipient files all carry one
      * allergen name per line at a known position, so one generic
      * 80-byte file serves each in turn, as TABLE-PROMOTE handles
      * the control tables.
           SELECT CODED-FILE ASSIGN TO DYNAMIC WS-CODED-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CODED-STATUS.
           SELECT BEFORE-IMAGE-FILE ASSIGN TO DYNAMIC WS-BEFORE-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BEFORE-STATUS.
           SELECT SCORE-HISTORY-FILE ASSIGN TO
               DYNAMIC WS-SCORE-HIST-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SCORE-HIST-STATUS.
           SELECT REVIEW-WORKLIST-FILE ASSIGN TO DYNAMIC WS-REVIEW-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REVIEW-STATUS.
           SELECT MIGRATION-REPORT-FILE ASSIGN TO
               DYNAMIC WS-MIG-RPT-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MIG-RPT-STATUS.
      * Standard run-balancing control-total report so ops balances
      * this job the same way every other batch job is balanced.
           SELECT CONTROL-TOTAL-FILE ASSIGN TO
               DYNAMIC WS-CONTROL-TOTAL-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-TOTAL-STATUS.
           COPY "suite-error-log-select.cpy".
           COPY "table-capacity-select.cpy".
           COPY "run-parms-select.cpy".

       DATA DIVISION.
       FILE SECTION.
      * MAP-DEFAULT: Y the half a resident carries until a clinician
      * confirms, N a half only applied once confirmed. Ignored on a
      * line that is the only one for its old allergen.
       FD  MIGRATION-MAP-FILE
           RECORD CONTAINS 26 CHARACTERS.
       01 MAP-RECORD.
          03 MAP-OLD-ALLERGEN   PIC X(12).
          03 MAP-NEW-ALLERGEN   PIC X(12).
          03 MAP-DEFAULT        PIC X.
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

       FD  SEV-WORK-FILE
           RECORD CONTAINS 24 CHARACTERS.
       01 SVW-RECORD            PIC X(24).

       SD  SEV-SORT-WORK-FILE.
       01 SSW-RECORD.
          03 SSW-PATIENT-ID     PIC X(10).
          03 SSW-ALLERGEN       PIC X(12).
          03 SSW-CODE           PIC X.
          03 FILLER             PIC X.

       FD  SEV-SORTED-FILE
           RECORD CONTAINS 24 CHARACTERS.
       01 SVS-RECORD.
          03 SVS-PATIENT-ID     PIC X(10).
          03 SVS-ALLERGEN       PIC X(12).
          03 SVS-CODE           PIC X.
          03 FILLER             PIC X.

       FD  CODED-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 CDF-LINE PIC X(80).

       FD  BEFORE-IMAGE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 BFI-LINE PIC X(80).

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

       FD  REVIEW-WORKLIST-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01 RVW-LINE PIC X(132).

       FD  MIGRATION-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01 MIG-LINE PIC X(132).

       FD  CONTROL-TOTAL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 CTL-LINE PIC X(80).

       COPY "suite-error-log-fd.cpy".
       COPY "table-capacity-fd.cpy".
       COPY "run-parms-fd.cpy".

       WORKING-STORAGE SECTION.
       01 WS-MAP-DSN            PIC X(100)
          VALUE 'ALLERGEN-MIGRATION-MAP.DAT'.
       01 WS-ALLERGEN-TBL-DSN   PIC X(100)
          VALUE 'ALLERGEN-TABLE.DAT'.
       01 WS-PATIENT-MST-DSN    PIC X(100) VALUE 'PATIENT-MASTER.DAT'.
       01 WS-SEVERITY-DSN       PIC X(100)
          VALUE 'ALLERGY-SEVERITY.DAT'.
       01 WS-SEV-WORK-DSN       PIC X(100)
          VALUE 'ALLERGEN-MIGRATE-SEV.TMP'.
       01 WS-SEV-SORTED-DSN     PIC X(100)
          VALUE 'ALLERGEN-MIGRATE-SEVSORT.TMP'.
       01 WS-CODED-DSN          PIC X(100).
       01 WS-BEFORE-DSN         PIC X(100).
       01 WS-SCORE-HIST-DSN     PIC X(100)
          VALUE 'ALLERGY-SCORE-HISTORY.DAT'.
       01 WS-REVIEW-DSN         PIC X(100)
          VALUE 'ALLERGEN-SPLIT-REVIEW.RPT'.
       01 WS-MIG-RPT-DSN        PIC X(100)
          VALUE 'ALLERGEN-MIGRATION.RPT'.
       01 WS-CONTROL-TOTAL-DSN  PIC X(100)
          VALUE 'ALLERGEN-MIGRATE-CONTROL-TOTALS.RPT'.
       01 WS-MAP-STATUS         PIC XX VALUE '00'.
       01 WS-ALLERGEN-TBL-STATUS PIC XX VALUE '00'.
       01 WS-PATIENT-MST-STATUS PIC XX VALUE '00'.
       01 WS-SEVERITY-STATUS    PIC XX VALUE '00'.
       01 WS-SEV-WORK-STATUS    PIC XX VALUE '00'.
       01 WS-SEV-SORTED-STATUS  PIC XX VALUE '00'.
       01 WS-CODED-STATUS       PIC XX VALUE '00'.
       01 WS-BEFORE-STATUS      PIC XX VALUE '00'.
       01 WS-SCORE-HIST-STATUS  PIC XX VALUE '00'.
       01 WS-REVIEW-STATUS      PIC XX VALUE '00'.
       01 WS-MIG-RPT-STATUS     PIC XX VALUE '00'.
       01 WS-CONTROL-TOTAL-STATUS PIC XX VALUE '00'.
       01 WS-EOF-FLAG           PIC X VALUE 'N'.

      * Every score change the migration makes is stamped with this
      * run ID rather than the night's, so score history can show the
      * whole migration on its own.
       01 WS-MIG-DATE           PIC 9(8) VALUE 0.
       01 WS-MIG-RUN-ID         PIC X(8) VALUE SPACES.
       01 WS-MIG-ABORTED        PIC X VALUE 'N'.
       01 WS-MIG-ABORT-REASON   PIC X(30) VALUE SPACES.

      * Same table, same ceiling and the same doubled-bit meaning as
      * allergies.cob. WS-ORIG-TBL-SZ and WS-ORIG-ALG-LINE keep the
      * table as it stood before the migration for its before-image.
       01 TBL-SZ PIC 99 VALUE 0.
       01 WS-ORIG-TBL-SZ PIC 99 VALUE 0.
       01 WS-ALLERGEN-MAX-SIZE PIC 99 VALUE 16.
       01 WS-SCORE-CEILING PIC 9(5) VALUE 65536.
       01 WS-HIGHEST-BIT   PIC 9(5) VALUE 32768.
       01 WS-TABLE-OVERFLOW PIC X VALUE 'N'.
       01 ALLERGY-TABLE.
         03 CONTENTS OCCURS 16 TIMES INDEXED BY A-IDX.
            05 ALLERGY-TYPE   PIC X(12).
            05 IS-ALLERGIC    PIC X.
            05 ALLERGY-VAL    PIC 9(5).
            05 ALLERGY-ACTIVE PIC X VALUE 'Y'.
      * Per table entry: the old-allergen entry it is migrated by
      * (zero if untouched), the bit it holds after re-scoring, and
      * what the migration did to the entry itself.
       01 WS-ALLERGEN-MIGRATION.
          03 WS-ALG-MIG OCCURS 16 TIMES.
             05 ALG-M-OLD-NO    PIC 99.
             05 ALG-M-NEW-BIT   PIC X.
             05 ALG-M-CHANGE    PIC X(11).
       01 WS-ORIG-ALG-TABLE.
          03 WS-ORIG-ALG-LINE OCCURS 16 TIMES PIC X(19).
       01 WS-SCORE         PIC S9(5) COMP.
       01 WS-NEW-SCORE     PIC 9(5) VALUE 0.
       01 WS-OLD-SCORE     PIC 9(5) VALUE 0.
       01 WS-RESIDUAL      PIC 9(5) VALUE 0.
       01 WS-ALG-NO        PIC 99 VALUE 0.

      * The map as read, and the old allergens it names. OLD-T-KEEPS
      * is Y when the old allergen is also mapped to itself, so its
      * bit stays on; OLD-T-MIGRATES when it maps anywhere else.
       01 WS-MAP-MAX            PIC 99 VALUE 20.
       01 WS-MAP-COUNT          PIC 99 VALUE 0.
       01 WS-MAP-READ           PIC 9(4) VALUE 0.
       01 WS-MAP-ERRORS         PIC 9(4) VALUE 0.
       01 WS-MAP-TABLE.
          03 WS-MAP-ENTRY OCCURS 20 TIMES INDEXED BY MP-IDX.
             05 MAP-T-OLD          PIC X(12).
             05 MAP-T-NEW          PIC X(12).
             05 MAP-T-DEFAULT      PIC X.
             05 MAP-T-OLD-NO       PIC 99.
             05 MAP-T-NEW-ALG      PIC 99.
             05 MAP-T-KIND         PIC X(6).
             05 MAP-T-ERROR        PIC X(30).
       01 WS-OLD-COUNT          PIC 99 VALUE 0.
       01 WS-OLD-NO             PIC 99 VALUE 0.
       01 WS-OLD-TABLE.
          03 WS-OLD-ENTRY OCCURS 20 TIMES INDEXED BY OL-IDX.
             05 OLD-T-NAME         PIC X(12).
             05 OLD-T-ALG          PIC 99.
             05 OLD-T-TARGETS      PIC 99.
             05 OLD-T-DEFAULTS     PIC 99.
             05 OLD-T-KEEPS        PIC X.
             05 OLD-T-MIGRATES     PIC X.
             05 OLD-T-RESIDENTS    PIC 9(6).
       01 WS-MAX-FANOUT         PIC 99 VALUE 1.
       01 WS-FOUND              PIC X VALUE 'N'.
       01 WS-FEEDERS            PIC 99 VALUE 0.
       01 WS-MAP-ERROR          PIC X(30) VALUE SPACES.

      * The name-coded files. CF-T-ALG-POS is where the allergen name
      * sits on the line, CF-T-QTY-POS where a recipe line's quantity
      * starts (zero for files with none), CF-T-STAGED whether the
      * file has a maintenance console staging edits for promote.
       01 WS-CODED-COUNT        PIC 9 VALUE 4.
       01 WS-CF                 PIC 9 VALUE 0.
       01 WS-CODED-FILE-TABLE.
          03 WS-CODED-ENTRY OCCURS 4 TIMES.
             05 CF-T-TAG           PIC X(8).
             05 CF-T-DSN           PIC X(100).
             05 CF-T-ENV           PIC X(40).
             05 CF-T-RESOLVE       PIC X.
             05 CF-T-ALG-POS       PIC 99.
             05 CF-T-QTY-POS       PIC 99.
             05 CF-T-STAGED        PIC X.
             05 CF-T-PRESENT       PIC X.
             05 CF-T-LINES         PIC 9(6).
             05 CF-T-READ          PIC 9(6).
             05 CF-T-MAPPED        PIC 9(6).
             05 CF-T-COPIES        PIC 9(6).
             05 CF-T-DROPPED       PIC 9(6).
             05 CF-T-WRITTEN       PIC 9(6).
             05 CF-T-SPLITS        PIC 9(6).
       01 WS-CODED-ALLERGEN     PIC X(12).
       01 WS-COPY-NO            PIC 99 VALUE 0.
       01 WS-STAGE-PENDING      PIC X VALUE 'N'.

      * One name-coded file held whole while it is mapped - every
      * file's line count times the widest split is checked against
      * the ceiling before anything is rewritten.
       01 WS-IMG-MAX            PIC 9(4) VALUE 3000.
       01 WS-IMG-COUNT          PIC 9(4) VALUE 0.
       01 WS-IMG-TABLE.
          03 WS-IMG-LINE OCCURS 3000 TIMES INDEXED BY IM-IDX
             PIC X(80).
       01 WS-IMG-PEAK           PIC 9(4) VALUE 0.
       01 WS-NEW-IMAGE          PIC X(80).
       01 WS-IMG-NEEDED         PIC 9(8) VALUE 0.

      * Severity pass - the held pair is written once the next pair
      * on the sorted file has a different key.
       01 WS-SEV-READ           PIC 9(6) VALUE 0.
       01 WS-SEV-MAPPED         PIC 9(6) VALUE 0.
       01 WS-SEV-COPIES         PIC 9(6) VALUE 0.
       01 WS-SEV-MERGED         PIC 9(6) VALUE 0.
       01 WS-SEV-WRITTEN        PIC 9(6) VALUE 0.
       01 WS-SEV-PRESENT        PIC X VALUE 'N'.
       01 WS-SEV-HELD           PIC X VALUE 'N'.
       01 WS-SEV-HOLD.
          03 SVH-PATIENT-ID     PIC X(10).
          03 SVH-ALLERGEN       PIC X(12).
          03 SVH-CODE           PIC X.
          03 FILLER             PIC X.
       01 WS-SEV-RANK-CODE      PIC X.
       01 WS-SEV-RANK           PIC 9 VALUE 0.
       01 WS-SEV-HOLD-RANK      PIC 9 VALUE 0.

       01 WS-BEFORE-OPEN        PIC X VALUE 'N'.
       01 WS-BEFORE-KEPT        PIC X VALUE 'N'.

       01 WS-RESIDENTS-READ     PIC 9(6) VALUE 0.
       01 WS-RESIDENTS-CHANGED  PIC 9(6) VALUE 0.
       01 WS-HISTORY-WRITTEN    PIC 9(6) VALUE 0.
       01 WS-SPLIT-REVIEWS      PIC 9(6) VALUE 0.
       01 WS-REWRITE-FAILURES   PIC 9(6) VALUE 0.
       01 WS-ALLERGENS-ADDED    PIC 9(4) VALUE 0.
       01 WS-ALLERGENS-RETIRED  PIC 9(4) VALUE 0.
       01 WS-LINES-READ         PIC 9(6) VALUE 0.
       01 WS-LINES-MAPPED       PIC 9(6) VALUE 0.
       01 WS-LINES-COPIED       PIC 9(6) VALUE 0.
       01 WS-LINES-DROPPED      PIC 9(6) VALUE 0.
       01 WS-LINES-WRITTEN      PIC 9(6) VALUE 0.
       01 WS-LINES-SPLIT        PIC 9(6) VALUE 0.
       01 WS-CTL-COUNT-TXT      PIC ZZZZZ9.
       01 WS-CTL-LABEL          PIC X(17).

       01 WS-LIST-PTR           PIC 9(3) VALUE 1.
       01 WS-APPLIED-LIST       PIC X(40).
       01 WS-CONFIRM-LIST       PIC X(40).
       01 WS-APPLIED-PTR        PIC 9(3) VALUE 1.
       01 WS-CONFIRM-PTR        PIC 9(3) VALUE 1.

       01 WS-REVIEW-DETAIL.
          03 RVD-PATIENT-ID     PIC X(10).
          03 FILLER             PIC X(2).
          03 RVD-PATIENT-NAME   PIC X(30).
          03 FILLER             PIC X(2).
          03 RVD-UNIT           PIC X(6).
          03 FILLER             PIC X(2).
          03 RVD-ROOM-BED       PIC X(8).
          03 FILLER             PIC X(2).
          03 RVD-OLD-ALLERGEN   PIC X(12).
          03 FILLER             PIC X(2).
          03 RVD-APPLIED        PIC X(27).
          03 FILLER             PIC X(2).
          03 RVD-CONFIRM        PIC X(27).
       01 WS-REVIEW-HEADING.
          03 FILLER             PIC X(12) VALUE 'PATIENT ID'.
          03 FILLER             PIC X(32) VALUE 'PATIENT NAME'.
          03 FILLER             PIC X(8)  VALUE 'UNIT'.
          03 FILLER             PIC X(10) VALUE 'ROOM-BED'.
          03 FILLER             PIC X(14) VALUE 'WAS'.
          03 FILLER             PIC X(29) VALUE 'APPLIED FOR NOW'.
          03 FILLER             PIC X(27) VALUE 'TO CONFIRM'.
       01 WS-MAP-DETAIL.
          03 MPD-OLD            PIC X(12).
          03 FILLER             PIC X(4) VALUE ' -> '.
          03 MPD-NEW            PIC X(12).
          03 FILLER             PIC X(2) VALUE SPACES.
          03 MPD-DEFAULT        PIC X(7).
          03 FILLER             PIC X(2) VALUE SPACES.
          03 MPD-KIND           PIC X(6).
          03 FILLER             PIC X(2) VALUE SPACES.
          03 MPD-ERROR          PIC X(30).
       01 WS-TABLE-DETAIL.
          03 TBD-TYPE           PIC X(12).
          03 FILLER             PIC X(2) VALUE SPACES.
          03 TBD-VAL            PIC ZZZZ9.
          03 FILLER             PIC X(2) VALUE SPACES.
          03 TBD-ACTIVE         PIC X.
          03 FILLER             PIC X(2) VALUE SPACES.
          03 TBD-CHANGE         PIC X(11).
       01 WS-FILE-DETAIL.
          03 FLD-TAG            PIC X(8).
          03 FILLER             PIC X(2) VALUE SPACES.
          03 FLD-DSN            PIC X(30).
          03 FILLER             PIC X(7) VALUE '  READ '.
          03 FLD-READ           PIC ZZZZZ9.
          03 FILLER             PIC X(9) VALUE '  MAPPED '.
          03 FLD-MAPPED         PIC ZZZZZ9.
          03 FILLER             PIC X(9) VALUE '  COPIED '.
          03 FLD-COPIED         PIC ZZZZZ9.
          03 FILLER             PIC X(10) VALUE '  DROPPED '.
          03 FLD-DROPPED        PIC ZZZZZ9.
          03 FILLER             PIC X(10) VALUE '  WRITTEN '.
          03 FLD-WRITTEN        PIC ZZZZZ9.
          03 FILLER             PIC X(2) VALUE SPACES.
          03 FLD-NOTE           PIC X(11).
       01 WS-SPLIT-DETAIL.
          03 SPD-TAG            PIC X(8).
          03 FILLER             PIC X(2) VALUE SPACES.
          03 SPD-OLD            PIC X(12).
          03 FILLER             PIC X(2) VALUE SPACES.
          03 SPD-IMAGE          PIC X(80).

       COPY "suite-error-log-ws.cpy".
       COPY "table-capacity-ws.cpy".
       COPY "run-parms-ws.cpy".
       COPY "env-accept-ws.cpy".
       COPY "transaction-header.cpy".
       COPY "return-codes.cpy".
       COPY "env-switch-ws.cpy".

       PROCEDURE DIVISION.
       RUN-ALLERGEN-MIGRATE SECTION.
           PERFORM READ-RUN-PARMS
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'ALLERGEN_MIGRATION_MAP_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-MAP-DSN
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
                  'ALLERGIES_SCORE_HISTORY_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-SCORE-HIST-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'ALLERGEN_SPLIT_REVIEW_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-REVIEW-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'ALLERGEN_MIGRATION_REPORT_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-MIG-RPT-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'ALLERGEN_MIGRATE_CONTROL_TOTAL_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-CONTROL-TOTAL-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'SUITE_ERROR_LOG_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-SUITE-ERROR-LOG-DSN
           END-IF
           MOVE WS-PATIENT-MST-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-PATIENT-MST-DSN
           MOVE WS-SEVERITY-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-SEVERITY-DSN
           MOVE WS-SCORE-HIST-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-SCORE-HIST-DSN
           MOVE WS-REVIEW-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-REVIEW-DSN
           MOVE WS-MIG-RPT-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-MIG-RPT-DSN
           MOVE WS-CONTROL-TOTAL-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-CONTROL-TOTAL-DSN

           IF WS-RUN-DATE NOT = 0
               MOVE WS-RUN-DATE TO WS-MIG-DATE
           ELSE
               ACCEPT WS-MIG-DATE FROM DATE YYYYMMDD
           END-IF
           MOVE SPACES TO WS-MIG-RUN-ID
           STRING 'MG' DELIMITED BY SIZE
                  WS-MIG-DATE(3:6) DELIMITED BY SIZE
             INTO WS-MIG-RUN-ID
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'ALLERGEN_MIGRATION_RUN_ID'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-MIG-RUN-ID
           END-IF
           PERFORM LOAD-CODED-FILES
           SET RC-NORMAL TO TRUE

           OPEN OUTPUT MIGRATION-REPORT-FILE
           MOVE WS-PARM-RUN-ID TO TRX-RUN-ID
           MOVE 'ALG-MIGR' TO TRX-SOURCE-SYSTEM
           MOVE FUNCTION CURRENT-DATE TO TRX-TIMESTAMP
           MOVE TRX-HEADER TO MIG-LINE
           WRITE MIG-LINE
           MOVE SPACES TO MIG-LINE
           STRING 'ALLERGEN MIGRATION - RUN ' DELIMITED BY SIZE
                  WS-MIG-RUN-ID DELIMITED BY SPACE
                  '  MAP ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MAP-DSN) DELIMITED BY SIZE
             INTO MIG-LINE
           WRITE MIG-LINE
           MOVE ALL '-' TO MIG-LINE
           WRITE MIG-LINE

      * Everything that can refuse the run is checked before the
      * first file is touched.
           PERFORM LOAD-ALLERGEN-TABLE
           IF WS-MIG-ABORTED = 'N'
               PERFORM LOAD-MIGRATION-MAP
           END-IF
           IF WS-MIG-ABORTED = 'N'
               PERFORM VALIDATE-MIGRATION-MAP
           END-IF
           IF WS-MIG-ABORTED = 'N'
               PERFORM PLAN-TABLE-CHANGES
           END-IF
           PERFORM WRITE-MAP-SECTION
           IF WS-MIG-ABORTED = 'N'
               PERFORM CHECK-STAGED-EDITS
           END-IF
           IF WS-MIG-ABORTED = 'N'
               PERFORM CHECK-CODED-CAPACITY
           END-IF
           IF WS-MIG-ABORTED = 'N'
               OPEN I-O PATIENT-MASTER
               IF WS-PATIENT-MST-STATUS NOT = '00'
                   MOVE 'ALG-MIGRATE' TO SERR-PROGRAM-ID
                   MOVE WS-PATIENT-MST-DSN(1:20) TO SERR-KEY-FIELD
                   MOVE 'MASTER WILL NOT OPEN' TO SERR-REASON
                   MOVE 'MST001' TO SERR-ERROR-CODE
                   PERFORM WRITE-SUITE-ERROR-LOG
                   MOVE 'PATIENT MASTER WILL NOT OPEN'
                     TO WS-MIG-ABORT-REASON
                   MOVE 'Y' TO WS-MIG-ABORTED
                   SET RC-CRITICAL TO TRUE
               END-IF
           END-IF
           IF WS-MIG-ABORTED = 'Y'
               MOVE SPACES TO MIG-LINE
               STRING 'MIGRATION NOT APPLIED - ' DELIMITED BY SIZE
                      WS-MIG-ABORT-REASON DELIMITED BY SIZE
                 INTO MIG-LINE
               WRITE MIG-LINE
               CLOSE MIGRATION-REPORT-FILE
               IF RC-NORMAL
                   SET RC-DATA-EXCEPTION TO TRUE
               END-IF
               PERFORM WRITE-CONTROL-TOTALS
               MOVE WS-RETURN-CODE TO RETURN-CODE
               PERFORM RECORD-TABLE-CAPACITY
               GOBACK
           END-IF

           PERFORM WRITE-ALLERGEN-TABLE
           PERFORM MIGRATE-PATIENT-MASTER
           CLOSE PATIENT-MASTER
           PERFORM MIGRATE-SEVERITY-FILE
           PERFORM WRITE-SPLIT-LINE-HEADING
           PERFORM VARYING WS-CF FROM 1 BY 1
                   UNTIL WS-CF > WS-CODED-COUNT
               PERFORM MIGRATE-CODED-FILE
           END-PERFORM
           PERFORM WRITE-FILE-SECTION
           CLOSE MIGRATION-REPORT-FILE

           MOVE 'ALG-MIGRATE' TO SERR-PROGRAM-ID
           MOVE WS-MIG-RUN-ID TO SERR-KEY-FIELD
           MOVE 'ALLERGEN MIGRATION APPLIED' TO SERR-REASON
           MOVE 'RST001' TO SERR-ERROR-CODE
           PERFORM WRITE-SUITE-ERROR-LOG
           PERFORM WRITE-CONTROL-TOTALS
           IF WS-REWRITE-FAILURES > 0
               SET RC-CRITICAL TO TRUE
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
           PERFORM RECORD-TABLE-CAPACITY
           GOBACK.

      * The name-coded files and where each keeps its allergen. The
      * logical names and overrides are the ones MENU-CHECK and
      * PHARMACY-CHECK read them under.
       LOAD-CODED-FILES SECTION.
           MOVE 'RECIPE' TO CF-T-TAG(1)
           MOVE 'RECIPE-MASTER.DAT' TO CF-T-DSN(1)
           MOVE 'MENU_CHECK_RECIPE_FILE' TO CF-T-ENV(1)
           MOVE 'N' TO CF-T-RESOLVE(1)
           MOVE 51 TO CF-T-ALG-POS(1)
           MOVE 63 TO CF-T-QTY-POS(1)
           MOVE 'N' TO CF-T-STAGED(1)
           MOVE 'SUBST' TO CF-T-TAG(2)
           MOVE 'SUBSTITUTION-CATALOG.DAT' TO CF-T-DSN(2)
           MOVE 'MENU_CHECK_SUBSTITUTION_FILE' TO CF-T-ENV(2)
           MOVE 'N' TO CF-T-RESOLVE(2)
           MOVE 31 TO CF-T-ALG-POS(2)
           MOVE 0 TO CF-T-QTY-POS(2)
           MOVE 'N' TO CF-T-STAGED(2)
           MOVE 'MENU' TO CF-T-TAG(3)
           MOVE 'MENU.DAT' TO CF-T-DSN(3)
           MOVE 'MENU_CHECK_MENU_FILE' TO CF-T-ENV(3)
           MOVE 'Y' TO CF-T-RESOLVE(3)
           MOVE 43 TO CF-T-ALG-POS(3)
           MOVE 0 TO CF-T-QTY-POS(3)
           MOVE 'N' TO CF-T-STAGED(3)
           MOVE 'EXCIPNT' TO CF-T-TAG(4)
           MOVE 'MEDICATION-EXCIPIENT.DAT' TO CF-T-DSN(4)
           MOVE 'PHARMACY_EXCIPIENT_TABLE_FILE' TO CF-T-ENV(4)
           MOVE 'N' TO CF-T-RESOLVE(4)
           MOVE 11 TO CF-T-ALG-POS(4)
           MOVE 0 TO CF-T-QTY-POS(4)
           MOVE 'Y' TO CF-T-STAGED(4)
           PERFORM VARYING WS-CF FROM 1 BY 1
                   UNTIL WS-CF > WS-CODED-COUNT
               MOVE 'N' TO CF-T-PRESENT(WS-CF)
               MOVE 0 TO CF-T-LINES(WS-CF)
               MOVE 0 TO CF-T-READ(WS-CF)
               MOVE 0 TO CF-T-MAPPED(WS-CF)
               MOVE 0 TO CF-T-COPIES(WS-CF)
               MOVE 0 TO CF-T-DROPPED(WS-CF)
               MOVE 0 TO CF-T-WRITTEN(WS-CF)
               MOVE 0 TO CF-T-SPLITS(WS-CF)
               MOVE SPACES TO WS-ENV-ACCEPT-SCRATCH
               ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                      CF-T-ENV(WS-CF)
               IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
                   MOVE WS-ENV-ACCEPT-SCRATCH TO CF-T-DSN(WS-CF)
               END-IF
               IF CF-T-RESOLVE(WS-CF) = 'Y'
                   MOVE CF-T-DSN(WS-CF) TO WS-ENV-SWITCH-DSN
                   PERFORM RESOLVE-ENVIRONMENT-DSN
                   MOVE WS-ENV-SWITCH-DSN TO CF-T-DSN(WS-CF)
               END-IF
           END-PERFORM
           EXIT.

      * The live table, loaded exactly as allergies.cob loads it but
      * with no starter-list fallback - a migration has to run
      * against the table the suite really uses. Each line is kept as
      * read for the before-image.
       LOAD-ALLERGEN-TABLE SECTION.
           MOVE 0 TO TBL-SZ
           MOVE 'N' TO WS-TABLE-OVERFLOW
           OPEN INPUT ALLERGEN-TABLE-FILE
           IF WS-ALLERGEN-TBL-STATUS NOT = '00'
               MOVE 'ALG-MIGRATE' TO SERR-PROGRAM-ID
               MOVE WS-ALLERGEN-TBL-DSN(1:20) TO SERR-KEY-FIELD
               MOVE 'ALLERGEN TABLE NOT AVAILABLE' TO SERR-REASON
               MOVE 'REF001' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               MOVE 'ALLERGEN TABLE NOT AVAILABLE'
                 TO WS-MIG-ABORT-REASON
               MOVE 'Y' TO WS-MIG-ABORTED
               SET RC-CRITICAL TO TRUE
               GO TO LOAD-ALLERGEN-TABLE-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ ALLERGEN-TABLE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF TBL-SZ >= WS-ALLERGEN-MAX-SIZE
                           MOVE 'Y' TO WS-TABLE-OVERFLOW
                       ELSE
                           ADD 1 TO TBL-SZ
                           MOVE ALG-RECORD
                             TO WS-ORIG-ALG-LINE(TBL-SZ)
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
                           MOVE 0 TO ALG-M-OLD-NO(TBL-SZ)
                           MOVE 'N' TO ALG-M-NEW-BIT(TBL-SZ)
                           MOVE SPACES TO ALG-M-CHANGE(TBL-SZ)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ALLERGEN-TABLE-FILE
           MOVE 'N' TO WS-EOF-FLAG
           MOVE TBL-SZ TO WS-ORIG-TBL-SZ
           IF WS-TABLE-OVERFLOW = 'Y' OR TBL-SZ = 0
               MOVE 'ALG-MIGRATE' TO SERR-PROGRAM-ID
               MOVE WS-ALLERGEN-TBL-DSN(1:20) TO SERR-KEY-FIELD
               MOVE 'ALLERGEN TABLE EMPTY OR OVERFULL' TO SERR-REASON
               MOVE 'TBL001' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               MOVE 'ALLERGEN TABLE EMPTY OR OVERFULL'
                 TO WS-MIG-ABORT-REASON
               MOVE 'Y' TO WS-MIG-ABORTED
           END-IF.
       LOAD-ALLERGEN-TABLE-EXIT.
           EXIT.

       LOAD-MIGRATION-MAP SECTION.
           MOVE 0 TO WS-MAP-COUNT
           MOVE 0 TO WS-OLD-COUNT
           OPEN INPUT MIGRATION-MAP-FILE
           IF WS-MAP-STATUS NOT = '00'
               MOVE 'ALG-MIGRATE' TO SERR-PROGRAM-ID
               MOVE WS-MAP-DSN(1:20) TO SERR-KEY-FIELD
               MOVE 'MIGRATION MAP NOT AVAILABLE' TO SERR-REASON
               MOVE 'CFG001' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               MOVE 'MIGRATION MAP NOT AVAILABLE'
                 TO WS-MIG-ABORT-REASON
               MOVE 'Y' TO WS-MIG-ABORTED
               GO TO LOAD-MIGRATION-MAP-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ MIGRATION-MAP-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF MAP-RECORD NOT = SPACES
                           ADD 1 TO WS-MAP-READ
                           PERFORM TAKE-MAP-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MIGRATION-MAP-FILE
           MOVE 'N' TO WS-EOF-FLAG
           IF WS-MAP-COUNT = 0
               MOVE 'ALG-MIGRATE' TO SERR-PROGRAM-ID
               MOVE WS-MAP-DSN(1:20) TO SERR-KEY-FIELD
               MOVE 'MIGRATION MAP IS EMPTY' TO SERR-REASON
               MOVE 'CFG001' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               MOVE 'MIGRATION MAP IS EMPTY' TO WS-MIG-ABORT-REASON
               MOVE 'Y' TO WS-MIG-ABORTED
           END-IF.
       LOAD-MIGRATION-MAP-EXIT.
           EXIT.

      * Line-level checks; the old allergen is entered on the old
      * list the first time it is seen.
       TAKE-MAP-LINE SECTION.
           IF WS-MAP-COUNT >= WS-MAP-MAX
               MOVE 'ALG-MIGRATE' TO SERR-PROGRAM-ID
               MOVE MAP-OLD-ALLERGEN TO SERR-KEY-FIELD
               MOVE 'MIGRATION MAP TABLE FULL' TO SERR-REASON
               MOVE 'TBL001' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               MOVE 'MIGRATION MAP TABLE FULL' TO WS-MIG-ABORT-REASON
               MOVE 'Y' TO WS-MIG-ABORTED
               GO TO TAKE-MAP-LINE-EXIT
           END-IF
           ADD 1 TO WS-MAP-COUNT
           SET MP-IDX TO WS-MAP-COUNT
           MOVE MAP-OLD-ALLERGEN TO MAP-T-OLD(MP-IDX)
           MOVE MAP-NEW-ALLERGEN TO MAP-T-NEW(MP-IDX)
           MOVE MAP-DEFAULT TO MAP-T-DEFAULT(MP-IDX)
           IF MAP-T-DEFAULT(MP-IDX) = SPACE
               MOVE 'N' TO MAP-T-DEFAULT(MP-IDX)
           END-IF
           MOVE 0 TO MAP-T-OLD-NO(MP-IDX)
           MOVE 0 TO MAP-T-NEW-ALG(MP-IDX)
           MOVE SPACES TO MAP-T-KIND(MP-IDX)
           MOVE SPACES TO MAP-T-ERROR(MP-IDX)
           MOVE SPACES TO WS-MAP-ERROR
           IF MAP-OLD-ALLERGEN = SPACES OR MAP-NEW-ALLERGEN = SPACES
               MOVE 'MAP LINE INCOMPLETE' TO WS-MAP-ERROR
               PERFORM REJECT-MAP-LINE
               GO TO TAKE-MAP-LINE-EXIT
           END-IF
           IF MAP-T-DEFAULT(MP-IDX) NOT = 'Y'
               AND MAP-T-DEFAULT(MP-IDX) NOT = 'N'
               MOVE 'DEFAULT FLAG NOT Y OR N' TO WS-MAP-ERROR
               PERFORM REJECT-MAP-LINE
               GO TO TAKE-MAP-LINE-EXIT
           END-IF
           MOVE 0 TO WS-ALG-NO
           PERFORM VARYING A-IDX FROM 1 BY 1 UNTIL A-IDX > TBL-SZ
               IF ALLERGY-TYPE OF CONTENTS(A-IDX) = MAP-OLD-ALLERGEN
                   SET WS-ALG-NO TO A-IDX
               END-IF
           END-PERFORM
           IF WS-ALG-NO = 0
               MOVE 'OLD ALLERGEN NOT ON TABLE' TO WS-MAP-ERROR
               PERFORM REJECT-MAP-LINE
               GO TO TAKE-MAP-LINE-EXIT
           END-IF
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING OL-IDX FROM 1 BY 1
                   UNTIL OL-IDX >= MP-IDX
               IF MAP-T-OLD(OL-IDX) = MAP-OLD-ALLERGEN
                   AND MAP-T-NEW(OL-IDX) = MAP-NEW-ALLERGEN
                   MOVE 'Y' TO WS-FOUND
               END-IF
           END-PERFORM
           IF WS-FOUND = 'Y'
               MOVE 'DUPLICATE MAP LINE' TO WS-MAP-ERROR
               PERFORM REJECT-MAP-LINE
               GO TO TAKE-MAP-LINE-EXIT
           END-IF

           MOVE 0 TO WS-OLD-NO
           PERFORM VARYING OL-IDX FROM 1 BY 1
                   UNTIL OL-IDX > WS-OLD-COUNT
               IF OLD-T-NAME(OL-IDX) = MAP-OLD-ALLERGEN
                   SET WS-OLD-NO TO OL-IDX
               END-IF
           END-PERFORM
           IF WS-OLD-NO = 0
               ADD 1 TO WS-OLD-COUNT
               MOVE WS-OLD-COUNT TO WS-OLD-NO
               MOVE MAP-OLD-ALLERGEN TO OLD-T-NAME(WS-OLD-NO)
               MOVE WS-ALG-NO TO OLD-T-ALG(WS-OLD-NO)
               MOVE 0 TO OLD-T-TARGETS(WS-OLD-NO)
               MOVE 0 TO OLD-T-DEFAULTS(WS-OLD-NO)
               MOVE 'N' TO OLD-T-KEEPS(WS-OLD-NO)
               MOVE 'N' TO OLD-T-MIGRATES(WS-OLD-NO)
               MOVE 0 TO OLD-T-RESIDENTS(WS-OLD-NO)
           END-IF
           MOVE WS-OLD-NO TO MAP-T-OLD-NO(MP-IDX)
           ADD 1 TO OLD-T-TARGETS(WS-OLD-NO)
           IF MAP-T-DEFAULT(MP-IDX) = 'Y'
               ADD 1 TO OLD-T-DEFAULTS(WS-OLD-NO)
           END-IF
           IF MAP-NEW-ALLERGEN = MAP-OLD-ALLERGEN
               MOVE 'Y' TO OLD-T-KEEPS(WS-OLD-NO)
           ELSE
               MOVE 'Y' TO OLD-T-MIGRATES(WS-OLD-NO)
           END-IF.
       TAKE-MAP-LINE-EXIT.
           EXIT.

       REJECT-MAP-LINE SECTION.
           ADD 1 TO WS-MAP-ERRORS
           MOVE WS-MAP-ERROR TO MAP-T-ERROR(MP-IDX)
           MOVE 'ALG-MIGRATE' TO SERR-PROGRAM-ID
           MOVE MAP-T-OLD(MP-IDX) TO SERR-KEY-FIELD
           MOVE WS-MAP-ERROR TO SERR-REASON
           MOVE 'CFG001' TO SERR-ERROR-CODE
           PERFORM WRITE-SUITE-ERROR-LOG
           EXIT.

      * Whole-map checks once every line is in: a split needs a
      * default half, and a new allergen may not itself be an old one
      * on its way out (a chain would leave residents on a retired
      * bit). Each good line is classed for the report.
       VALIDATE-MIGRATION-MAP SECTION.
           MOVE 1 TO WS-MAX-FANOUT
           PERFORM VARYING MP-IDX FROM 1 BY 1
                   UNTIL MP-IDX > WS-MAP-COUNT
               IF MAP-T-ERROR(MP-IDX) = SPACES
                   PERFORM VALIDATE-MAP-LINE
               END-IF
           END-PERFORM
           IF WS-MAP-ERRORS > 0
               MOVE 'MIGRATION MAP HAS ERRORS' TO WS-MIG-ABORT-REASON
               MOVE 'Y' TO WS-MIG-ABORTED
           END-IF
           EXIT.

       VALIDATE-MAP-LINE SECTION.
           MOVE MAP-T-OLD-NO(MP-IDX) TO WS-OLD-NO
           MOVE SPACES TO WS-MAP-ERROR
           IF OLD-T-TARGETS(WS-OLD-NO) > 1
               AND OLD-T-DEFAULTS(WS-OLD-NO) = 0
               MOVE 'SPLIT HAS NO DEFAULT HALF' TO WS-MAP-ERROR
           END-IF
           IF MAP-T-NEW(MP-IDX) NOT = MAP-T-OLD(MP-IDX)
               PERFORM VARYING OL-IDX FROM 1 BY 1
                       UNTIL OL-IDX > WS-OLD-COUNT
                   IF OLD-T-NAME(OL-IDX) = MAP-T-NEW(MP-IDX)
                       AND OLD-T-KEEPS(OL-IDX) = 'N'
                       MOVE 'MAP CHAINS TO A RETIRING NAME'
                         TO WS-MAP-ERROR
                   END-IF
               END-PERFORM
           END-IF
           IF WS-MAP-ERROR NOT = SPACES
               PERFORM REJECT-MAP-LINE
               GO TO VALIDATE-MAP-LINE-EXIT
           END-IF
           IF OLD-T-TARGETS(WS-OLD-NO) > WS-MAX-FANOUT
               MOVE OLD-T-TARGETS(WS-OLD-NO) TO WS-MAX-FANOUT
           END-IF
           MOVE 0 TO WS-FEEDERS
           PERFORM VARYING OL-IDX FROM 1 BY 1
                   UNTIL OL-IDX > WS-MAP-COUNT
               IF MAP-T-NEW(OL-IDX) = MAP-T-NEW(MP-IDX)
                   ADD 1 TO WS-FEEDERS
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN MAP-T-NEW(MP-IDX) = MAP-T-OLD(MP-IDX)
                   AND OLD-T-TARGETS(WS-OLD-NO) = 1
                   MOVE 'KEEP' TO MAP-T-KIND(MP-IDX)
               WHEN OLD-T-TARGETS(WS-OLD-NO) > 1
                   MOVE 'SPLIT' TO MAP-T-KIND(MP-IDX)
               WHEN WS-FEEDERS > 1
                   MOVE 'MERGE' TO MAP-T-KIND(MP-IDX)
               WHEN OTHER
                   MOVE 'RENAME' TO MAP-T-KIND(MP-IDX)
           END-EVALUATE.
       VALIDATE-MAP-LINE-EXIT.
           EXIT.

      * New allergens go on the next doubled bit above the highest in
      * use, which keeps the table ascending for the elimination
      * loop; one already on the table is reused (and reactivated if
      * it had been deactivated). Old allergens that do not keep their
      * bit are deactivated. The table ceiling is allergies.cob's.
       PLAN-TABLE-CHANGES SECTION.
           PERFORM VARYING MP-IDX FROM 1 BY 1
                   UNTIL MP-IDX > WS-MAP-COUNT
                      OR WS-MIG-ABORTED = 'Y'
               PERFORM PLACE-NEW-ALLERGEN
           END-PERFORM
           IF WS-MIG-ABORTED = 'Y'
               GO TO PLAN-TABLE-CHANGES-EXIT
           END-IF
           PERFORM VARYING OL-IDX FROM 1 BY 1
                   UNTIL OL-IDX > WS-OLD-COUNT
               MOVE OLD-T-ALG(OL-IDX) TO WS-ALG-NO
               IF OLD-T-MIGRATES(OL-IDX) = 'Y'
                   SET ALG-M-OLD-NO(WS-ALG-NO) TO OL-IDX
               END-IF
               IF OLD-T-KEEPS(OL-IDX) = 'N'
                   AND ALLERGY-ACTIVE OF CONTENTS(WS-ALG-NO) = 'Y'
                   MOVE 'N' TO ALLERGY-ACTIVE OF CONTENTS(WS-ALG-NO)
                   MOVE 'RETIRED' TO ALG-M-CHANGE(WS-ALG-NO)
                   ADD 1 TO WS-ALLERGENS-RETIRED
               END-IF
           END-PERFORM.
       PLAN-TABLE-CHANGES-EXIT.
           EXIT.

       PLACE-NEW-ALLERGEN SECTION.
           MOVE 0 TO WS-ALG-NO
           PERFORM VARYING A-IDX FROM 1 BY 1 UNTIL A-IDX > TBL-SZ
               IF ALLERGY-TYPE OF CONTENTS(A-IDX) = MAP-T-NEW(MP-IDX)
                   SET WS-ALG-NO TO A-IDX
               END-IF
           END-PERFORM
           IF WS-ALG-NO > 0
               MOVE WS-ALG-NO TO MAP-T-NEW-ALG(MP-IDX)
               IF ALLERGY-ACTIVE OF CONTENTS(WS-ALG-NO) = 'N'
                   MOVE 'Y' TO ALLERGY-ACTIVE OF CONTENTS(WS-ALG-NO)
                   MOVE 'REACTIVATED' TO ALG-M-CHANGE(WS-ALG-NO)
               END-IF
               GO TO PLACE-NEW-ALLERGEN-EXIT
           END-IF
           IF TBL-SZ >= WS-ALLERGEN-MAX-SIZE
               OR ALLERGY-VAL OF CONTENTS(TBL-SZ) >= WS-HIGHEST-BIT
               MOVE 'ALG-MIGRATE' TO SERR-PROGRAM-ID
               MOVE MAP-T-NEW(MP-IDX) TO SERR-KEY-FIELD
               MOVE 'NO ALLERGEN BIT LEFT TO ADD' TO SERR-REASON
               MOVE 'TBL001' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               MOVE 'NO ALLERGEN BIT LEFT TO ADD' TO WS-MIG-ABORT-REASON
               MOVE 'Y' TO WS-MIG-ABORTED
               GO TO PLACE-NEW-ALLERGEN-EXIT
           END-IF
           ADD 1 TO TBL-SZ
           MOVE MAP-T-NEW(MP-IDX) TO ALLERGY-TYPE OF CONTENTS(TBL-SZ)
           COMPUTE ALLERGY-VAL OF CONTENTS(TBL-SZ) =
               ALLERGY-VAL OF CONTENTS(TBL-SZ - 1) * 2
           MOVE 'Y' TO ALLERGY-ACTIVE OF CONTENTS(TBL-SZ)
           MOVE 0 TO ALG-M-OLD-NO(TBL-SZ)
           MOVE 'N' TO ALG-M-NEW-BIT(TBL-SZ)
           MOVE 'ADDED' TO ALG-M-CHANGE(TBL-SZ)
           ADD 1 TO WS-ALLERGENS-ADDED
           MOVE TBL-SZ TO MAP-T-NEW-ALG(MP-IDX).
       PLACE-NEW-ALLERGEN-EXIT.
           EXIT.

       WRITE-MAP-SECTION SECTION.
           MOVE 'MIGRATION MAP' TO MIG-LINE
           WRITE MIG-LINE
           PERFORM VARYING MP-IDX FROM 1 BY 1
                   UNTIL MP-IDX > WS-MAP-COUNT
               MOVE MAP-T-OLD(MP-IDX) TO MPD-OLD
               MOVE MAP-T-NEW(MP-IDX) TO MPD-NEW
               MOVE SPACES TO MPD-DEFAULT
               IF MAP-T-DEFAULT(MP-IDX) = 'Y'
                   AND MAP-T-KIND(MP-IDX) = 'SPLIT'
                   MOVE 'DEFAULT' TO MPD-DEFAULT
               END-IF
               MOVE MAP-T-KIND(MP-IDX) TO MPD-KIND
               MOVE MAP-T-ERROR(MP-IDX) TO MPD-ERROR
               MOVE WS-MAP-DETAIL TO MIG-LINE
               WRITE MIG-LINE
           END-PERFORM
           IF WS-MIG-ABORTED = 'Y'
               GO TO WRITE-MAP-SECTION-EXIT
           END-IF
           MOVE SPACES TO MIG-LINE
           WRITE MIG-LINE
           MOVE 'ALLERGEN TABLE AFTER MIGRATION' TO MIG-LINE
           WRITE MIG-LINE
           PERFORM VARYING A-IDX FROM 1 BY 1 UNTIL A-IDX > TBL-SZ
               MOVE ALLERGY-TYPE OF CONTENTS(A-IDX) TO TBD-TYPE
               MOVE ALLERGY-VAL OF CONTENTS(A-IDX) TO TBD-VAL
               MOVE ALLERGY-ACTIVE OF CONTENTS(A-IDX) TO TBD-ACTIVE
               MOVE ALG-M-CHANGE(A-IDX) TO TBD-CHANGE
               MOVE WS-TABLE-DETAIL TO MIG-LINE
               WRITE MIG-LINE
           END-PERFORM
           MOVE SPACES TO MIG-LINE
           WRITE MIG-LINE.
       WRITE-MAP-SECTION-EXIT.
           EXIT.

      * A staged edit promoted after the migration would put the old
      * table back over the new one, so one waiting on either table
      * this job rewrites stops the run.
       CHECK-STAGED-EDITS SECTION.
           MOVE SPACES TO WS-CODED-DSN
           STRING FUNCTION TRIM(WS-ALLERGEN-TBL-DSN) DELIMITED BY SIZE
                  '.STAGE' DELIMITED BY SIZE
             INTO WS-CODED-DSN
           PERFORM TEST-STAGE-PENDING
           PERFORM VARYING WS-CF FROM 1 BY 1
                   UNTIL WS-CF > WS-CODED-COUNT
               IF CF-T-STAGED(WS-CF) = 'Y'
                   MOVE SPACES TO WS-CODED-DSN
                   STRING FUNCTION TRIM(CF-T-DSN(WS-CF))
                            DELIMITED BY SIZE
                          '.STAGE' DELIMITED BY SIZE
                     INTO WS-CODED-DSN
                   PERFORM TEST-STAGE-PENDING
               END-IF
           END-PERFORM
           EXIT.

       TEST-STAGE-PENDING SECTION.
           MOVE 'N' TO WS-STAGE-PENDING
           OPEN INPUT CODED-FILE
           IF WS-CODED-STATUS NOT = '00'
               GO TO TEST-STAGE-PENDING-EXIT
           END-IF
           READ CODED-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE 'Y' TO WS-STAGE-PENDING
           END-READ
           CLOSE CODED-FILE
           IF WS-STAGE-PENDING = 'Y'
               MOVE 'ALG-MIGRATE' TO SERR-PROGRAM-ID
               MOVE WS-CODED-DSN(1:20) TO SERR-KEY-FIELD
               MOVE 'STAGED EDIT NOT YET PROMOTED' TO SERR-REASON
               MOVE 'CFG001' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               MOVE 'STAGED EDIT NOT YET PROMOTED'
                 TO WS-MIG-ABORT-REASON
               MOVE 'Y' TO WS-MIG-ABORTED
           END-IF.
       TEST-STAGE-PENDING-EXIT.
           EXIT.

      * Each name-coded file is held whole while it is mapped; at
      * worst every line fans out to the widest split, and that must
      * fit before any file is rewritten.
       CHECK-CODED-CAPACITY SECTION.
           PERFORM VARYING WS-CF FROM 1 BY 1
                   UNTIL WS-CF > WS-CODED-COUNT
               MOVE CF-T-DSN(WS-CF) TO WS-CODED-DSN
               OPEN INPUT CODED-FILE
               IF WS-CODED-STATUS = '00'
                   MOVE 'N' TO WS-EOF-FLAG
                   PERFORM UNTIL WS-EOF-FLAG = 'Y'
                       READ CODED-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF-FLAG
                           NOT AT END
                               ADD 1 TO CF-T-LINES(WS-CF)
                       END-READ
                   END-PERFORM
                   CLOSE CODED-FILE
                   MOVE 'N' TO WS-EOF-FLAG
               END-IF
               COMPUTE WS-IMG-NEEDED =
                   CF-T-LINES(WS-CF) * WS-MAX-FANOUT
               IF WS-IMG-NEEDED > WS-IMG-MAX
                   AND WS-MIG-ABORTED = 'N'
                   MOVE 'ALG-MIGRATE' TO SERR-PROGRAM-ID
                   MOVE CF-T-DSN(WS-CF)(1:20) TO SERR-KEY-FIELD
                   MOVE 'FILE TOO LARGE TO MIGRATE' TO SERR-REASON
                   MOVE 'TBL001' TO SERR-ERROR-CODE
                   PERFORM WRITE-SUITE-ERROR-LOG
                   MOVE 'FILE TOO LARGE TO MIGRATE'
                     TO WS-MIG-ABORT-REASON
                   MOVE 'Y' TO WS-MIG-ABORTED
               END-IF
           END-PERFORM
           EXIT.

      * WS-BEFORE-DSN names the pre-migration copy. One already on
      * file is the true original from an earlier run and is left
      * alone; WS-BEFORE-OPEN says whether lines are to be written.
       OPEN-BEFORE-IMAGE SECTION.
           MOVE 'N' TO WS-BEFORE-OPEN
           MOVE 'N' TO WS-BEFORE-KEPT
           OPEN INPUT BEFORE-IMAGE-FILE
           IF WS-BEFORE-STATUS = '00'
               CLOSE BEFORE-IMAGE-FILE
               MOVE 'Y' TO WS-BEFORE-KEPT
               GO TO OPEN-BEFORE-IMAGE-EXIT
           END-IF
           OPEN OUTPUT BEFORE-IMAGE-FILE
           IF WS-BEFORE-STATUS = '00'
               MOVE 'Y' TO WS-BEFORE-OPEN
           ELSE
               MOVE 'ALG-MIGRATE' TO SERR-PROGRAM-ID
               MOVE WS-BEFORE-DSN(1:20) TO SERR-KEY-FIELD
               MOVE 'BEFORE-IMAGE WILL NOT OPEN' TO SERR-REASON
               MOVE 'BKP001' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
           END-IF.
       OPEN-BEFORE-IMAGE-EXIT.
           EXIT.

       SET-BEFORE-IMAGE-DSN SECTION.
           MOVE SPACES TO WS-BEFORE-DSN
           STRING FUNCTION TRIM(WS-CODED-DSN) DELIMITED BY SIZE
                  '.PREMIG' DELIMITED BY SIZE
             INTO WS-BEFORE-DSN
           EXIT.

       WRITE-ALLERGEN-TABLE SECTION.
           MOVE WS-ALLERGEN-TBL-DSN TO WS-CODED-DSN
           PERFORM SET-BEFORE-IMAGE-DSN
           PERFORM OPEN-BEFORE-IMAGE
           IF WS-BEFORE-OPEN = 'Y'
               PERFORM VARYING A-IDX FROM 1 BY 1
                       UNTIL A-IDX > WS-ORIG-TBL-SZ
                   MOVE WS-ORIG-ALG-LINE(A-IDX) TO BFI-LINE
                   WRITE BFI-LINE
               END-PERFORM
               CLOSE BEFORE-IMAGE-FILE
           END-IF
           OPEN OUTPUT ALLERGEN-TABLE-FILE
           PERFORM VARYING A-IDX FROM 1 BY 1 UNTIL A-IDX > TBL-SZ
               MOVE SPACES TO ALG-RECORD
               MOVE ALLERGY-TYPE OF CONTENTS(A-IDX) TO ALG-TYPE
               MOVE ALLERGY-ACTIVE OF CONTENTS(A-IDX) TO ALG-ACTIVE
               MOVE ALLERGY-VAL OF CONTENTS(A-IDX) TO ALG-VAL
               WRITE ALG-RECORD
           END-PERFORM
           CLOSE ALLERGEN-TABLE-FILE
           EXIT.

      * One pass over the whole panel. Each record's before-image is
      * taken as it is read, ahead of any rewrite. The worklist is
      * extended, not replaced: the residents an earlier run listed
      * stay on it until confirmed, and a rerun that finds nothing
      * left to map adds an empty section under its own run ID.
       MIGRATE-PATIENT-MASTER SECTION.
           MOVE WS-PATIENT-MST-DSN TO WS-CODED-DSN
           PERFORM SET-BEFORE-IMAGE-DSN
           PERFORM OPEN-BEFORE-IMAGE
           OPEN EXTEND SCORE-HISTORY-FILE
           IF WS-SCORE-HIST-STATUS NOT = '00'
               OPEN OUTPUT SCORE-HISTORY-FILE
           END-IF
           OPEN EXTEND REVIEW-WORKLIST-FILE
           IF WS-REVIEW-STATUS NOT = '00'
               OPEN OUTPUT REVIEW-WORKLIST-FILE
           END-IF
           MOVE WS-PARM-RUN-ID TO TRX-RUN-ID
           MOVE 'ALG-MIGR' TO TRX-SOURCE-SYSTEM
           MOVE FUNCTION CURRENT-DATE TO TRX-TIMESTAMP
           MOVE TRX-HEADER TO RVW-LINE
           WRITE RVW-LINE
           MOVE SPACES TO RVW-LINE
           STRING 'ALLERGEN SPLIT REVIEW - RUN ' DELIMITED BY SIZE
                  WS-MIG-RUN-ID DELIMITED BY SPACE
                  ' - CONFIRM WHICH HALF ' DELIMITED BY SIZE
                  'APPLIES BY CLINICAL ALLERGY ORDER' DELIMITED BY SIZE
             INTO RVW-LINE
           WRITE RVW-LINE
           MOVE WS-REVIEW-HEADING TO RVW-LINE
           WRITE RVW-LINE
           MOVE ALL '-' TO RVW-LINE
           WRITE RVW-LINE
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ PATIENT-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-RESIDENTS-READ
                       IF WS-BEFORE-OPEN = 'Y'
                           MOVE PAT-RECORD TO BFI-LINE
                           WRITE BFI-LINE
                       END-IF
                       PERFORM RESCORE-RESIDENT
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF-FLAG
           MOVE ALL '-' TO RVW-LINE
           WRITE RVW-LINE
           MOVE WS-SPLIT-REVIEWS TO WS-CTL-COUNT-TXT
           MOVE SPACES TO RVW-LINE
           STRING 'RESIDENTS TO REVIEW: ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO RVW-LINE
           WRITE RVW-LINE
           CLOSE REVIEW-WORKLIST-FILE
           CLOSE SCORE-HISTORY-FILE
           IF WS-BEFORE-OPEN = 'Y'
               CLOSE BEFORE-IMAGE-FILE
           END-IF
           EXIT.

      * The score is taken apart against the table bit by bit - the
      * doubled-bit elimination in allergies.cob's INITIALIZE-TABLE,
      * except that a deactivated allergen's bit is kept as it is
      * rather than read as "not allergic". Each bit then moves to
      * its new allergen: an untouched allergen keeps its own bit, a
      * migrated one sets the bit of every half it maps to (only the
      * default halves of a split) and is itself cleared. Anything
      * left over that no table entry accounts for is carried across
      * unchanged.
       RESCORE-RESIDENT SECTION.
           MOVE PAT-ALLERGY-SCORE TO WS-SCORE
           COMPUTE WS-SCORE = FUNCTION MOD(WS-SCORE WS-SCORE-CEILING)
           PERFORM VARYING A-IDX FROM TBL-SZ BY -1 UNTIL A-IDX < 1
               MOVE 'N' TO ALG-M-NEW-BIT(A-IDX)
               IF WS-SCORE NOT EQUAL 0 AND
                   ALLERGY-VAL OF CONTENTS(A-IDX) <= WS-SCORE
                   SUBTRACT ALLERGY-VAL OF CONTENTS(A-IDX) FROM WS-SCORE
                   MOVE 'Y' TO IS-ALLERGIC OF CONTENTS(A-IDX)
               ELSE
                   MOVE 'N' TO IS-ALLERGIC OF CONTENTS(A-IDX)
               END-IF
           END-PERFORM
           COMPUTE WS-RESIDUAL = PAT-ALLERGY-SCORE
               - FUNCTION MOD(PAT-ALLERGY-SCORE WS-SCORE-CEILING)
               + WS-SCORE

           PERFORM VARYING A-IDX FROM 1 BY 1 UNTIL A-IDX > TBL-SZ
               IF IS-ALLERGIC OF CONTENTS(A-IDX) = 'Y'
                   IF ALG-M-OLD-NO(A-IDX) = 0
                       MOVE 'Y' TO ALG-M-NEW-BIT(A-IDX)
                   ELSE
                       MOVE ALG-M-OLD-NO(A-IDX) TO WS-OLD-NO
                       PERFORM MOVE-MIGRATED-BIT
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-RESIDUAL TO WS-NEW-SCORE
           PERFORM VARYING A-IDX FROM 1 BY 1 UNTIL A-IDX > TBL-SZ
               IF ALG-M-NEW-BIT(A-IDX) = 'Y'
                   ADD ALLERGY-VAL OF CONTENTS(A-IDX) TO WS-NEW-SCORE
               END-IF
           END-PERFORM
           IF WS-NEW-SCORE = PAT-ALLERGY-SCORE
               GO TO RESCORE-RESIDENT-EXIT
           END-IF
           MOVE PAT-ALLERGY-SCORE TO WS-OLD-SCORE
           MOVE WS-NEW-SCORE TO PAT-ALLERGY-SCORE
           REWRITE PAT-RECORD
               INVALID KEY
                   ADD 1 TO WS-REWRITE-FAILURES
                   MOVE 'ALG-MIGRATE' TO SERR-PROGRAM-ID
                   MOVE PAT-PATIENT-ID TO SERR-KEY-FIELD
                   MOVE 'MIGRATED SCORE NOT REWRITTEN' TO SERR-REASON
                   MOVE 'MST002' TO SERR-ERROR-CODE
                   PERFORM WRITE-SUITE-ERROR-LOG
                   GO TO RESCORE-RESIDENT-EXIT
           END-REWRITE
           ADD 1 TO WS-RESIDENTS-CHANGED
           MOVE SPACES TO HIST-RECORD
           MOVE PAT-PATIENT-ID TO HIST-PATIENT-ID
           MOVE WS-OLD-SCORE TO HIST-OLD-SCORE
           MOVE PAT-ALLERGY-SCORE TO HIST-NEW-SCORE
           MOVE WS-MIG-RUN-ID TO HIST-RUN-ID
           MOVE FUNCTION CURRENT-DATE TO HIST-TIMESTAMP
           WRITE HIST-RECORD
           ADD 1 TO WS-HISTORY-WRITTEN.
       RESCORE-RESIDENT-EXIT.
           EXIT.

      * A-IDX is the old allergen's table entry, WS-OLD-NO its entry
      * on the old list. A split also puts the resident on the review
      * worklist.
       MOVE-MIGRATED-BIT SECTION.
           MOVE SPACES TO WS-APPLIED-LIST
           MOVE SPACES TO WS-CONFIRM-LIST
           MOVE 1 TO WS-APPLIED-PTR
           MOVE 1 TO WS-CONFIRM-PTR
           PERFORM VARYING MP-IDX FROM 1 BY 1
                   UNTIL MP-IDX > WS-MAP-COUNT
               IF MAP-T-OLD-NO(MP-IDX) = WS-OLD-NO
                   MOVE MAP-T-NEW-ALG(MP-IDX) TO WS-ALG-NO
                   IF OLD-T-TARGETS(WS-OLD-NO) = 1
                       OR MAP-T-DEFAULT(MP-IDX) = 'Y'
                       MOVE 'Y' TO ALG-M-NEW-BIT(WS-ALG-NO)
                       IF WS-APPLIED-PTR > 1
                           STRING ',' DELIMITED BY SIZE
                             INTO WS-APPLIED-LIST
                             WITH POINTER WS-APPLIED-PTR
                       END-IF
                       STRING FUNCTION TRIM(MAP-T-NEW(MP-IDX))
                                DELIMITED BY SIZE
                         INTO WS-APPLIED-LIST
                         WITH POINTER WS-APPLIED-PTR
                   ELSE
                       IF WS-CONFIRM-PTR > 1
                           STRING ',' DELIMITED BY SIZE
                             INTO WS-CONFIRM-LIST
                             WITH POINTER WS-CONFIRM-PTR
                       END-IF
                       STRING FUNCTION TRIM(MAP-T-NEW(MP-IDX))
                                DELIMITED BY SIZE
                         INTO WS-CONFIRM-LIST
                         WITH POINTER WS-CONFIRM-PTR
                   END-IF
               END-IF
           END-PERFORM
           IF OLD-T-TARGETS(WS-OLD-NO) = 1
               GO TO MOVE-MIGRATED-BIT-EXIT
           END-IF
           ADD 1 TO WS-SPLIT-REVIEWS
           ADD 1 TO OLD-T-RESIDENTS(WS-OLD-NO)
           MOVE SPACES TO WS-REVIEW-DETAIL
           MOVE PAT-PATIENT-ID TO RVD-PATIENT-ID
           MOVE PAT-PATIENT-NAME TO RVD-PATIENT-NAME
           MOVE PAT-NURSING-UNIT TO RVD-UNIT
           IF PAT-ROOM NOT = SPACES
               STRING FUNCTION TRIM(PAT-ROOM) DELIMITED BY SIZE
                      '-' DELIMITED BY SIZE
                      FUNCTION TRIM(PAT-BED) DELIMITED BY SIZE
                 INTO RVD-ROOM-BED
           END-IF
           MOVE OLD-T-NAME(WS-OLD-NO) TO RVD-OLD-ALLERGEN
           MOVE WS-APPLIED-LIST TO RVD-APPLIED
           IF WS-CONFIRM-LIST = SPACES
               MOVE 'ALL HALVES APPLIED' TO RVD-CONFIRM
           ELSE
               MOVE WS-CONFIRM-LIST TO RVD-CONFIRM
           END-IF
           MOVE WS-REVIEW-DETAIL TO RVW-LINE
           WRITE RVW-LINE.
       MOVE-MIGRATED-BIT-EXIT.
           EXIT.

      * Pairs follow the score: a migrated allergen's pair is copied
      * to each half the resident now carries. The copies are sorted
      * in with the untouched pairs so that a merge's two pairs for
      * the same resident land together and fold into one pair with
      * the more severe of the two codes.
       MIGRATE-SEVERITY-FILE SECTION.
           OPEN INPUT SEVERITY-FILE
           IF WS-SEVERITY-STATUS NOT = '00'
               GO TO MIGRATE-SEVERITY-FILE-EXIT
           END-IF
           MOVE 'Y' TO WS-SEV-PRESENT
           MOVE WS-SEVERITY-DSN TO WS-CODED-DSN
           PERFORM SET-BEFORE-IMAGE-DSN
           PERFORM OPEN-BEFORE-IMAGE
           OPEN OUTPUT SEV-WORK-FILE
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ SEVERITY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-SEV-READ
                       IF WS-BEFORE-OPEN = 'Y'
                           MOVE SEV-RECORD TO BFI-LINE
                           WRITE BFI-LINE
                       END-IF
                       PERFORM MAP-SEVERITY-PAIR
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF-FLAG
           CLOSE SEVERITY-FILE
           CLOSE SEV-WORK-FILE
           IF WS-BEFORE-OPEN = 'Y'
               CLOSE BEFORE-IMAGE-FILE
           END-IF
           IF WS-SEV-MAPPED = 0
               MOVE WS-SEV-READ TO WS-SEV-WRITTEN
               GO TO MIGRATE-SEVERITY-FILE-EXIT
           END-IF
           SORT SEV-SORT-WORK-FILE
               ON ASCENDING KEY SSW-PATIENT-ID
                                SSW-ALLERGEN
               USING SEV-WORK-FILE
               GIVING SEV-SORTED-FILE
           OPEN INPUT SEV-SORTED-FILE
           OPEN OUTPUT SEVERITY-FILE
           MOVE 'N' TO WS-SEV-HELD
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ SEV-SORTED-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM TAKE-SORTED-PAIR
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF-FLAG
           IF WS-SEV-HELD = 'Y'
               MOVE WS-SEV-HOLD TO SEV-RECORD
               WRITE SEV-RECORD
               ADD 1 TO WS-SEV-WRITTEN
           END-IF
           CLOSE SEV-SORTED-FILE
           CLOSE SEVERITY-FILE.
       MIGRATE-SEVERITY-FILE-EXIT.
           EXIT.

       MAP-SEVERITY-PAIR SECTION.
           MOVE 0 TO WS-OLD-NO
           PERFORM VARYING OL-IDX FROM 1 BY 1
                   UNTIL OL-IDX > WS-OLD-COUNT
               IF OLD-T-NAME(OL-IDX) = SEV-ALLERGEN
                   AND OLD-T-MIGRATES(OL-IDX) = 'Y'
                   SET WS-OLD-NO TO OL-IDX
               END-IF
           END-PERFORM
           IF WS-OLD-NO = 0
               MOVE SEV-RECORD TO SVW-RECORD
               WRITE SVW-RECORD
               GO TO MAP-SEVERITY-PAIR-EXIT
           END-IF
           ADD 1 TO WS-SEV-MAPPED
           PERFORM VARYING MP-IDX FROM 1 BY 1
                   UNTIL MP-IDX > WS-MAP-COUNT
               IF MAP-T-OLD-NO(MP-IDX) = WS-OLD-NO
                   AND (OLD-T-TARGETS(WS-OLD-NO) = 1
                        OR MAP-T-DEFAULT(MP-IDX) = 'Y')
                   MOVE SEV-RECORD TO SVW-RECORD
                   MOVE MAP-T-NEW(MP-IDX) TO SVW-RECORD(11:12)
                   WRITE SVW-RECORD
                   ADD 1 TO WS-SEV-COPIES
               END-IF
           END-PERFORM.
       MAP-SEVERITY-PAIR-EXIT.
           EXIT.

       TAKE-SORTED-PAIR SECTION.
           IF WS-SEV-HELD = 'Y'
               AND SVS-PATIENT-ID = SVH-PATIENT-ID
               AND SVS-ALLERGEN = SVH-ALLERGEN
               ADD 1 TO WS-SEV-MERGED
               MOVE SVH-CODE TO WS-SEV-RANK-CODE
               PERFORM RANK-SEVERITY
               MOVE WS-SEV-RANK TO WS-SEV-HOLD-RANK
               MOVE SVS-CODE TO WS-SEV-RANK-CODE
               PERFORM RANK-SEVERITY
               IF WS-SEV-RANK > WS-SEV-HOLD-RANK
                   MOVE SVS-CODE TO SVH-CODE
               END-IF
               GO TO TAKE-SORTED-PAIR-EXIT
           END-IF
           IF WS-SEV-HELD = 'Y'
               MOVE WS-SEV-HOLD TO SEV-RECORD
               WRITE SEV-RECORD
               ADD 1 TO WS-SEV-WRITTEN
           END-IF
           MOVE SVS-RECORD TO WS-SEV-HOLD
           MOVE 'Y' TO WS-SEV-HELD.
       TAKE-SORTED-PAIR-EXIT.
           EXIT.

       RANK-SEVERITY SECTION.
           EVALUATE WS-SEV-RANK-CODE
               WHEN 'A'
                   MOVE 3 TO WS-SEV-RANK
               WHEN 'S'
                   MOVE 2 TO WS-SEV-RANK
               WHEN 'M'
                   MOVE 1 TO WS-SEV-RANK
               WHEN OTHER
                   MOVE 0 TO WS-SEV-RANK
           END-EVALUATE
           EXIT.

       WRITE-SPLIT-LINE-HEADING SECTION.
           MOVE SPACES TO MIG-LINE
           STRING 'LINES MAPPED TO EVERY HALF OF A SPLIT - '
                    DELIMITED BY SIZE
                  'RECODE TO THE HALF THAT APPLIES' DELIMITED BY SIZE
             INTO MIG-LINE
           WRITE MIG-LINE
           EXIT.

      * One name-coded file, WS-CF. A line naming a migrated allergen
      * is replaced by a copy for every new allergen it maps to -
      * default or not, since the kitchen and pharmacy must block
      * both halves until the line is recoded - and a copy that
      * repeats a line already kept is dropped.
       MIGRATE-CODED-FILE SECTION.
           MOVE CF-T-DSN(WS-CF) TO WS-CODED-DSN
           OPEN INPUT CODED-FILE
           IF WS-CODED-STATUS NOT = '00'
               GO TO MIGRATE-CODED-FILE-EXIT
           END-IF
           MOVE 'Y' TO CF-T-PRESENT(WS-CF)
           PERFORM SET-BEFORE-IMAGE-DSN
           PERFORM OPEN-BEFORE-IMAGE
           MOVE 0 TO WS-IMG-COUNT
           MOVE 'N' TO WS-TABLE-OVERFLOW
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ CODED-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO CF-T-READ(WS-CF)
                       IF WS-BEFORE-OPEN = 'Y'
                           MOVE CDF-LINE TO BFI-LINE
                           WRITE BFI-LINE
                       END-IF
                       PERFORM TAKE-CODED-LINE
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF-FLAG
           CLOSE CODED-FILE
           IF WS-BEFORE-OPEN = 'Y'
               CLOSE BEFORE-IMAGE-FILE
           END-IF
           IF WS-IMG-COUNT > WS-IMG-PEAK
               MOVE WS-IMG-COUNT TO WS-IMG-PEAK
           END-IF
           IF WS-TABLE-OVERFLOW = 'Y'
               MOVE 'O' TO CF-T-PRESENT(WS-CF)
               MOVE 0 TO CF-T-MAPPED(WS-CF)
               MOVE 0 TO CF-T-COPIES(WS-CF)
               MOVE 0 TO CF-T-DROPPED(WS-CF)
               MOVE 'ALG-MIGRATE' TO SERR-PROGRAM-ID
               MOVE CF-T-DSN(WS-CF)(1:20) TO SERR-KEY-FIELD
               MOVE 'FILE TOO LARGE - NOT MIGRATED' TO SERR-REASON
               MOVE 'TBL001' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               SET RC-CRITICAL TO TRUE
           END-IF
           IF CF-T-MAPPED(WS-CF) = 0
               MOVE CF-T-READ(WS-CF) TO CF-T-WRITTEN(WS-CF)
               GO TO MIGRATE-CODED-FILE-EXIT
           END-IF
           OPEN OUTPUT CODED-FILE
           PERFORM VARYING IM-IDX FROM 1 BY 1
                   UNTIL IM-IDX > WS-IMG-COUNT
               MOVE WS-IMG-LINE(IM-IDX) TO CDF-LINE
               WRITE CDF-LINE
               ADD 1 TO CF-T-WRITTEN(WS-CF)
           END-PERFORM
           CLOSE CODED-FILE.
       MIGRATE-CODED-FILE-EXIT.
           ADD CF-T-READ(WS-CF) TO WS-LINES-READ
           ADD CF-T-MAPPED(WS-CF) TO WS-LINES-MAPPED
           ADD CF-T-COPIES(WS-CF) TO WS-LINES-COPIED
           ADD CF-T-DROPPED(WS-CF) TO WS-LINES-DROPPED
           ADD CF-T-WRITTEN(WS-CF) TO WS-LINES-WRITTEN
           ADD CF-T-SPLITS(WS-CF) TO WS-LINES-SPLIT
           EXIT.

       TAKE-CODED-LINE SECTION.
           MOVE CDF-LINE(CF-T-ALG-POS(WS-CF):12) TO WS-CODED-ALLERGEN
           MOVE 0 TO WS-OLD-NO
           IF WS-CODED-ALLERGEN NOT = SPACES
               PERFORM VARYING OL-IDX FROM 1 BY 1
                       UNTIL OL-IDX > WS-OLD-COUNT
                   IF OLD-T-NAME(OL-IDX) = WS-CODED-ALLERGEN
                       AND OLD-T-MIGRATES(OL-IDX) = 'Y'
                       SET WS-OLD-NO TO OL-IDX
                   END-IF
               END-PERFORM
           END-IF
           IF WS-OLD-NO = 0
               MOVE CDF-LINE TO WS-NEW-IMAGE
               PERFORM ADD-CODED-IMAGE
               GO TO TAKE-CODED-LINE-EXIT
           END-IF
           ADD 1 TO CF-T-MAPPED(WS-CF)
           MOVE 0 TO WS-COPY-NO
           PERFORM VARYING MP-IDX FROM 1 BY 1
                   UNTIL MP-IDX > WS-MAP-COUNT
               IF MAP-T-OLD-NO(MP-IDX) = WS-OLD-NO
                   MOVE CDF-LINE TO WS-NEW-IMAGE
                   MOVE MAP-T-NEW(MP-IDX)
                     TO WS-NEW-IMAGE(CF-T-ALG-POS(WS-CF):12)
                   ADD 1 TO WS-COPY-NO
                   IF WS-COPY-NO > 1 AND CF-T-QTY-POS(WS-CF) > 0
                       MOVE ZEROS
                         TO WS-NEW-IMAGE(CF-T-QTY-POS(WS-CF):6)
                       MOVE SPACES
                         TO WS-NEW-IMAGE(CF-T-QTY-POS(WS-CF) + 6:8)
                   END-IF
                   MOVE 'N' TO WS-FOUND
                   PERFORM VARYING IM-IDX FROM 1 BY 1
                           UNTIL IM-IDX > WS-IMG-COUNT
                              OR WS-FOUND = 'Y'
                       IF WS-IMG-LINE(IM-IDX) = WS-NEW-IMAGE
                           MOVE 'Y' TO WS-FOUND
                       END-IF
                   END-PERFORM
                   IF WS-FOUND = 'Y'
                       ADD 1 TO CF-T-DROPPED(WS-CF)
                   ELSE
                       ADD 1 TO CF-T-COPIES(WS-CF)
                       PERFORM ADD-CODED-IMAGE
                   END-IF
               END-IF
           END-PERFORM
           IF OLD-T-TARGETS(WS-OLD-NO) > 1
               ADD 1 TO CF-T-SPLITS(WS-CF)
               MOVE SPACES TO WS-SPLIT-DETAIL
               MOVE CF-T-TAG(WS-CF) TO SPD-TAG
               MOVE OLD-T-NAME(WS-OLD-NO) TO SPD-OLD
               MOVE CDF-LINE TO SPD-IMAGE
               MOVE WS-SPLIT-DETAIL TO MIG-LINE
               WRITE MIG-LINE
           END-IF.
       TAKE-CODED-LINE-EXIT.
           EXIT.

       ADD-CODED-IMAGE SECTION.
           IF WS-IMG-COUNT >= WS-IMG-MAX
               MOVE 'Y' TO WS-TABLE-OVERFLOW
               GO TO ADD-CODED-IMAGE-EXIT
           END-IF
           ADD 1 TO WS-IMG-COUNT
           MOVE WS-NEW-IMAGE TO WS-IMG-LINE(WS-IMG-COUNT).
       ADD-CODED-IMAGE-EXIT.
           EXIT.

       WRITE-FILE-SECTION SECTION.
           MOVE SPACES TO MIG-LINE
           WRITE MIG-LINE
           MOVE 'FILES MIGRATED (PRE-MIGRATION COPY KEPT AS <DATASET>.PR
      -         'EMIG)' TO MIG-LINE
           WRITE MIG-LINE
           MOVE 'SEVERITY' TO FLD-TAG
           MOVE WS-SEVERITY-DSN TO FLD-DSN
           MOVE WS-SEV-READ TO FLD-READ
           MOVE WS-SEV-MAPPED TO FLD-MAPPED
           MOVE WS-SEV-COPIES TO FLD-COPIED
           MOVE WS-SEV-MERGED TO FLD-DROPPED
           MOVE WS-SEV-WRITTEN TO FLD-WRITTEN
           MOVE SPACES TO FLD-NOTE
           IF WS-SEV-PRESENT = 'N'
               MOVE 'NOT ON FILE' TO FLD-NOTE
           END-IF
           MOVE WS-FILE-DETAIL TO MIG-LINE
           WRITE MIG-LINE
           PERFORM VARYING WS-CF FROM 1 BY 1
                   UNTIL WS-CF > WS-CODED-COUNT
               MOVE CF-T-TAG(WS-CF) TO FLD-TAG
               MOVE CF-T-DSN(WS-CF) TO FLD-DSN
               MOVE CF-T-READ(WS-CF) TO FLD-READ
               MOVE CF-T-MAPPED(WS-CF) TO FLD-MAPPED
               MOVE CF-T-COPIES(WS-CF) TO FLD-COPIED
               MOVE CF-T-DROPPED(WS-CF) TO FLD-DROPPED
               MOVE CF-T-WRITTEN(WS-CF) TO FLD-WRITTEN
               EVALUATE CF-T-PRESENT(WS-CF)
                   WHEN 'N'
                       MOVE 'NOT ON FILE' TO FLD-NOTE
                   WHEN 'O'
                       MOVE 'NOT MIGRATED' TO FLD-NOTE
                   WHEN OTHER
                       MOVE SPACES TO FLD-NOTE
               END-EVALUATE
               MOVE WS-FILE-DETAIL TO MIG-LINE
               WRITE MIG-LINE
           END-PERFORM
           MOVE SPACES TO MIG-LINE
           WRITE MIG-LINE
           MOVE WS-RESIDENTS-CHANGED TO WS-CTL-COUNT-TXT
           MOVE SPACES TO MIG-LINE
           STRING 'RESIDENTS RE-SCORED: ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
                  '   SCORE HISTORY RUN ID: ' DELIMITED BY SIZE
                  WS-MIG-RUN-ID DELIMITED BY SIZE
             INTO MIG-LINE
           WRITE MIG-LINE
           PERFORM VARYING OL-IDX FROM 1 BY 1
                   UNTIL OL-IDX > WS-OLD-COUNT
               IF OLD-T-TARGETS(OL-IDX) > 1
                   MOVE OLD-T-RESIDENTS(OL-IDX) TO WS-CTL-COUNT-TXT
                   MOVE SPACES TO MIG-LINE
                   STRING 'RESIDENTS ON SPLIT REVIEW FOR '
                            DELIMITED BY SIZE
                          FUNCTION TRIM(OLD-T-NAME(OL-IDX))
                            DELIMITED BY SIZE
                          ': ' DELIMITED BY SIZE
                          WS-CTL-COUNT-TXT DELIMITED BY SIZE
                     INTO MIG-LINE
                   WRITE MIG-LINE
               END-IF
           END-PERFORM
           EXIT.

      * Standard run-balancing control-total report. The score
      * changes all reach score history, and every severity pair and
      * coded line read is accounted for: written, or mapped away and
      * replaced by its copies. Severity copies that fold into one
      * pair are counted as merged; coded copies repeating a line
      * already kept are never made, and are counted as dropped.
       WRITE-CONTROL-TOTALS SECTION.
           OPEN OUTPUT CONTROL-TOTAL-FILE
           MOVE WS-PARM-RUN-ID TO TRX-RUN-ID
           MOVE 'ALG-MIGR' TO TRX-SOURCE-SYSTEM
           MOVE FUNCTION CURRENT-DATE TO TRX-TIMESTAMP
           MOVE TRX-HEADER TO CTL-LINE
           WRITE CTL-LINE
           MOVE 'ALLERGEN MIGRATION CONTROL TOTALS' TO CTL-LINE
           WRITE CTL-LINE
           MOVE ALL '-' TO CTL-LINE
           WRITE CTL-LINE
           MOVE 'MAP LINES' TO WS-CTL-LABEL
           MOVE WS-MAP-READ TO WS-CTL-COUNT-TXT
           PERFORM WRITE-CONTROL-LINE
           MOVE 'MAP ERRORS' TO WS-CTL-LABEL
           MOVE WS-MAP-ERRORS TO WS-CTL-COUNT-TXT
           PERFORM WRITE-CONTROL-LINE
           MOVE 'ALLERGENS ADDED' TO WS-CTL-LABEL
           MOVE WS-ALLERGENS-ADDED TO WS-CTL-COUNT-TXT
           PERFORM WRITE-CONTROL-LINE
           MOVE 'ALLERGENS RETIRED' TO WS-CTL-LABEL
           MOVE WS-ALLERGENS-RETIRED TO WS-CTL-COUNT-TXT
           PERFORM WRITE-CONTROL-LINE
           MOVE 'RESIDENTS READ' TO WS-CTL-LABEL
           MOVE WS-RESIDENTS-READ TO WS-CTL-COUNT-TXT
           PERFORM WRITE-CONTROL-LINE
           MOVE 'RESIDENTS CHANGED' TO WS-CTL-LABEL
           MOVE WS-RESIDENTS-CHANGED TO WS-CTL-COUNT-TXT
           PERFORM WRITE-CONTROL-LINE
           MOVE 'SCORE HISTORY' TO WS-CTL-LABEL
           MOVE WS-HISTORY-WRITTEN TO WS-CTL-COUNT-TXT
           PERFORM WRITE-CONTROL-LINE
           MOVE 'SPLIT REVIEWS' TO WS-CTL-LABEL
           MOVE WS-SPLIT-REVIEWS TO WS-CTL-COUNT-TXT
           PERFORM WRITE-CONTROL-LINE
           MOVE 'SEVERITY READ' TO WS-CTL-LABEL
           MOVE WS-SEV-READ TO WS-CTL-COUNT-TXT
           PERFORM WRITE-CONTROL-LINE
           MOVE 'SEVERITY MAPPED' TO WS-CTL-LABEL
           MOVE WS-SEV-MAPPED TO WS-CTL-COUNT-TXT
           PERFORM WRITE-CONTROL-LINE
           MOVE 'SEVERITY COPIES' TO WS-CTL-LABEL
           MOVE WS-SEV-COPIES TO WS-CTL-COUNT-TXT
           PERFORM WRITE-CONTROL-LINE
           MOVE 'SEVERITY MERGED' TO WS-CTL-LABEL
           MOVE WS-SEV-MERGED TO WS-CTL-COUNT-TXT
           PERFORM WRITE-CONTROL-LINE
           MOVE 'SEVERITY WRITTEN' TO WS-CTL-LABEL
           MOVE WS-SEV-WRITTEN TO WS-CTL-COUNT-TXT
           PERFORM WRITE-CONTROL-LINE
           MOVE 'LINES READ' TO WS-CTL-LABEL
           MOVE WS-LINES-READ TO WS-CTL-COUNT-TXT
           PERFORM WRITE-CONTROL-LINE
           MOVE 'LINES MAPPED' TO WS-CTL-LABEL
           MOVE WS-LINES-MAPPED TO WS-CTL-COUNT-TXT
           PERFORM WRITE-CONTROL-LINE
           MOVE 'LINES COPIED' TO WS-CTL-LABEL
           MOVE WS-LINES-COPIED TO WS-CTL-COUNT-TXT
           PERFORM WRITE-CONTROL-LINE
           MOVE 'LINES DROPPED' TO WS-CTL-LABEL
           MOVE WS-LINES-DROPPED TO WS-CTL-COUNT-TXT
           PERFORM WRITE-CONTROL-LINE
           MOVE 'LINES WRITTEN' TO WS-CTL-LABEL
           MOVE WS-LINES-WRITTEN TO WS-CTL-COUNT-TXT
           PERFORM WRITE-CONTROL-LINE
           MOVE 'LINES SPLIT' TO WS-CTL-LABEL
           MOVE WS-LINES-SPLIT TO WS-CTL-COUNT-TXT
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
           MOVE 'ALLERGEN-MIGRATE' TO TCAP-PROGRAM-ID
           MOVE WS-PARM-RUN-ID TO TCAP-RUN-ID
           MOVE WS-RUN-DATE TO TCAP-RUN-DATE
           MOVE 'ALLERGEN' TO TCAP-TABLE-NAME
           MOVE TBL-SZ TO TCAP-PEAK
           MOVE WS-ALLERGEN-MAX-SIZE TO TCAP-CEILING
           PERFORM WRITE-TABLE-CAPACITY
           MOVE 'MIGRATION-MAP' TO TCAP-TABLE-NAME
           MOVE WS-MAP-COUNT TO TCAP-PEAK
           MOVE WS-MAP-MAX TO TCAP-CEILING
           PERFORM WRITE-TABLE-CAPACITY
           MOVE 'CODED-LINES' TO TCAP-TABLE-NAME
           MOVE WS-IMG-PEAK TO TCAP-PEAK
           MOVE WS-IMG-MAX TO TCAP-CEILING
           PERFORM WRITE-TABLE-CAPACITY
           EXIT.

       COPY "suite-error-log-proc.cpy".
       COPY "run-parms-proc.cpy".
       COPY "env-switch-proc.cpy".
       COPY "table-capacity-proc.cpy".
