       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATASET-HOUSEKEEPING.
      * Nightly retention housekeeping for everything the suite
      * writes. Outside ERROR-LOG-DIGEST's rotation and AUDIT-ARCHIVE,
      * nothing was ever cleaned up. Dated reports, old control-total
      * files, checkpoints, recycle files and TEST. copies piled up
      * until the volume filled.
      * DATASET-CATALOG.DAT names every dataset the suite writes,
      * exactly or by a mask: a trailing * matches a prefix, a
      * leading * a suffix. Each entry carries the owning program,
      * the dataset type, retention days, whether it is protected,
      * and whether an expired copy is removed or archived.
      * DATASET-INVENTORY.DAT is the volume listing ops cut before
      * this step, one dataset name and last-written date per line.
      * Each listed dataset is matched against the catalog (first
      * matching entry wins, so specific names go ahead of masks).
      * Past retention it is removed or renamed under the ARCHIVE.
      * qualifier. It is always kept if it is a master (MSTR), a
      * generation backup (BKUP type, or a .G01-.G99 generation of
      * any name), protected on the catalog, or named on
      * DATASET-LEGAL-HOLD.DAT. The listing shows what was removed,
      * archived and kept, and every dataset found but not
      * catalogued, so a new file cannot slip in unmanaged.
      * HOUSEKEEPING_DRY_RUN=Y lists the same decisions without
      * touching the volume.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DATASET-CATALOG-FILE ASSIGN TO
               DYNAMIC WS-CATALOG-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.
           SELECT DATASET-INVENTORY-FILE ASSIGN TO
               DYNAMIC WS-INVENTORY-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-INVENTORY-STATUS.
      * Dataset names or masks under legal hold - never removed or
      * archived while named here, whatever the catalog says.
           SELECT DATASET-HOLD-FILE ASSIGN TO DYNAMIC WS-HOLD-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT HOUSEKEEPING-LISTING ASSIGN TO
               DYNAMIC WS-LISTING-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LISTING-STATUS.
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
      * DCT-TYPE: MSTR master, BKUP generation backup, RPT report,
      * CTL control totals, CHKP checkpoint, RCYL recycle, LOG log,
      * WORK work file, TEST test-environment copy.
      * DCT-ACTION: D remove when expired, A archive when expired.
       FD  DATASET-CATALOG-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01 DCT-RECORD.
          03 DCT-DSN-MASK       PIC X(44).
          03 FILLER             PIC X.
          03 DCT-OWNER          PIC X(20).
          03 FILLER             PIC X.
          03 DCT-TYPE           PIC X(4).
          03 FILLER             PIC X.
          03 DCT-RETENTION      PIC 9(4).
          03 FILLER             PIC X.
          03 DCT-PROTECTED      PIC X.
          03 FILLER             PIC X.
          03 DCT-ACTION         PIC X.
          03 FILLER             PIC X(21).

       FD  DATASET-INVENTORY-FILE
           RECORD CONTAINS 60 CHARACTERS.
       01 DIN-RECORD.
          03 DIN-DSN            PIC X(44).
          03 FILLER             PIC X.
          03 DIN-WRITTEN-DATE   PIC 9(8).
          03 FILLER             PIC X(7).

       FD  DATASET-HOLD-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 DHL-RECORD.
          03 DHL-DSN-MASK       PIC X(44).
          03 FILLER             PIC X.
          03 DHL-REASON         PIC X(35).

       FD  HOUSEKEEPING-LISTING
           RECORD CONTAINS 132 CHARACTERS.
       01 HKL-LINE PIC X(132).

       FD  CONTROL-TOTAL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 CTL-LINE PIC X(80).

       COPY "suite-error-log-fd.cpy".
       COPY "table-capacity-fd.cpy".
       COPY "run-parms-fd.cpy".

       WORKING-STORAGE SECTION.
       01 WS-CATALOG-DSN        PIC X(100)
          VALUE 'DATASET-CATALOG.DAT'.
       01 WS-INVENTORY-DSN      PIC X(100)
          VALUE 'DATASET-INVENTORY.DAT'.
       01 WS-HOLD-DSN           PIC X(100)
          VALUE 'DATASET-LEGAL-HOLD.DAT'.
       01 WS-LISTING-DSN        PIC X(100)
          VALUE 'DATASET-HOUSEKEEPING.RPT'.
       01 WS-CATALOG-STATUS     PIC XX VALUE '00'.
       01 WS-INVENTORY-STATUS   PIC XX VALUE '00'.
       01 WS-HOLD-STATUS        PIC XX VALUE '00'.
       01 WS-LISTING-STATUS     PIC XX VALUE '00'.
       01 WS-EOF-FLAG           PIC X VALUE 'N'.
       01 WS-DRY-RUN            PIC X VALUE 'N'.
       01 WS-HOLDS-INCOMPLETE   PIC X VALUE 'N'.

       01 WS-CONTROL-TOTAL-DSN    PIC X(100)
          VALUE 'DATASET-HOUSEKEEPING-CONTROL-TOTALS.RPT'.
       01 WS-CONTROL-TOTAL-STATUS PIC XX VALUE '00'.
       01 WS-DATASETS-FOUND       PIC 9(6) VALUE 0.
       01 WS-DATASETS-REMOVED     PIC 9(6) VALUE 0.
       01 WS-DATASETS-ARCHIVED    PIC 9(6) VALUE 0.
       01 WS-DATASETS-KEPT        PIC 9(6) VALUE 0.
       01 WS-DATASETS-UNCATALOGUED PIC 9(6) VALUE 0.
       01 WS-DATASETS-FAILED      PIC 9(6) VALUE 0.
       01 WS-CTL-COUNT-TXT        PIC ZZZZZ9.

       01 WS-CATALOG-MAX        PIC 9(3) VALUE 300.
       01 WS-CATALOG-COUNT      PIC 9(3) VALUE 0.
       01 WS-CATALOG-TABLE.
          03 WS-CATALOG-ENTRY OCCURS 300 TIMES INDEXED BY CT-IDX.
             05 DCT-T-MASK        PIC X(44).
             05 DCT-T-OWNER       PIC X(20).
             05 DCT-T-TYPE        PIC X(4).
             05 DCT-T-RETENTION   PIC 9(4).
             05 DCT-T-PROTECTED   PIC X.
             05 DCT-T-ACTION      PIC X.
       01 WS-CT-SUB             PIC 9(3) VALUE 0.

       01 WS-HOLD-MAX           PIC 9(3) VALUE 100.
       01 WS-HOLD-COUNT         PIC 9(3) VALUE 0.
       01 WS-HOLD-TABLE.
          03 WS-HOLD-ENTRY OCCURS 100 TIMES INDEXED BY HL-IDX.
             05 DHL-T-MASK        PIC X(44).
             05 DHL-T-REASON      PIC X(35).

      * Mask test work fields - MATCH-DSN-TO-MASK compares
      * WS-MATCH-DSN against WS-MATCH-MASK and sets WS-MASK-HIT.
       01 WS-MATCH-DSN          PIC X(44) VALUE SPACES.
       01 WS-MATCH-MASK         PIC X(44) VALUE SPACES.
       01 WS-MASK-HIT           PIC X VALUE 'N'.
       01 WS-MASK-LEN           PIC 9(2) VALUE 0.
       01 WS-DSN-LEN            PIC 9(2) VALUE 0.
       01 WS-CMP-LEN            PIC 9(2) VALUE 0.
       01 WS-CMP-START          PIC 9(2) VALUE 0.

       01 WS-RUN-DAY            PIC 9(8) VALUE 0.
       01 WS-AGE-DAYS           PIC S9(6) VALUE 0.
       01 WS-AGE-TXT            PIC -----9.
       01 WS-RETENTION-TXT      PIC ZZZ9.
       01 WS-DECISION           PIC X(10) VALUE SPACES.
       01 WS-DECISION-REASON    PIC X(30) VALUE SPACES.
       01 WS-ON-HOLD            PIC X VALUE 'N'.
       01 WS-GEN-SUFFIX         PIC XX VALUE SPACES.
       01 WS-PHYSICAL-NAME      PIC X(100) VALUE SPACES.
       01 WS-ARCHIVE-NAME       PIC X(100) VALUE SPACES.
       01 WS-FILE-OP-RC         PIC S9(9) BINARY VALUE 0.

       COPY "suite-error-log-ws.cpy".
       COPY "table-capacity-ws.cpy".
       COPY "run-parms-ws.cpy".
       COPY "env-accept-ws.cpy".
       COPY "transaction-header.cpy".
       COPY "return-codes.cpy".
       COPY "env-switch-ws.cpy".

       PROCEDURE DIVISION.
       RUN-DATASET-HOUSEKEEPING SECTION.
           PERFORM READ-RUN-PARMS
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'DATASET_CATALOG_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-CATALOG-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'DATASET_INVENTORY_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-INVENTORY-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'DATASET_LEGAL_HOLD_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-HOLD-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'DATASET_HOUSEKEEPING_REPORT_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-LISTING-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'DATASET_HOUSEKEEPING_CONTROL_TOTAL_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-CONTROL-TOTAL-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'SUITE_ERROR_LOG_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-SUITE-ERROR-LOG-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'HOUSEKEEPING_DRY_RUN'
           IF WS-ENV-ACCEPT-SCRATCH(1:1) = 'Y'
               MOVE 'Y' TO WS-DRY-RUN
           END-IF
           MOVE WS-CATALOG-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-CATALOG-DSN
           MOVE WS-INVENTORY-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-INVENTORY-DSN
           MOVE WS-HOLD-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-HOLD-DSN
           MOVE WS-LISTING-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-LISTING-DSN
           MOVE WS-CONTROL-TOTAL-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-CONTROL-TOTAL-DSN

           IF WS-RUN-DATE NOT = 0
               MOVE WS-RUN-DATE TO WS-RUN-DAY
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DAY
           END-IF

           PERFORM LOAD-DATASET-CATALOG
      * With no catalog every dataset would list as uncatalogued -
      * and nothing may be removed on the strength of an empty one.
           IF WS-CATALOG-COUNT = 0
               MOVE 'DS-HOUSEKEEP' TO SERR-PROGRAM-ID
               MOVE WS-CATALOG-DSN(1:20) TO SERR-KEY-FIELD
               MOVE 'DATASET CATALOG EMPTY OR MISSING' TO SERR-REASON
               MOVE 'REF001' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               PERFORM WRITE-CONTROL-TOTALS
               SET RC-CRITICAL TO TRUE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LOAD-LEGAL-HOLDS
      * A hold left off the table could let a held dataset expire -
      * nothing is settled unless every hold on file was loaded.
           IF WS-HOLDS-INCOMPLETE = 'Y'
               PERFORM WRITE-CONTROL-TOTALS
               SET RC-CRITICAL TO TRUE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               PERFORM RECORD-TABLE-CAPACITY
               GOBACK
           END-IF

           OPEN OUTPUT HOUSEKEEPING-LISTING
           PERFORM WRITE-LISTING-HEADER
           OPEN INPUT DATASET-INVENTORY-FILE
           IF WS-INVENTORY-STATUS NOT = '00'
               MOVE 'DS-HOUSEKEEP' TO SERR-PROGRAM-ID
               MOVE WS-INVENTORY-DSN(1:20) TO SERR-KEY-FIELD
               MOVE 'VOLUME INVENTORY NOT FOUND' TO SERR-REASON
               MOVE 'REF001' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
           ELSE
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ DATASET-INVENTORY-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           IF DIN-DSN NOT = SPACES
                               PERFORM SETTLE-ONE-DATASET
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DATASET-INVENTORY-FILE
           END-IF
           PERFORM WRITE-LISTING-TRAILER
           CLOSE HOUSEKEEPING-LISTING
           PERFORM WRITE-CONTROL-TOTALS

           SET RC-NORMAL TO TRUE
           IF WS-DATASETS-UNCATALOGUED > 0
               SET RC-WARNING TO TRUE
           END-IF
           IF WS-DATASETS-FAILED > 0
               OR WS-INVENTORY-STATUS NOT = '00'
               SET RC-DATA-EXCEPTION TO TRUE
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
           PERFORM RECORD-TABLE-CAPACITY
           GOBACK.

       LOAD-DATASET-CATALOG SECTION.
           MOVE 0 TO WS-CATALOG-COUNT
           OPEN INPUT DATASET-CATALOG-FILE
           IF WS-CATALOG-STATUS NOT = '00'
               GO TO LOAD-DATASET-CATALOG-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ DATASET-CATALOG-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF DCT-DSN-MASK NOT = SPACES
                           PERFORM LOAD-ONE-CATALOG-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DATASET-CATALOG-FILE
           MOVE 'N' TO WS-EOF-FLAG.
       LOAD-DATASET-CATALOG-EXIT.
           EXIT.

      * An entry with an unreadable retention is loaded protected -
      * a bad catalog line must keep a dataset, never lose one.
       LOAD-ONE-CATALOG-ENTRY SECTION.
           IF WS-CATALOG-COUNT NOT < WS-CATALOG-MAX
               MOVE 'DS-HOUSEKEEP' TO SERR-PROGRAM-ID
               MOVE DCT-DSN-MASK(1:20) TO SERR-KEY-FIELD
               MOVE 'DATASET CATALOG TABLE FULL' TO SERR-REASON
               MOVE 'TBL001' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               GO TO LOAD-ONE-CATALOG-ENTRY-EXIT
           END-IF
           ADD 1 TO WS-CATALOG-COUNT
           SET CT-IDX TO WS-CATALOG-COUNT
           MOVE DCT-DSN-MASK TO DCT-T-MASK(CT-IDX)
           MOVE DCT-OWNER TO DCT-T-OWNER(CT-IDX)
           MOVE DCT-TYPE TO DCT-T-TYPE(CT-IDX)
           MOVE DCT-PROTECTED TO DCT-T-PROTECTED(CT-IDX)
           MOVE DCT-ACTION TO DCT-T-ACTION(CT-IDX)
           IF DCT-RETENTION IS NUMERIC
               MOVE DCT-RETENTION TO DCT-T-RETENTION(CT-IDX)
           ELSE
               MOVE 9999 TO DCT-T-RETENTION(CT-IDX)
               MOVE 'Y' TO DCT-T-PROTECTED(CT-IDX)
               MOVE 'DS-HOUSEKEEP' TO SERR-PROGRAM-ID
               MOVE DCT-DSN-MASK(1:20) TO SERR-KEY-FIELD
               MOVE 'BAD RETENTION - HELD PROTECTED' TO SERR-REASON
               MOVE 'HSK001' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
           END-IF.
       LOAD-ONE-CATALOG-ENTRY-EXIT.
           EXIT.

      * No hold file at all (status 35) is no holds. A hold file
      * that is there but cannot be read, or holds more than the
      * table takes, leaves WS-HOLDS-INCOMPLETE set for the caller.
       LOAD-LEGAL-HOLDS SECTION.
           MOVE 0 TO WS-HOLD-COUNT
           OPEN INPUT DATASET-HOLD-FILE
           IF WS-HOLD-STATUS = '35'
               GO TO LOAD-LEGAL-HOLDS-EXIT
           END-IF
           IF WS-HOLD-STATUS NOT = '00'
               MOVE 'DS-HOUSEKEEP' TO SERR-PROGRAM-ID
               MOVE WS-HOLD-DSN(1:20) TO SERR-KEY-FIELD
               MOVE 'LEGAL HOLD FILE UNREADABLE' TO SERR-REASON
               MOVE 'REF001' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               MOVE 'Y' TO WS-HOLDS-INCOMPLETE
               GO TO LOAD-LEGAL-HOLDS-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ DATASET-HOLD-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF DHL-DSN-MASK NOT = SPACES
                           IF WS-HOLD-COUNT < WS-HOLD-MAX
                               ADD 1 TO WS-HOLD-COUNT
                               MOVE DHL-DSN-MASK
                                 TO DHL-T-MASK(WS-HOLD-COUNT)
                               MOVE DHL-REASON
                                 TO DHL-T-REASON(WS-HOLD-COUNT)
                           ELSE
                               MOVE 'DS-HOUSEKEEP' TO SERR-PROGRAM-ID
                               MOVE DHL-DSN-MASK(1:20)
                                 TO SERR-KEY-FIELD
                               MOVE 'LEGAL HOLD TABLE FULL'
                                 TO SERR-REASON
                               MOVE 'TBL001' TO SERR-ERROR-CODE
                               PERFORM WRITE-SUITE-ERROR-LOG
                               MOVE 'Y' TO WS-HOLDS-INCOMPLETE
                               MOVE 'Y' TO WS-EOF-FLAG
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DATASET-HOLD-FILE
           MOVE 'N' TO WS-EOF-FLAG.
       LOAD-LEGAL-HOLDS-EXIT.
           EXIT.

      * The keep rules are tested before age, so a master or a held
      * dataset lists as kept with the rule that saved it even when
      * it is years past any retention.
       SETTLE-ONE-DATASET SECTION.
           ADD 1 TO WS-DATASETS-FOUND
           MOVE SPACES TO WS-DECISION-REASON
           MOVE 0 TO WS-AGE-DAYS
           MOVE 0 TO WS-CT-SUB
           MOVE DIN-DSN TO WS-MATCH-DSN
           PERFORM VARYING CT-IDX FROM 1 BY 1
                   UNTIL CT-IDX > WS-CATALOG-COUNT
                      OR WS-CT-SUB NOT = 0
               MOVE DCT-T-MASK(CT-IDX) TO WS-MATCH-MASK
               PERFORM MATCH-DSN-TO-MASK
               IF WS-MASK-HIT = 'Y'
                   SET WS-CT-SUB TO CT-IDX
               END-IF
           END-PERFORM
           IF WS-CT-SUB = 0
               MOVE 'UNCATALOG' TO WS-DECISION
               MOVE 'NOT ON DATASET CATALOG' TO WS-DECISION-REASON
               ADD 1 TO WS-DATASETS-UNCATALOGUED
               MOVE 'DS-HOUSEKEEP' TO SERR-PROGRAM-ID
               MOVE DIN-DSN(1:20) TO SERR-KEY-FIELD
               MOVE 'DATASET NOT CATALOGUED' TO SERR-REASON
               MOVE 'HSK001' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               GO TO SETTLE-ONE-DATASET-LIST
           END-IF
           SET CT-IDX TO WS-CT-SUB
           IF DIN-WRITTEN-DATE IS NUMERIC
               AND DIN-WRITTEN-DATE > 19000000
               COMPUTE WS-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DAY)
                 - FUNCTION INTEGER-OF-DATE(DIN-WRITTEN-DATE)
           END-IF

           MOVE 'KEPT' TO WS-DECISION
           PERFORM TEST-LEGAL-HOLD
           EVALUATE TRUE
               WHEN DCT-T-TYPE(CT-IDX) = 'MSTR'
                   MOVE 'MASTER - NEVER REMOVED' TO WS-DECISION-REASON
               WHEN DCT-T-TYPE(CT-IDX) = 'BKUP'
                   MOVE 'GENERATION BACKUP' TO WS-DECISION-REASON
               WHEN WS-GEN-SUFFIX NOT = SPACES
                   MOVE 'GENERATION BACKUP' TO WS-DECISION-REASON
               WHEN WS-ON-HOLD = 'Y'
                   MOVE 'LEGAL HOLD' TO WS-DECISION-REASON
               WHEN DCT-T-PROTECTED(CT-IDX) = 'Y'
                   MOVE 'PROTECTED ON CATALOG' TO WS-DECISION-REASON
               WHEN DIN-WRITTEN-DATE IS NOT NUMERIC
                   MOVE 'NO WRITTEN DATE ON LISTING'
                     TO WS-DECISION-REASON
               WHEN WS-AGE-DAYS NOT > DCT-T-RETENTION(CT-IDX)
                   MOVE 'WITHIN RETENTION' TO WS-DECISION-REASON
               WHEN OTHER
                   MOVE 'PAST RETENTION' TO WS-DECISION-REASON
                   PERFORM EXPIRE-ONE-DATASET
           END-EVALUATE
           IF WS-DECISION = 'KEPT'
               ADD 1 TO WS-DATASETS-KEPT
           END-IF.
       SETTLE-ONE-DATASET-LIST.
           PERFORM WRITE-LISTING-LINE.
       SETTLE-ONE-DATASET-EXIT.
           EXIT.

      * Sets WS-ON-HOLD from the legal-hold masks and WS-GEN-SUFFIX
      * to the generation number when the name ends .G01 to .G99,
      * the two-digit suffix the backup writers append.
       TEST-LEGAL-HOLD SECTION.
           MOVE 'N' TO WS-ON-HOLD
           MOVE SPACES TO WS-GEN-SUFFIX
           MOVE FUNCTION LENGTH(FUNCTION TRIM(DIN-DSN TRAILING))
             TO WS-DSN-LEN
           IF WS-DSN-LEN > 4
               IF DIN-DSN(WS-DSN-LEN - 3:2) = '.G'
                   AND DIN-DSN(WS-DSN-LEN - 1:2) IS NUMERIC
                   MOVE DIN-DSN(WS-DSN-LEN - 1:2) TO WS-GEN-SUFFIX
               END-IF
           END-IF
           PERFORM VARYING HL-IDX FROM 1 BY 1
                   UNTIL HL-IDX > WS-HOLD-COUNT
                      OR WS-ON-HOLD = 'Y'
               MOVE DHL-T-MASK(HL-IDX) TO WS-MATCH-MASK
               PERFORM MATCH-DSN-TO-MASK
               IF WS-MASK-HIT = 'Y'
                   MOVE 'Y' TO WS-ON-HOLD
               END-IF
           END-PERFORM
           EXIT.

      * Exact name, NAME* prefix, or *NAME suffix.
       MATCH-DSN-TO-MASK SECTION.
           MOVE 'N' TO WS-MASK-HIT
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-MATCH-MASK TRAILING))
             TO WS-MASK-LEN
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-MATCH-DSN TRAILING))
             TO WS-DSN-LEN
           EVALUATE TRUE
               WHEN WS-MATCH-MASK(WS-MASK-LEN:1) = '*'
                   COMPUTE WS-CMP-LEN = WS-MASK-LEN - 1
                   IF WS-CMP-LEN = 0
                       MOVE 'Y' TO WS-MASK-HIT
                   ELSE
                       IF WS-DSN-LEN >= WS-CMP-LEN
                           AND WS-MATCH-DSN(1:WS-CMP-LEN)
                             = WS-MATCH-MASK(1:WS-CMP-LEN)
                           MOVE 'Y' TO WS-MASK-HIT
                       END-IF
                   END-IF
               WHEN WS-MATCH-MASK(1:1) = '*'
                   COMPUTE WS-CMP-LEN = WS-MASK-LEN - 1
                   IF WS-DSN-LEN >= WS-CMP-LEN
                       COMPUTE WS-CMP-START =
                           WS-DSN-LEN - WS-CMP-LEN + 1
                       IF WS-MATCH-DSN(WS-CMP-START:WS-CMP-LEN)
                           = WS-MATCH-MASK(2:WS-CMP-LEN)
                           MOVE 'Y' TO WS-MASK-HIT
                       END-IF
                   END-IF
               WHEN OTHER
                   IF WS-MATCH-DSN = WS-MATCH-MASK
                       MOVE 'Y' TO WS-MASK-HIT
                   END-IF
           END-EVALUATE
           EXIT.

      * Archive renames the dataset under the ARCHIVE. qualifier on
      * the same volume; remove deletes it. A failed operation is
      * logged and the dataset stays - it is retried next night.
       EXPIRE-ONE-DATASET SECTION.
           MOVE DIN-DSN TO WS-PHYSICAL-NAME
           IF DCT-T-ACTION(CT-IDX) = 'A'
               MOVE 'ARCHIVED' TO WS-DECISION
               MOVE SPACES TO WS-ARCHIVE-NAME
               STRING 'ARCHIVE.' DELIMITED BY SIZE
                      DIN-DSN DELIMITED BY SPACE
                 INTO WS-ARCHIVE-NAME
           ELSE
               MOVE 'REMOVED' TO WS-DECISION
           END-IF
           IF WS-DRY-RUN = 'Y'
               MOVE 'PAST RETENTION - DRY RUN' TO WS-DECISION-REASON
           ELSE
               IF DCT-T-ACTION(CT-IDX) = 'A'
                   CALL 'CBL_RENAME_FILE' USING WS-PHYSICAL-NAME
                                                WS-ARCHIVE-NAME
                        RETURNING WS-FILE-OP-RC
               ELSE
                   CALL 'CBL_DELETE_FILE' USING WS-PHYSICAL-NAME
                        RETURNING WS-FILE-OP-RC
               END-IF
               IF WS-FILE-OP-RC NOT = 0
                   MOVE 'FAILED' TO WS-DECISION
                   MOVE 'REMOVE FAILED - RETRY NEXT RUN'
                     TO WS-DECISION-REASON
                   ADD 1 TO WS-DATASETS-FAILED
                   MOVE 'DS-HOUSEKEEP' TO SERR-PROGRAM-ID
                   MOVE DIN-DSN(1:20) TO SERR-KEY-FIELD
                   MOVE 'EXPIRED DATASET NOT REMOVED' TO SERR-REASON
                   MOVE 'HSK001' TO SERR-ERROR-CODE
                   PERFORM WRITE-SUITE-ERROR-LOG
                   GO TO EXPIRE-ONE-DATASET-EXIT
               END-IF
           END-IF
           IF WS-DECISION = 'ARCHIVED'
               ADD 1 TO WS-DATASETS-ARCHIVED
           ELSE
               ADD 1 TO WS-DATASETS-REMOVED
           END-IF.
       EXPIRE-ONE-DATASET-EXIT.
           EXIT.

       WRITE-LISTING-HEADER SECTION.
           MOVE WS-PARM-RUN-ID TO TRX-RUN-ID
           MOVE 'DSHSKEEP' TO TRX-SOURCE-SYSTEM
           MOVE FUNCTION CURRENT-DATE TO TRX-TIMESTAMP
           MOVE TRX-HEADER TO HKL-LINE
           WRITE HKL-LINE
           MOVE SPACES TO HKL-LINE
           STRING 'DATASET HOUSEKEEPING FOR RUN DATE ' DELIMITED BY SIZE
                  WS-RUN-DAY DELIMITED BY SIZE
             INTO HKL-LINE
           IF WS-DRY-RUN = 'Y'
               MOVE '(DRY RUN - NOTHING REMOVED)' TO HKL-LINE(45:27)
           END-IF
           WRITE HKL-LINE
           MOVE ALL '-' TO HKL-LINE
           WRITE HKL-LINE
           MOVE SPACES TO HKL-LINE
           STRING 'DATASET                                      '
                    DELIMITED BY SIZE
                  'DECISION   OWNER                TYPE  '
                    DELIMITED BY SIZE
                  'AGE   RETN  REASON' DELIMITED BY SIZE
             INTO HKL-LINE
           WRITE HKL-LINE
           EXIT.

       WRITE-LISTING-LINE SECTION.
           MOVE SPACES TO HKL-LINE
           MOVE DIN-DSN TO HKL-LINE(1:44)
           MOVE WS-DECISION TO HKL-LINE(46:10)
           IF WS-CT-SUB NOT = 0
               MOVE DCT-T-OWNER(CT-IDX) TO HKL-LINE(57:20)
               MOVE DCT-T-TYPE(CT-IDX) TO HKL-LINE(78:4)
               MOVE WS-AGE-DAYS TO WS-AGE-TXT
               MOVE WS-AGE-TXT TO HKL-LINE(82:6)
               MOVE DCT-T-RETENTION(CT-IDX) TO WS-RETENTION-TXT
               MOVE WS-RETENTION-TXT TO HKL-LINE(89:4)
           END-IF
           MOVE WS-DECISION-REASON TO HKL-LINE(95:30)
           WRITE HKL-LINE
           EXIT.

       WRITE-LISTING-TRAILER SECTION.
           MOVE ALL '-' TO HKL-LINE
           WRITE HKL-LINE
           MOVE SPACES TO HKL-LINE
           MOVE WS-DATASETS-FOUND TO WS-CTL-COUNT-TXT
           STRING 'FOUND ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO HKL-LINE
           MOVE WS-DATASETS-REMOVED TO WS-CTL-COUNT-TXT
           STRING '  REMOVED ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO HKL-LINE(13:20)
           MOVE WS-DATASETS-ARCHIVED TO WS-CTL-COUNT-TXT
           STRING '  ARCHIVED ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO HKL-LINE(29:20)
           MOVE WS-DATASETS-KEPT TO WS-CTL-COUNT-TXT
           STRING '  KEPT ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO HKL-LINE(46:20)
           MOVE WS-DATASETS-UNCATALOGUED TO WS-CTL-COUNT-TXT
           STRING '  NOT CATALOGUED ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO HKL-LINE(59:30)
           MOVE WS-DATASETS-FAILED TO WS-CTL-COUNT-TXT
           STRING '  FAILED ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO HKL-LINE(82:20)
           WRITE HKL-LINE
           EXIT.

      * Standard run-balancing control-total report so ops balances
      * this job the same way every other nightly batch job is
      * balanced.
       WRITE-CONTROL-TOTALS SECTION.
           OPEN OUTPUT CONTROL-TOTAL-FILE
           MOVE WS-PARM-RUN-ID TO TRX-RUN-ID
           MOVE 'DSHSKEEP' TO TRX-SOURCE-SYSTEM
           MOVE FUNCTION CURRENT-DATE TO TRX-TIMESTAMP
           MOVE TRX-HEADER TO CTL-LINE
           WRITE CTL-LINE
           MOVE 'DATASET HOUSEKEEPING CONTROL TOTALS' TO CTL-LINE
           WRITE CTL-LINE
           MOVE ALL '-' TO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-DATASETS-FOUND TO WS-CTL-COUNT-TXT
           STRING 'DATASETS FOUND   : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-DATASETS-REMOVED TO WS-CTL-COUNT-TXT
           STRING 'REMOVED          : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-DATASETS-ARCHIVED TO WS-CTL-COUNT-TXT
           STRING 'ARCHIVED         : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-DATASETS-KEPT TO WS-CTL-COUNT-TXT
           STRING 'KEPT             : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-DATASETS-UNCATALOGUED TO WS-CTL-COUNT-TXT
           STRING 'NOT CATALOGUED   : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-DATASETS-FAILED TO WS-CTL-COUNT-TXT
           STRING 'REMOVE FAILED    : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           CLOSE CONTROL-TOTAL-FILE
           EXIT.

      * High-water marks of the in-memory tables for this run,
      * kept so TABLE-CAPACITY-REPORT can warn before a ceiling is
      * reached.
       RECORD-TABLE-CAPACITY SECTION.
           MOVE 'DATASET-HOUSEKEEPING' TO TCAP-PROGRAM-ID
           MOVE WS-PARM-RUN-ID TO TCAP-RUN-ID
           MOVE WS-RUN-DATE TO TCAP-RUN-DATE
           MOVE 'CATALOG' TO TCAP-TABLE-NAME
           MOVE WS-CATALOG-COUNT TO TCAP-PEAK
           MOVE WS-CATALOG-MAX TO TCAP-CEILING
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
