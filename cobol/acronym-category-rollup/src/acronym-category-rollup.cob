       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACRONYM-CATEGORY-ROLLUP.
      * Monthly incident-volume roll-up by category. ACRONYM-MASTER
      * on its own is a flat phrase-to-code list, so nobody could say
      * how network outages were running against facilities issues.
      * Each code now carries MST-CATEGORY (defaulted by acronym.cob's
      * keyword rules, set by ACRONYM-MAINT's CATEGORY transaction)
      * and ACRONYM-CATEGORY.DAT gives every category its parent
      * family. This job combines the ACRONYM-USAGE.DAT tallies by
      * category and by parent family:
      *   CODES        - codes on the master in the category
      *   ACTIVE       - codes last used inside the report month
      *   MONTH USES   - growth in the tallies since the close of the
      *                  prior month, taken from the snapshot this job
      *                  leaves behind each run
      *   TO-DATE USES - the tallies as they stand
      * Active codes with no category, or with a category missing
      * from the category master, go on a separate worklist for the
      * help desk to categorize through ACRONYM-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATEGORY-FILE ASSIGN TO DYNAMIC WS-CATEGORY-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CATEGORY-STATUS.
           SELECT USAGE-FILE ASSIGN TO DYNAMIC WS-USAGE-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-USAGE-STATUS.
           SELECT ACRONYM-MASTER ASSIGN TO DYNAMIC WS-MASTER-DSN
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-PHRASE
               ALTERNATE RECORD KEY IS MST-ACRONYM WITH DUPLICATES
               ALTERNATE RECORD KEY IS MST-NORM-PHRASE WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.
      * Month-end tallies per category, so next month's run can tell
      * this month's growth from the running totals.
           SELECT SNAPSHOT-FILE ASSIGN TO DYNAMIC WS-SNAPSHOT-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SNAPSHOT-STATUS.
           SELECT ROLLUP-REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT WORKLIST-FILE ASSIGN TO DYNAMIC WS-WORKLIST-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-WORKLIST-STATUS.
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
      * Incident category master - one record per category, a blank
      * parent marking a top-level family. Maintained by hand like
      * the other acronym control files.
       FD  CATEGORY-FILE
           RECORD CONTAINS 60 CHARACTERS.
       01 CAT-RECORD.
          03 CAT-CODE          PIC X(8).
          03 FILLER            PIC X(2).
          03 CAT-PARENT        PIC X(8).
          03 FILLER            PIC X(2).
          03 CAT-DESCRIPTION   PIC X(40).

       FD  USAGE-FILE
           RECORD CONTAINS 38 CHARACTERS.
       01 USG-RECORD.
          03 USG-ACRONYM       PIC X(20).
          03 FILLER            PIC X(2).
          03 USG-USE-COUNT     PIC 9(6).
          03 FILLER            PIC X(2).
          03 USG-LAST-USED     PIC 9(8).

       FD  ACRONYM-MASTER
           RECORD CONTAINS 197 CHARACTERS.
       01 MST-RECORD.
          03 MST-PHRASE        PIC X(80).
          03 MST-ACRONYM       PIC X(20).
          03 MST-ISSUED-DATE   PIC 9(8).
          03 MST-NORM-PHRASE   PIC X(80).
          03 MST-STATUS        PIC X.
          03 MST-CATEGORY      PIC X(8).

      * SNP-CATEGORY of *NONE* carries the uncategorized bucket.
       FD  SNAPSHOT-FILE
           RECORD CONTAINS 30 CHARACTERS.
       01 SNP-RECORD.
          03 SNP-MONTH         PIC 9(6).
          03 FILLER            PIC X(2).
          03 SNP-CATEGORY      PIC X(8).
          03 FILLER            PIC X(2).
          03 SNP-USES          PIC 9(9).
          03 FILLER            PIC X(3).

       FD  ROLLUP-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01 RUP-LINE PIC X(132).

       FD  WORKLIST-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01 WKL-LINE PIC X(132).

       FD  CONTROL-TOTAL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 CTL-LINE PIC X(80).

       COPY "suite-error-log-fd.cpy".
       COPY "table-capacity-fd.cpy".
       COPY "run-parms-fd.cpy".

       WORKING-STORAGE SECTION.
       01 WS-CATEGORY-DSN     PIC X(100) VALUE 'ACRONYM-CATEGORY.DAT'.
       01 WS-USAGE-DSN        PIC X(100) VALUE 'ACRONYM-USAGE.DAT'.
       01 WS-MASTER-DSN       PIC X(100) VALUE 'ACRONYM-MASTER.DAT'.
       01 WS-SNAPSHOT-DSN     PIC X(100)
          VALUE 'ACRONYM-CATEGORY-SNAPSHOT.DAT'.
       01 WS-REPORT-DSN       PIC X(100)
          VALUE 'ACRONYM-CATEGORY-ROLLUP.RPT'.
       01 WS-WORKLIST-DSN     PIC X(100)
          VALUE 'ACRONYM-CATEGORY-WORKLIST.RPT'.
       01 WS-CATEGORY-STATUS  PIC XX VALUE '00'.
       01 WS-USAGE-STATUS     PIC XX VALUE '00'.
       01 WS-MASTER-STATUS    PIC XX VALUE '00'.
       01 WS-SNAPSHOT-STATUS  PIC XX VALUE '00'.
       01 WS-REPORT-STATUS    PIC XX VALUE '00'.
       01 WS-WORKLIST-STATUS  PIC XX VALUE '00'.
       01 WS-EOF-FLAG         PIC X VALUE 'N'.

       01 WS-CONTROL-TOTAL-DSN    PIC X(100)
          VALUE 'ACRONYM-CATEGORY-CONTROL-TOTALS.RPT'.
       01 WS-CONTROL-TOTAL-STATUS PIC XX VALUE '00'.
       01 WS-CATEGORIES-READ      PIC 9(6) VALUE 0.
       01 WS-MASTER-SCANNED       PIC 9(6) VALUE 0.
       01 WS-CODES-CATEGORIZED    PIC 9(6) VALUE 0.
       01 WS-CODES-UNCATEGORIZED  PIC 9(6) VALUE 0.
       01 WS-WORKLIST-LISTED      PIC 9(6) VALUE 0.
       01 WS-CTL-COUNT-TXT        PIC ZZZZZ9.

       01 WS-REPORT-DATE      PIC 9(8) VALUE 0.
       01 WS-REPORT-MONTH     PIC 9(6) VALUE 0.
       01 WS-BASE-MONTH       PIC 9(6) VALUE 0.

      * Category table - each entry carries its own tallies and, for
      * a top-level family, the family tallies its children roll up
      * into. Entry WS-CATEGORY-COUNT + 1 is never used; the
      * uncategorized bucket is held separately below.
       01 WS-CATEGORY-MAX     PIC 9(3) VALUE 200.
       01 WS-CATEGORY-COUNT   PIC 9(3) VALUE 0.
       01 WS-CATEGORY-TABLE.
          03 WS-CATEGORY-ENTRY OCCURS 200 TIMES INDEXED BY CT-IDX.
             05 CAT-T-CODE        PIC X(8).
             05 CAT-T-PARENT      PIC X(8).
             05 CAT-T-DESCRIPTION PIC X(40).
             05 CAT-T-FAMILY      PIC 9(3).
             05 CAT-T-CODES       PIC 9(6).
             05 CAT-T-ACTIVE      PIC 9(6).
             05 CAT-T-USES        PIC 9(9).
             05 CAT-T-PRIOR-USES  PIC 9(9).
             05 CAT-T-FAM-CODES   PIC 9(6).
             05 CAT-T-FAM-ACTIVE  PIC 9(6).
             05 CAT-T-FAM-USES    PIC 9(9).
             05 CAT-T-FAM-MONTH   PIC 9(9).
       01 WS-FAMILY-IDX       PIC 9(3) VALUE 0.
       01 WS-CAT-HIT          PIC 9(3) VALUE 0.

       01 WS-NONE-CODES       PIC 9(6) VALUE 0.
       01 WS-NONE-ACTIVE      PIC 9(6) VALUE 0.
       01 WS-NONE-USES        PIC 9(9) VALUE 0.
       01 WS-NONE-PRIOR-USES  PIC 9(9) VALUE 0.

       01 WS-USAGE-MAX        PIC 9(4) VALUE 500.
       01 WS-USAGE-COUNT      PIC 9(4) VALUE 0.
       01 WS-USAGE-TABLE.
          03 WS-USAGE-ENTRY OCCURS 500 TIMES INDEXED BY U-IDX.
             05 USG-T-ACRONYM     PIC X(20).
             05 USG-T-USE-COUNT   PIC 9(6).
             05 USG-T-LAST-USED   PIC 9(8).

       01 WS-CODE-USES        PIC 9(6) VALUE 0.
       01 WS-CODE-LAST-USED   PIC 9(8) VALUE 0.
       01 WS-CODE-ACTIVE      PIC 9 VALUE 0.
       01 WS-MONTH-USES       PIC 9(9) VALUE 0.
       01 WS-TOTAL-CODES      PIC 9(6) VALUE 0.
       01 WS-TOTAL-ACTIVE     PIC 9(6) VALUE 0.
       01 WS-TOTAL-MONTH      PIC 9(9) VALUE 0.
       01 WS-TOTAL-USES       PIC 9(9) VALUE 0.

       01 WS-ROLLUP-DETAIL.
          03 RUD-CATEGORY     PIC X(8).
          03 FILLER           PIC X(2) VALUE SPACES.
          03 RUD-PARENT       PIC X(8).
          03 FILLER           PIC X(2) VALUE SPACES.
          03 RUD-DESCRIPTION  PIC X(40).
          03 FILLER           PIC X(2) VALUE SPACES.
          03 RUD-CODES        PIC ZZZZZ9.
          03 FILLER           PIC X(2) VALUE SPACES.
          03 RUD-ACTIVE       PIC ZZZZZ9.
          03 FILLER           PIC X(2) VALUE SPACES.
          03 RUD-MONTH-USES   PIC ZZZZZZZZZ9.
          03 FILLER           PIC X(2) VALUE SPACES.
          03 RUD-TODATE-USES  PIC ZZZZZZZZZZZ9.
       01 WS-WORKLIST-DETAIL.
          03 WKD-ACRONYM      PIC X(20).
          03 FILLER           PIC X(2) VALUE SPACES.
          03 WKD-ISSUED-DATE  PIC 9(8).
          03 FILLER           PIC X(2) VALUE SPACES.
          03 WKD-USES         PIC ZZZZZ9.
          03 FILLER           PIC X(2) VALUE SPACES.
          03 WKD-CATEGORY     PIC X(8).
          03 FILLER           PIC X(2) VALUE SPACES.
          03 WKD-PHRASE       PIC X(80).

       COPY "suite-error-log-ws.cpy".
       COPY "table-capacity-ws.cpy".
       COPY "run-parms-ws.cpy".
       COPY "env-accept-ws.cpy".
       COPY "transaction-header.cpy".
       COPY "return-codes.cpy".
       COPY "env-switch-ws.cpy".

       PROCEDURE DIVISION.
       RUN-CATEGORY-ROLLUP SECTION.
           PERFORM READ-RUN-PARMS
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'ACRONYM_CATEGORY_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-CATEGORY-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'ACRONYM_USAGE_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-USAGE-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'ACRONYM_MASTER_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-MASTER-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'ACRONYM_CATEGORY_SNAPSHOT_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-SNAPSHOT-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'ACRONYM_CATEGORY_REPORT_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-REPORT-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'ACRONYM_CATEGORY_WORKLIST_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-WORKLIST-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'ACRONYM_CATEGORY_CONTROL_TOTAL_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-CONTROL-TOTAL-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'SUITE_ERROR_LOG_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-SUITE-ERROR-LOG-DSN
           END-IF
           MOVE WS-CATEGORY-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-CATEGORY-DSN
           MOVE WS-USAGE-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-USAGE-DSN
           MOVE WS-MASTER-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-MASTER-DSN
           MOVE WS-SNAPSHOT-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-SNAPSHOT-DSN
           MOVE WS-REPORT-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-REPORT-DSN
           MOVE WS-WORKLIST-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-WORKLIST-DSN
           MOVE WS-CONTROL-TOTAL-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-CONTROL-TOTAL-DSN

           IF WS-RUN-DATE NOT = 0
               MOVE WS-RUN-DATE TO WS-REPORT-DATE
           ELSE
               ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD
           END-IF
           MOVE WS-REPORT-DATE(1:6) TO WS-REPORT-MONTH

           SET RC-NORMAL TO TRUE
           PERFORM LOAD-CATEGORY-TABLE
           PERFORM LOAD-USAGE-TABLE
           PERFORM LOAD-PRIOR-SNAPSHOT

           OPEN OUTPUT WORKLIST-FILE
           MOVE WS-PARM-RUN-ID TO TRX-RUN-ID
           MOVE 'ACRO-CAT' TO TRX-SOURCE-SYSTEM
           MOVE FUNCTION CURRENT-DATE TO TRX-TIMESTAMP
           MOVE TRX-HEADER TO WKL-LINE
           WRITE WKL-LINE
           MOVE 'UNCATEGORIZED CODES - SET THROUGH ACRONYM-MAINT'
             TO WKL-LINE
           WRITE WKL-LINE
           MOVE 'ACRONYM               ISSUED      USES  CATEGORY'
             TO WKL-LINE
           MOVE 'PHRASE' TO WKL-LINE(51:6)
           WRITE WKL-LINE
           MOVE ALL '-' TO WKL-LINE
           WRITE WKL-LINE

           PERFORM SCAN-ACRONYM-MASTER
           CLOSE WORKLIST-FILE

           PERFORM ROLL-UP-FAMILIES
           PERFORM WRITE-ROLLUP-REPORT
           PERFORM SAVE-SNAPSHOT
           PERFORM WRITE-CONTROL-TOTALS

           IF WS-WORKLIST-LISTED > 0
               AND RC-NORMAL
               SET RC-WARNING TO TRUE
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
           PERFORM RECORD-TABLE-CAPACITY
           GOBACK.

      * A category whose parent is not itself on the file is treated
      * as a top-level family and logged, so its codes still count
      * somewhere on the family roll-up.
       LOAD-CATEGORY-TABLE SECTION.
           MOVE 0 TO WS-CATEGORY-COUNT
           OPEN INPUT CATEGORY-FILE
           IF WS-CATEGORY-STATUS NOT = '00'
               MOVE 'ACRO-CAT' TO SERR-PROGRAM-ID
               MOVE WS-CATEGORY-DSN(1:20) TO SERR-KEY-FIELD
               MOVE 'NO CATEGORY MASTER' TO SERR-REASON
               MOVE 'REF001' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               SET RC-WARNING TO TRUE
               GO TO LOAD-CATEGORY-TABLE-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ CATEGORY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-CATEGORIES-READ
                       IF WS-CATEGORY-COUNT >= WS-CATEGORY-MAX
                           MOVE 'ACRO-CAT' TO SERR-PROGRAM-ID
                           MOVE CAT-CODE TO SERR-KEY-FIELD
                           MOVE 'CATEGORY TABLE FULL - IGNORED'
                             TO SERR-REASON
                           MOVE 'TBL001' TO SERR-ERROR-CODE
                           PERFORM WRITE-SUITE-ERROR-LOG
                       ELSE
                           ADD 1 TO WS-CATEGORY-COUNT
                           SET CT-IDX TO WS-CATEGORY-COUNT
                           INITIALIZE WS-CATEGORY-ENTRY(CT-IDX)
                           MOVE CAT-CODE TO CAT-T-CODE(CT-IDX)
                           MOVE CAT-PARENT TO CAT-T-PARENT(CT-IDX)
                           MOVE CAT-DESCRIPTION
                             TO CAT-T-DESCRIPTION(CT-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CATEGORY-FILE
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM VARYING CT-IDX FROM 1 BY 1
                   UNTIL CT-IDX > WS-CATEGORY-COUNT
               SET WS-FAMILY-IDX TO CT-IDX
               IF CAT-T-PARENT(CT-IDX) NOT = SPACES
                   PERFORM FIND-PARENT-CATEGORY
               END-IF
               MOVE WS-FAMILY-IDX TO CAT-T-FAMILY(CT-IDX)
           END-PERFORM.
       LOAD-CATEGORY-TABLE-EXIT.
           EXIT.

       FIND-PARENT-CATEGORY SECTION.
           MOVE 0 TO WS-CAT-HIT
           PERFORM VARYING WS-FAMILY-IDX FROM 1 BY 1
                   UNTIL WS-FAMILY-IDX > WS-CATEGORY-COUNT
                   OR WS-CAT-HIT > 0
               IF CAT-T-CODE(WS-FAMILY-IDX) = CAT-T-PARENT(CT-IDX)
                   MOVE WS-FAMILY-IDX TO WS-CAT-HIT
               END-IF
           END-PERFORM
           IF WS-CAT-HIT = 0
               MOVE 'ACRO-CAT' TO SERR-PROGRAM-ID
               MOVE CAT-T-CODE(CT-IDX) TO SERR-KEY-FIELD
               MOVE 'PARENT CATEGORY NOT ON FILE' TO SERR-REASON
               MOVE 'REF002' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               SET WS-FAMILY-IDX TO CT-IDX
           ELSE
               MOVE WS-CAT-HIT TO WS-FAMILY-IDX
           END-IF
           EXIT.

       LOAD-USAGE-TABLE SECTION.
           MOVE 0 TO WS-USAGE-COUNT
           OPEN INPUT USAGE-FILE
           IF WS-USAGE-STATUS = '00'
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ USAGE-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           IF WS-USAGE-COUNT >= WS-USAGE-MAX
                               MOVE 'ACRO-CAT' TO SERR-PROGRAM-ID
                               MOVE USG-ACRONYM TO SERR-KEY-FIELD
                               MOVE 'USAGE TABLE FULL - IGNORED'
                                 TO SERR-REASON
                               MOVE 'TBL001' TO SERR-ERROR-CODE
                               PERFORM WRITE-SUITE-ERROR-LOG
                           ELSE
                               ADD 1 TO WS-USAGE-COUNT
                               MOVE USG-ACRONYM TO
                                 USG-T-ACRONYM(WS-USAGE-COUNT)
                               IF USG-USE-COUNT IS NUMERIC
                                   MOVE USG-USE-COUNT TO
                                     USG-T-USE-COUNT(WS-USAGE-COUNT)
                               ELSE
                                   MOVE 0 TO
                                     USG-T-USE-COUNT(WS-USAGE-COUNT)
                               END-IF
                               IF USG-LAST-USED IS NUMERIC
                                   MOVE USG-LAST-USED TO
                                     USG-T-LAST-USED(WS-USAGE-COUNT)
                               ELSE
                                   MOVE 0 TO
                                     USG-T-LAST-USED(WS-USAGE-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE USAGE-FILE
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           EXIT.

      * The baseline is the latest month on the snapshot before the
      * report month, so a re-run inside the same month measures from
      * the same starting point. No snapshot yet (first run) means
      * the month's uses are the tallies to date.
       LOAD-PRIOR-SNAPSHOT SECTION.
           MOVE 0 TO WS-BASE-MONTH
           OPEN INPUT SNAPSHOT-FILE
           IF WS-SNAPSHOT-STATUS NOT = '00'
               GO TO LOAD-PRIOR-SNAPSHOT-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ SNAPSHOT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF SNP-MONTH IS NUMERIC
                           AND SNP-MONTH < WS-REPORT-MONTH
                           AND SNP-MONTH > WS-BASE-MONTH
                           MOVE SNP-MONTH TO WS-BASE-MONTH
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SNAPSHOT-FILE
           IF WS-BASE-MONTH = 0
               MOVE 'N' TO WS-EOF-FLAG
               GO TO LOAD-PRIOR-SNAPSHOT-EXIT
           END-IF
           OPEN INPUT SNAPSHOT-FILE
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ SNAPSHOT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF SNP-MONTH = WS-BASE-MONTH
                           AND SNP-USES IS NUMERIC
                           PERFORM APPLY-SNAPSHOT-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SNAPSHOT-FILE
           MOVE 'N' TO WS-EOF-FLAG.
       LOAD-PRIOR-SNAPSHOT-EXIT.
           EXIT.

       APPLY-SNAPSHOT-RECORD SECTION.
           IF SNP-CATEGORY = '*NONE*'
               MOVE SNP-USES TO WS-NONE-PRIOR-USES
               GO TO APPLY-SNAPSHOT-RECORD-EXIT
           END-IF
           PERFORM VARYING CT-IDX FROM 1 BY 1
                   UNTIL CT-IDX > WS-CATEGORY-COUNT
               IF CAT-T-CODE(CT-IDX) = SNP-CATEGORY
                   MOVE SNP-USES TO CAT-T-PRIOR-USES(CT-IDX)
               END-IF
           END-PERFORM.
       APPLY-SNAPSHOT-RECORD-EXIT.
           EXIT.

       SCAN-ACRONYM-MASTER SECTION.
           OPEN INPUT ACRONYM-MASTER
           IF WS-MASTER-STATUS NOT = '00'
               MOVE 'ACRO-CAT' TO SERR-PROGRAM-ID
               MOVE WS-MASTER-DSN(1:20) TO SERR-KEY-FIELD
               MOVE 'MASTER NOT AVAILABLE' TO SERR-REASON
               MOVE 'MST001' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               SET RC-CRITICAL TO TRUE
               GO TO SCAN-ACRONYM-MASTER-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ ACRONYM-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-MASTER-SCANNED
                       PERFORM TALLY-ONE-CODE
               END-READ
           END-PERFORM
           CLOSE ACRONYM-MASTER
           MOVE 'N' TO WS-EOF-FLAG.
       SCAN-ACRONYM-MASTER-EXIT.
           EXIT.

      * Retired codes still count toward the volumes - the incidents
      * behind them happened - but only live codes need categorizing,
      * so only they go on the worklist.
       TALLY-ONE-CODE SECTION.
           MOVE 0 TO WS-CODE-USES
           MOVE 0 TO WS-CODE-LAST-USED
           MOVE 0 TO WS-CODE-ACTIVE
           PERFORM VARYING U-IDX FROM 1 BY 1
                   UNTIL U-IDX > WS-USAGE-COUNT
               IF USG-T-ACRONYM(U-IDX) = MST-ACRONYM
                   ADD USG-T-USE-COUNT(U-IDX) TO WS-CODE-USES
                   IF USG-T-LAST-USED(U-IDX) > WS-CODE-LAST-USED
                       MOVE USG-T-LAST-USED(U-IDX)
                         TO WS-CODE-LAST-USED
                   END-IF
               END-IF
           END-PERFORM
           IF WS-CODE-LAST-USED(1:6) = WS-REPORT-MONTH
               MOVE 1 TO WS-CODE-ACTIVE
           END-IF
           MOVE 0 TO WS-CAT-HIT
           IF MST-CATEGORY NOT = SPACES
               PERFORM VARYING CT-IDX FROM 1 BY 1
                       UNTIL CT-IDX > WS-CATEGORY-COUNT
                       OR WS-CAT-HIT > 0
                   IF CAT-T-CODE(CT-IDX) = MST-CATEGORY
                       SET WS-CAT-HIT TO CT-IDX
                   END-IF
               END-PERFORM
           END-IF
           IF WS-CAT-HIT > 0
               ADD 1 TO WS-CODES-CATEGORIZED
               ADD 1 TO CAT-T-CODES(WS-CAT-HIT)
               ADD WS-CODE-ACTIVE TO CAT-T-ACTIVE(WS-CAT-HIT)
               ADD WS-CODE-USES TO CAT-T-USES(WS-CAT-HIT)
               GO TO TALLY-ONE-CODE-EXIT
           END-IF
           ADD 1 TO WS-CODES-UNCATEGORIZED
           ADD 1 TO WS-NONE-CODES
           ADD WS-CODE-ACTIVE TO WS-NONE-ACTIVE
           ADD WS-CODE-USES TO WS-NONE-USES
           IF MST-STATUS = 'R'
               GO TO TALLY-ONE-CODE-EXIT
           END-IF
           ADD 1 TO WS-WORKLIST-LISTED
           MOVE SPACES TO WS-WORKLIST-DETAIL
           MOVE MST-ACRONYM TO WKD-ACRONYM
           MOVE MST-ISSUED-DATE TO WKD-ISSUED-DATE
           MOVE WS-CODE-USES TO WKD-USES
           IF MST-CATEGORY = SPACES
               MOVE 'NONE' TO WKD-CATEGORY
           ELSE
               MOVE MST-CATEGORY TO WKD-CATEGORY
           END-IF
           MOVE MST-PHRASE TO WKD-PHRASE
           MOVE WS-WORKLIST-DETAIL TO WKL-LINE
           WRITE WKL-LINE.
       TALLY-ONE-CODE-EXIT.
           EXIT.

      * Month uses per category are the growth since the baseline,
      * never negative - archived codes drop out of the tallies and
      * can shrink a category's running total.
       ROLL-UP-FAMILIES SECTION.
           PERFORM VARYING CT-IDX FROM 1 BY 1
                   UNTIL CT-IDX > WS-CATEGORY-COUNT
               PERFORM COMPUTE-CATEGORY-MONTH
               MOVE CAT-T-FAMILY(CT-IDX) TO WS-FAMILY-IDX
               ADD CAT-T-CODES(CT-IDX)
                 TO CAT-T-FAM-CODES(WS-FAMILY-IDX)
               ADD CAT-T-ACTIVE(CT-IDX)
                 TO CAT-T-FAM-ACTIVE(WS-FAMILY-IDX)
               ADD CAT-T-USES(CT-IDX)
                 TO CAT-T-FAM-USES(WS-FAMILY-IDX)
               ADD WS-MONTH-USES
                 TO CAT-T-FAM-MONTH(WS-FAMILY-IDX)
           END-PERFORM
           EXIT.

       COMPUTE-CATEGORY-MONTH SECTION.
           IF CAT-T-USES(CT-IDX) > CAT-T-PRIOR-USES(CT-IDX)
               COMPUTE WS-MONTH-USES =
                   CAT-T-USES(CT-IDX) - CAT-T-PRIOR-USES(CT-IDX)
           ELSE
               MOVE 0 TO WS-MONTH-USES
           END-IF
           EXIT.

       WRITE-ROLLUP-REPORT SECTION.
           OPEN OUTPUT ROLLUP-REPORT-FILE
           MOVE WS-PARM-RUN-ID TO TRX-RUN-ID
           MOVE 'ACRO-CAT' TO TRX-SOURCE-SYSTEM
           MOVE FUNCTION CURRENT-DATE TO TRX-TIMESTAMP
           MOVE TRX-HEADER TO RUP-LINE
           WRITE RUP-LINE
           MOVE SPACES TO RUP-LINE
           STRING 'INCIDENT CATEGORY ROLL-UP - MONTH '
                    DELIMITED BY SIZE
                  WS-REPORT-MONTH DELIMITED BY SIZE
                  '   MONTH USES SINCE ' DELIMITED BY SIZE
                  WS-BASE-MONTH DELIMITED BY SIZE
             INTO RUP-LINE
           WRITE RUP-LINE
           MOVE ALL '-' TO RUP-LINE
           WRITE RUP-LINE
           MOVE 'BY CATEGORY' TO RUP-LINE
           WRITE RUP-LINE
           PERFORM WRITE-COLUMN-HEADING
           MOVE 0 TO WS-TOTAL-CODES
           MOVE 0 TO WS-TOTAL-ACTIVE
           MOVE 0 TO WS-TOTAL-MONTH
           MOVE 0 TO WS-TOTAL-USES
           PERFORM VARYING CT-IDX FROM 1 BY 1
                   UNTIL CT-IDX > WS-CATEGORY-COUNT
               PERFORM COMPUTE-CATEGORY-MONTH
               MOVE SPACES TO WS-ROLLUP-DETAIL
               MOVE CAT-T-CODE(CT-IDX) TO RUD-CATEGORY
               MOVE CAT-T-PARENT(CT-IDX) TO RUD-PARENT
               MOVE CAT-T-DESCRIPTION(CT-IDX) TO RUD-DESCRIPTION
               MOVE CAT-T-CODES(CT-IDX) TO RUD-CODES
               MOVE CAT-T-ACTIVE(CT-IDX) TO RUD-ACTIVE
               MOVE WS-MONTH-USES TO RUD-MONTH-USES
               MOVE CAT-T-USES(CT-IDX) TO RUD-TODATE-USES
               MOVE WS-ROLLUP-DETAIL TO RUP-LINE
               WRITE RUP-LINE
               ADD CAT-T-CODES(CT-IDX) TO WS-TOTAL-CODES
               ADD CAT-T-ACTIVE(CT-IDX) TO WS-TOTAL-ACTIVE
               ADD WS-MONTH-USES TO WS-TOTAL-MONTH
               ADD CAT-T-USES(CT-IDX) TO WS-TOTAL-USES
           END-PERFORM
           PERFORM WRITE-UNCATEGORIZED-LINE
           PERFORM WRITE-TOTAL-LINE

           MOVE ALL '-' TO RUP-LINE
           WRITE RUP-LINE
           MOVE 'BY PARENT FAMILY' TO RUP-LINE
           WRITE RUP-LINE
           PERFORM WRITE-COLUMN-HEADING
           PERFORM VARYING CT-IDX FROM 1 BY 1
                   UNTIL CT-IDX > WS-CATEGORY-COUNT
               IF CAT-T-FAMILY(CT-IDX) = CT-IDX
                   MOVE SPACES TO WS-ROLLUP-DETAIL
                   MOVE CAT-T-CODE(CT-IDX) TO RUD-CATEGORY
                   MOVE CAT-T-DESCRIPTION(CT-IDX) TO RUD-DESCRIPTION
                   MOVE CAT-T-FAM-CODES(CT-IDX) TO RUD-CODES
                   MOVE CAT-T-FAM-ACTIVE(CT-IDX) TO RUD-ACTIVE
                   MOVE CAT-T-FAM-MONTH(CT-IDX) TO RUD-MONTH-USES
                   MOVE CAT-T-FAM-USES(CT-IDX) TO RUD-TODATE-USES
                   MOVE WS-ROLLUP-DETAIL TO RUP-LINE
                   WRITE RUP-LINE
               END-IF
           END-PERFORM
           PERFORM WRITE-UNCATEGORIZED-LINE
           PERFORM WRITE-TOTAL-LINE
           CLOSE ROLLUP-REPORT-FILE
           EXIT.

       WRITE-COLUMN-HEADING SECTION.
           MOVE SPACES TO RUP-LINE
           STRING 'CATEGORY  PARENT    DESCRIPTION' DELIMITED BY SIZE
             INTO RUP-LINE
           MOVE ' CODES  ACTIVE  MONTH USES  TO-DATE USES'
             TO RUP-LINE(63:40)
           WRITE RUP-LINE
           EXIT.

       WRITE-UNCATEGORIZED-LINE SECTION.
           IF WS-NONE-USES > WS-NONE-PRIOR-USES
               COMPUTE WS-MONTH-USES = WS-NONE-USES - WS-NONE-PRIOR-USES
           ELSE
               MOVE 0 TO WS-MONTH-USES
           END-IF
           MOVE SPACES TO WS-ROLLUP-DETAIL
           MOVE '*NONE*' TO RUD-CATEGORY
           MOVE 'UNCATEGORIZED - SEE WORKLIST' TO RUD-DESCRIPTION
           MOVE WS-NONE-CODES TO RUD-CODES
           MOVE WS-NONE-ACTIVE TO RUD-ACTIVE
           MOVE WS-MONTH-USES TO RUD-MONTH-USES
           MOVE WS-NONE-USES TO RUD-TODATE-USES
           MOVE WS-ROLLUP-DETAIL TO RUP-LINE
           WRITE RUP-LINE
           EXIT.

      * Totals over the category section; the family section covers
      * the same codes and so prints the same totals.
       WRITE-TOTAL-LINE SECTION.
           MOVE SPACES TO WS-ROLLUP-DETAIL
           MOVE 'TOTAL' TO RUD-CATEGORY
           COMPUTE RUD-CODES = WS-TOTAL-CODES + WS-NONE-CODES
           COMPUTE RUD-ACTIVE = WS-TOTAL-ACTIVE + WS-NONE-ACTIVE
           COMPUTE RUD-MONTH-USES = WS-TOTAL-MONTH + WS-MONTH-USES
           COMPUTE RUD-TODATE-USES = WS-TOTAL-USES + WS-NONE-USES
           MOVE WS-ROLLUP-DETAIL TO RUP-LINE
           WRITE RUP-LINE
           EXIT.

      * Rewrites the snapshot with the baseline month (kept so a
      * re-run this month measures from the same point) and the
      * report month's tallies as they now stand.
       SAVE-SNAPSHOT SECTION.
           IF RC-CRITICAL
               GO TO SAVE-SNAPSHOT-EXIT
           END-IF
           OPEN OUTPUT SNAPSHOT-FILE
           IF WS-BASE-MONTH NOT = 0
               PERFORM VARYING CT-IDX FROM 1 BY 1
                       UNTIL CT-IDX > WS-CATEGORY-COUNT
                   MOVE SPACES TO SNP-RECORD
                   MOVE WS-BASE-MONTH TO SNP-MONTH
                   MOVE CAT-T-CODE(CT-IDX) TO SNP-CATEGORY
                   MOVE CAT-T-PRIOR-USES(CT-IDX) TO SNP-USES
                   WRITE SNP-RECORD
               END-PERFORM
               MOVE SPACES TO SNP-RECORD
               MOVE WS-BASE-MONTH TO SNP-MONTH
               MOVE '*NONE*' TO SNP-CATEGORY
               MOVE WS-NONE-PRIOR-USES TO SNP-USES
               WRITE SNP-RECORD
           END-IF
           PERFORM VARYING CT-IDX FROM 1 BY 1
                   UNTIL CT-IDX > WS-CATEGORY-COUNT
               MOVE SPACES TO SNP-RECORD
               MOVE WS-REPORT-MONTH TO SNP-MONTH
               MOVE CAT-T-CODE(CT-IDX) TO SNP-CATEGORY
               MOVE CAT-T-USES(CT-IDX) TO SNP-USES
               WRITE SNP-RECORD
           END-PERFORM
           MOVE SPACES TO SNP-RECORD
           MOVE WS-REPORT-MONTH TO SNP-MONTH
           MOVE '*NONE*' TO SNP-CATEGORY
           MOVE WS-NONE-USES TO SNP-USES
           WRITE SNP-RECORD
           CLOSE SNAPSHOT-FILE.
       SAVE-SNAPSHOT-EXIT.
           EXIT.

      * Standard run-balancing control-total report so ops balances
      * this job the same way every other nightly batch job is
      * balanced.
       WRITE-CONTROL-TOTALS SECTION.
           OPEN OUTPUT CONTROL-TOTAL-FILE
           MOVE WS-PARM-RUN-ID TO TRX-RUN-ID
           MOVE 'ACRO-CAT' TO TRX-SOURCE-SYSTEM
           MOVE FUNCTION CURRENT-DATE TO TRX-TIMESTAMP
           MOVE TRX-HEADER TO CTL-LINE
           WRITE CTL-LINE
           MOVE 'ACRONYM CATEGORY ROLL-UP CONTROL TOTALS' TO CTL-LINE
           WRITE CTL-LINE
           MOVE ALL '-' TO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-CATEGORIES-READ TO WS-CTL-COUNT-TXT
           STRING 'CATEGORIES READ  : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-MASTER-SCANNED TO WS-CTL-COUNT-TXT
           STRING 'MASTER SCANNED   : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-CODES-CATEGORIZED TO WS-CTL-COUNT-TXT
           STRING 'CODES CATEGORIZED: ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-CODES-UNCATEGORIZED TO WS-CTL-COUNT-TXT
           STRING 'UNCATEGORIZED    : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-WORKLIST-LISTED TO WS-CTL-COUNT-TXT
           STRING 'WORKLIST LISTED  : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           CLOSE CONTROL-TOTAL-FILE
           EXIT.

      * High-water marks of the in-memory tables for this run,
      * kept so TABLE-CAPACITY-REPORT can warn before a ceiling is
      * reached.
       RECORD-TABLE-CAPACITY SECTION.
           MOVE 'ACRONYM-CATEGORY-ROLLUP' TO TCAP-PROGRAM-ID
           MOVE WS-PARM-RUN-ID TO TCAP-RUN-ID
           MOVE WS-RUN-DATE TO TCAP-RUN-DATE
           MOVE 'CATEGORY' TO TCAP-TABLE-NAME
           MOVE WS-CATEGORY-COUNT TO TCAP-PEAK
           MOVE WS-CATEGORY-MAX TO TCAP-CEILING
           PERFORM WRITE-TABLE-CAPACITY
           MOVE 'USAGE' TO TCAP-TABLE-NAME
           MOVE WS-USAGE-COUNT TO TCAP-PEAK
           MOVE WS-USAGE-MAX TO TCAP-CEILING
           PERFORM WRITE-TABLE-CAPACITY
           EXIT.

       COPY "suite-error-log-proc.cpy".
       COPY "run-parms-proc.cpy".
       COPY "env-switch-proc.cpy".
       COPY "table-capacity-proc.cpy".
