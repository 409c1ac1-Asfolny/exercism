       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACRONYM-CODE-BOOK.
      * Nightly code-book publication for the service-desk ticketing
      * system. The ticketing system keeps its own copy of our
      * incident codes and drifted because nothing told it about new
      * codes, corrections, aliases or retirements. Each run
      * publishes:
      *   CODE-BOOK-SNAPSHOT.DAT - every code on ACRONYM-MASTER and
      *       every alias on ACRONYM-ALIAS, the full book as it stands
      *   CODE-BOOK-DELTA.DAT    - what changed since the last
      *       publication: ADD, CORRECT (same code, new phrase),
      *       ALIAS, RETIRE and REACTIVATE
      * both starting with a TRX-HEADER and ending with a *TRAILER*
      * record carrying the data record count, the same trailer the
      * inbound feeds carry. The delta is worked out against the
      * previous snapshot rather than tonight's transactions, so a
      * missed night simply produces one larger delta since the last
      * published run - the publication control record names that
      * run on the delta header and stops the same run ID publishing
      * twice.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACRONYM-MASTER ASSIGN TO DYNAMIC WS-MASTER-DSN
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-PHRASE
               ALTERNATE RECORD KEY IS MST-ACRONYM WITH DUPLICATES
               ALTERNATE RECORD KEY IS MST-NORM-PHRASE WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT ALIAS-FILE ASSIGN TO DYNAMIC WS-ALIAS-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ALIAS-STATUS.
           SELECT SNAPSHOT-FILE ASSIGN TO DYNAMIC WS-SNAPSHOT-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SNAPSHOT-STATUS.
           SELECT DELTA-FILE ASSIGN TO DYNAMIC WS-DELTA-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DELTA-STATUS.
      * One-record publication control file - the last run ID
      * published and when, read at the top of the run and rewritten
      * once both files are out.
           SELECT PUBLISH-CONTROL-FILE ASSIGN TO
               DYNAMIC WS-PUBLISH-CTL-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PUBLISH-CTL-STATUS.
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
       FD  ACRONYM-MASTER
           RECORD CONTAINS 197 CHARACTERS.
       01 MST-RECORD.
          03 MST-PHRASE        PIC X(80).
          03 MST-ACRONYM       PIC X(20).
          03 MST-ISSUED-DATE   PIC 9(8).
          03 MST-NORM-PHRASE   PIC X(80).
          03 MST-STATUS        PIC X.
          03 MST-CATEGORY      PIC X(8).

       FD  ALIAS-FILE
           RECORD CONTAINS 102 CHARACTERS.
       01 ALS-RECORD.
          03 ALS-NORM-PHRASE   PIC X(80).
          03 FILLER            PIC X(2).
          03 ALS-CODE          PIC X(20).

      * SBK-TYPE: C code record (phrase, status, category, issue
      * date) or A alias record (normalized old phrase and the code
      * it answers with). Line one is the TRX-HEADER, the last line
      * the *TRAILER*.
       FD  SNAPSHOT-FILE
           RECORD CONTAINS 128 CHARACTERS.
       01 SBK-RECORD.
          03 SBK-TYPE          PIC X.
          03 FILLER            PIC X(2).
          03 SBK-ACRONYM       PIC X(20).
          03 FILLER            PIC X(2).
          03 SBK-STATUS        PIC X.
          03 FILLER            PIC X(2).
          03 SBK-CATEGORY      PIC X(8).
          03 FILLER            PIC X(2).
          03 SBK-ISSUED-DATE   PIC X(8).
          03 FILLER            PIC X(2).
          03 SBK-PHRASE        PIC X(80).
       01 SBK-TRAILER.
          03 SBK-TRL-TAG       PIC X(9).
          03 FILLER            PIC X.
          03 SBK-TRL-COUNT     PIC 9(6).
          03 FILLER            PIC X(112).
       01 SBK-HEADER-LINE      PIC X(128).

      * DLT-OLD-PHRASE is filled for CORRECT only.
       FD  DELTA-FILE
           RECORD CONTAINS 206 CHARACTERS.
       01 DLT-RECORD.
          03 DLT-ACTION        PIC X(10).
          03 FILLER            PIC X(2).
          03 DLT-ACRONYM       PIC X(20).
          03 FILLER            PIC X(2).
          03 DLT-CATEGORY      PIC X(8).
          03 FILLER            PIC X(2).
          03 DLT-PHRASE        PIC X(80).
          03 FILLER            PIC X(2).
          03 DLT-OLD-PHRASE    PIC X(80).
       01 DLT-TRAILER.
          03 DLT-TRL-TAG       PIC X(9).
          03 FILLER            PIC X.
          03 DLT-TRL-COUNT     PIC 9(6).
          03 FILLER            PIC X(190).
       01 DLT-HEADER-LINE      PIC X(206).

       FD  PUBLISH-CONTROL-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01 PBC-RECORD.
          03 PBC-LAST-RUN-ID   PIC X(8).
          03 FILLER            PIC X(2).
          03 PBC-LAST-DATE     PIC 9(8).
          03 FILLER            PIC X(2).
          03 PBC-CODE-COUNT    PIC 9(6).
          03 FILLER            PIC X(2).
          03 PBC-ALIAS-COUNT   PIC 9(6).
          03 FILLER            PIC X(6).

       FD  CONTROL-TOTAL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 CTL-LINE PIC X(80).

       COPY "suite-error-log-fd.cpy".
       COPY "table-capacity-fd.cpy".
       COPY "run-parms-fd.cpy".

       WORKING-STORAGE SECTION.
       01 WS-MASTER-DSN       PIC X(100) VALUE 'ACRONYM-MASTER.DAT'.
       01 WS-ALIAS-DSN        PIC X(100) VALUE 'ACRONYM-ALIAS.DAT'.
       01 WS-SNAPSHOT-DSN     PIC X(100)
          VALUE 'CODE-BOOK-SNAPSHOT.DAT'.
       01 WS-DELTA-DSN        PIC X(100) VALUE 'CODE-BOOK-DELTA.DAT'.
       01 WS-PUBLISH-CTL-DSN  PIC X(100)
          VALUE 'CODE-BOOK-CONTROL.DAT'.
       01 WS-MASTER-STATUS    PIC XX VALUE '00'.
       01 WS-ALIAS-STATUS     PIC XX VALUE '00'.
       01 WS-SNAPSHOT-STATUS  PIC XX VALUE '00'.
       01 WS-DELTA-STATUS     PIC XX VALUE '00'.
       01 WS-PUBLISH-CTL-STATUS PIC XX VALUE '00'.
       01 WS-EOF-FLAG         PIC X VALUE 'N'.

       01 WS-CONTROL-TOTAL-DSN    PIC X(100)
          VALUE 'CODE-BOOK-CONTROL-TOTALS.RPT'.
       01 WS-CONTROL-TOTAL-STATUS PIC XX VALUE '00'.
       01 WS-CODES-PUBLISHED      PIC 9(6) VALUE 0.
       01 WS-ALIASES-PUBLISHED    PIC 9(6) VALUE 0.
       01 WS-SNAPSHOT-RECORDS     PIC 9(6) VALUE 0.
       01 WS-DELTA-RECORDS        PIC 9(6) VALUE 0.
       01 WS-DELTA-ADDS           PIC 9(6) VALUE 0.
       01 WS-DELTA-CORRECTIONS    PIC 9(6) VALUE 0.
       01 WS-DELTA-ALIASES        PIC 9(6) VALUE 0.
       01 WS-DELTA-RETIREMENTS    PIC 9(6) VALUE 0.
       01 WS-DELTA-REACTIVATIONS  PIC 9(6) VALUE 0.
       01 WS-CTL-COUNT-TXT        PIC ZZZZZ9.

      * Last publication, from the control record.
       01 WS-LAST-RUN-ID      PIC X(8) VALUE SPACES.
       01 WS-LAST-DATE        PIC 9(8) VALUE 0.
       01 WS-PUBLISH-DATE     PIC 9(8) VALUE 0.
       01 WS-PRIOR-PRESENT    PIC X VALUE 'N'.
       01 WS-FIRST-LINE       PIC X VALUE 'Y'.

      * The previous snapshot, held for the compare. PRV-C-MATCHED
      * marks a code record accounted for by tonight's master.
       01 WS-PRIOR-MAX        PIC 9(4) VALUE 3000.
       01 WS-PRIOR-CODE-COUNT PIC 9(4) VALUE 0.
       01 WS-PRIOR-CODE-TABLE.
          03 WS-PRIOR-CODE OCCURS 3000 TIMES INDEXED BY PC-IDX.
             05 PRV-C-PHRASE      PIC X(80).
             05 PRV-C-ACRONYM     PIC X(20).
             05 PRV-C-STATUS      PIC X.
             05 PRV-C-MATCHED     PIC X.
       01 WS-PRIOR-ALIAS-MAX  PIC 9(4) VALUE 1000.
       01 WS-PRIOR-ALIAS-COUNT PIC 9(4) VALUE 0.
       01 WS-PRIOR-ALIAS-TABLE.
          03 WS-PRIOR-ALIAS OCCURS 1000 TIMES INDEXED BY PA-IDX.
             05 PRV-A-NORM-PHRASE PIC X(80).
             05 PRV-A-CODE        PIC X(20).

      * Phrases on tonight's master that were not on the previous
      * snapshot - resolved after the scan into corrections,
      * reactivations and adds.
       01 WS-NEW-MAX          PIC 9(4) VALUE 3000.
       01 WS-NEW-COUNT        PIC 9(4) VALUE 0.
       01 WS-NEW-TABLE.
          03 WS-NEW-CODE OCCURS 3000 TIMES INDEXED BY NW-IDX.
             05 NEW-PHRASE        PIC X(80).
             05 NEW-ACRONYM       PIC X(20).
             05 NEW-CATEGORY      PIC X(8).
             05 NEW-ISSUED-DATE   PIC 9(8).

      * Aliases already written to tonight's snapshot - the alias file
      * is append-only and can carry the same pair more than once.
       01 WS-CUR-ALIAS-COUNT  PIC 9(4) VALUE 0.
       01 WS-CUR-ALIAS-TABLE.
          03 WS-CUR-ALIAS OCCURS 1000 TIMES INDEXED BY CA-IDX.
             05 CUR-A-NORM-PHRASE PIC X(80).
             05 CUR-A-CODE        PIC X(20).

       01 WS-HIT              PIC X VALUE 'N'.

       COPY "suite-error-log-ws.cpy".
       COPY "table-capacity-ws.cpy".
       COPY "run-parms-ws.cpy".
       COPY "env-accept-ws.cpy".
       COPY "transaction-header.cpy".
       COPY "return-codes.cpy".
       COPY "env-switch-ws.cpy".

       PROCEDURE DIVISION.
       RUN-CODE-BOOK-PUBLICATION SECTION.
           PERFORM READ-RUN-PARMS
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'ACRONYM_MASTER_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-MASTER-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'ACRONYM_ALIAS_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-ALIAS-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'CODE_BOOK_SNAPSHOT_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-SNAPSHOT-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'CODE_BOOK_DELTA_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-DELTA-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'CODE_BOOK_PUBLISH_CONTROL_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-PUBLISH-CTL-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'CODE_BOOK_CONTROL_TOTAL_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-CONTROL-TOTAL-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'SUITE_ERROR_LOG_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-SUITE-ERROR-LOG-DSN
           END-IF
           MOVE WS-MASTER-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-MASTER-DSN
           MOVE WS-ALIAS-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-ALIAS-DSN
           MOVE WS-SNAPSHOT-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-SNAPSHOT-DSN
           MOVE WS-DELTA-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-DELTA-DSN
           MOVE WS-PUBLISH-CTL-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-PUBLISH-CTL-DSN
           MOVE WS-CONTROL-TOTAL-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-CONTROL-TOTAL-DSN

           IF WS-RUN-DATE NOT = 0
               MOVE WS-RUN-DATE TO WS-PUBLISH-DATE
           ELSE
               ACCEPT WS-PUBLISH-DATE FROM DATE YYYYMMDD
           END-IF
           SET RC-NORMAL TO TRUE

           PERFORM READ-PUBLISH-CONTROL
      * The ticketing side may not have loaded the first delta yet - a
      * second publication under the same run ID would overwrite it
      * with an empty one. Ad hoc runs carry no real run ID and are
      * not held to this.
           IF WS-PARM-RUN-ID NOT = 'ADHOC'
               AND WS-PARM-RUN-ID = WS-LAST-RUN-ID
               MOVE 'ACRO-BOOK' TO SERR-PROGRAM-ID
               MOVE WS-PARM-RUN-ID TO SERR-KEY-FIELD
               MOVE 'RUN ALREADY PUBLISHED' TO SERR-REASON
               MOVE 'TXN003' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               SET RC-WARNING TO TRUE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT ACRONYM-MASTER
           IF WS-MASTER-STATUS NOT = '00'
               MOVE 'ACRO-BOOK' TO SERR-PROGRAM-ID
               MOVE WS-MASTER-DSN(1:20) TO SERR-KEY-FIELD
               MOVE 'MASTER NOT AVAILABLE' TO SERR-REASON
               MOVE 'MST001' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               SET RC-CRITICAL TO TRUE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM LOAD-PRIOR-SNAPSHOT

           OPEN OUTPUT SNAPSHOT-FILE
           OPEN OUTPUT DELTA-FILE
           MOVE WS-PARM-RUN-ID TO TRX-RUN-ID
           MOVE 'CODEBOOK' TO TRX-SOURCE-SYSTEM
           MOVE FUNCTION CURRENT-DATE TO TRX-TIMESTAMP
           MOVE SPACES TO SBK-HEADER-LINE
           MOVE TRX-HEADER TO SBK-HEADER-LINE
           WRITE SBK-HEADER-LINE
           MOVE SPACES TO DLT-HEADER-LINE
           MOVE TRX-HEADER TO DLT-HEADER-LINE
           STRING 'SINCE RUN ' DELIMITED BY SIZE
                  WS-LAST-RUN-ID DELIMITED BY SIZE
                  ' OF ' DELIMITED BY SIZE
                  WS-LAST-DATE DELIMITED BY SIZE
             INTO DLT-HEADER-LINE(44:40)
           WRITE DLT-HEADER-LINE

           PERFORM PUBLISH-MASTER-CODES
           CLOSE ACRONYM-MASTER
           PERFORM RESOLVE-NEW-PHRASES
           PERFORM RESOLVE-VANISHED-PHRASES
           PERFORM PUBLISH-ALIASES

           MOVE SPACES TO SBK-TRAILER
           MOVE '*TRAILER*' TO SBK-TRL-TAG
           MOVE WS-SNAPSHOT-RECORDS TO SBK-TRL-COUNT
           WRITE SBK-TRAILER
           MOVE SPACES TO DLT-TRAILER
           MOVE '*TRAILER*' TO DLT-TRL-TAG
           MOVE WS-DELTA-RECORDS TO DLT-TRL-COUNT
           WRITE DLT-TRAILER
           CLOSE SNAPSHOT-FILE
           CLOSE DELTA-FILE

           PERFORM WRITE-PUBLISH-CONTROL
           PERFORM WRITE-CONTROL-TOTALS
           MOVE WS-RETURN-CODE TO RETURN-CODE
           PERFORM RECORD-TABLE-CAPACITY
           GOBACK.

       READ-PUBLISH-CONTROL SECTION.
           MOVE SPACES TO WS-LAST-RUN-ID
           MOVE 0 TO WS-LAST-DATE
           OPEN INPUT PUBLISH-CONTROL-FILE
           IF WS-PUBLISH-CTL-STATUS NOT = '00'
               GO TO READ-PUBLISH-CONTROL-EXIT
           END-IF
           READ PUBLISH-CONTROL-FILE
               NOT AT END
                   MOVE PBC-LAST-RUN-ID TO WS-LAST-RUN-ID
                   IF PBC-LAST-DATE IS NUMERIC
                       MOVE PBC-LAST-DATE TO WS-LAST-DATE
                   END-IF
           END-READ
           CLOSE PUBLISH-CONTROL-FILE.
       READ-PUBLISH-CONTROL-EXIT.
           EXIT.

      * No previous snapshot (first publication, or the file was lost)
      * means every code goes out as an ADD - the ticketing side then
      * loads the snapshot whole. A previous snapshot too big for the
      * table would make the delta unreliable, so that is logged and
      * the run flagged.
       LOAD-PRIOR-SNAPSHOT SECTION.
           MOVE 0 TO WS-PRIOR-CODE-COUNT
           MOVE 0 TO WS-PRIOR-ALIAS-COUNT
           OPEN INPUT SNAPSHOT-FILE
           IF WS-SNAPSHOT-STATUS NOT = '00'
               IF WS-LAST-RUN-ID NOT = SPACES
                   MOVE 'ACRO-BOOK' TO SERR-PROGRAM-ID
                   MOVE WS-SNAPSHOT-DSN(1:20) TO SERR-KEY-FIELD
                   MOVE 'PRIOR SNAPSHOT MISSING - ALL ADDS'
                     TO SERR-REASON
                   MOVE 'REF003' TO SERR-ERROR-CODE
                   PERFORM WRITE-SUITE-ERROR-LOG
                   SET RC-WARNING TO TRUE
               END-IF
               GO TO LOAD-PRIOR-SNAPSHOT-EXIT
           END-IF
           MOVE 'Y' TO WS-PRIOR-PRESENT
           MOVE 'Y' TO WS-FIRST-LINE
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ SNAPSHOT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-FIRST-LINE = 'Y'
                           MOVE 'N' TO WS-FIRST-LINE
                       ELSE
                           PERFORM LOAD-ONE-PRIOR-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SNAPSHOT-FILE
           MOVE 'N' TO WS-EOF-FLAG.
       LOAD-PRIOR-SNAPSHOT-EXIT.
           EXIT.

       LOAD-ONE-PRIOR-RECORD SECTION.
           EVALUATE TRUE
               WHEN SBK-TRL-TAG = '*TRAILER*'
                   CONTINUE
               WHEN SBK-TYPE = 'C'
                   AND WS-PRIOR-CODE-COUNT >= WS-PRIOR-MAX
                   PERFORM LOG-PRIOR-TABLE-FULL
               WHEN SBK-TYPE = 'C'
                   ADD 1 TO WS-PRIOR-CODE-COUNT
                   SET PC-IDX TO WS-PRIOR-CODE-COUNT
                   MOVE SBK-PHRASE TO PRV-C-PHRASE(PC-IDX)
                   MOVE SBK-ACRONYM TO PRV-C-ACRONYM(PC-IDX)
                   MOVE SBK-STATUS TO PRV-C-STATUS(PC-IDX)
                   MOVE 'N' TO PRV-C-MATCHED(PC-IDX)
               WHEN SBK-TYPE = 'A'
                   AND WS-PRIOR-ALIAS-COUNT >= WS-PRIOR-ALIAS-MAX
                   PERFORM LOG-PRIOR-TABLE-FULL
               WHEN SBK-TYPE = 'A'
                   ADD 1 TO WS-PRIOR-ALIAS-COUNT
                   SET PA-IDX TO WS-PRIOR-ALIAS-COUNT
                   MOVE SBK-PHRASE TO PRV-A-NORM-PHRASE(PA-IDX)
                   MOVE SBK-ACRONYM TO PRV-A-CODE(PA-IDX)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           EXIT.

       LOG-PRIOR-TABLE-FULL SECTION.
           MOVE 'ACRO-BOOK' TO SERR-PROGRAM-ID
           MOVE SBK-ACRONYM TO SERR-KEY-FIELD
           MOVE 'PRIOR SNAPSHOT TABLE FULL' TO SERR-REASON
           MOVE 'TBL001' TO SERR-ERROR-CODE
           PERFORM WRITE-SUITE-ERROR-LOG
           SET RC-WARNING TO TRUE
           EXIT.

      * Every master record goes on the snapshot. One whose phrase was
      * on the last snapshot can only have changed status; one whose
      * phrase is new is held until the whole master has been seen.
       PUBLISH-MASTER-CODES SECTION.
           MOVE 0 TO WS-NEW-COUNT
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ ACRONYM-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM PUBLISH-ONE-CODE
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF-FLAG
           EXIT.

       PUBLISH-ONE-CODE SECTION.
           MOVE SPACES TO SBK-RECORD
           MOVE 'C' TO SBK-TYPE
           MOVE MST-ACRONYM TO SBK-ACRONYM
           MOVE MST-STATUS TO SBK-STATUS
           MOVE MST-CATEGORY TO SBK-CATEGORY
           MOVE MST-ISSUED-DATE TO SBK-ISSUED-DATE
           MOVE MST-PHRASE TO SBK-PHRASE
           WRITE SBK-RECORD
           ADD 1 TO WS-SNAPSHOT-RECORDS
           ADD 1 TO WS-CODES-PUBLISHED

           IF WS-PRIOR-PRESENT = 'N'
               MOVE 'ADD' TO DLT-ACTION
               PERFORM WRITE-MASTER-DELTA
               GO TO PUBLISH-ONE-CODE-EXIT
           END-IF
           MOVE 'N' TO WS-HIT
           PERFORM VARYING PC-IDX FROM 1 BY 1
                   UNTIL PC-IDX > WS-PRIOR-CODE-COUNT
                   OR WS-HIT = 'Y'
               IF PRV-C-PHRASE(PC-IDX) = MST-PHRASE
                   MOVE 'Y' TO WS-HIT
                   MOVE 'Y' TO PRV-C-MATCHED(PC-IDX)
                   IF PRV-C-STATUS(PC-IDX) NOT = 'R'
                       AND MST-STATUS = 'R'
                       MOVE 'RETIRE' TO DLT-ACTION
                       PERFORM WRITE-MASTER-DELTA
                   END-IF
                   IF PRV-C-STATUS(PC-IDX) = 'R'
                       AND MST-STATUS NOT = 'R'
                       MOVE 'REACTIVATE' TO DLT-ACTION
                       PERFORM WRITE-MASTER-DELTA
                   END-IF
               END-IF
           END-PERFORM
           IF WS-HIT = 'Y'
               GO TO PUBLISH-ONE-CODE-EXIT
           END-IF
           IF WS-NEW-COUNT >= WS-NEW-MAX
               MOVE 'ACRO-BOOK' TO SERR-PROGRAM-ID
               MOVE MST-ACRONYM TO SERR-KEY-FIELD
               MOVE 'NEW PHRASE TABLE FULL - ADD' TO SERR-REASON
               MOVE 'TBL001' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               SET RC-WARNING TO TRUE
               MOVE 'ADD' TO DLT-ACTION
               PERFORM WRITE-MASTER-DELTA
               GO TO PUBLISH-ONE-CODE-EXIT
           END-IF
           ADD 1 TO WS-NEW-COUNT
           SET NW-IDX TO WS-NEW-COUNT
           MOVE MST-PHRASE TO NEW-PHRASE(NW-IDX)
           MOVE MST-ACRONYM TO NEW-ACRONYM(NW-IDX)
           MOVE MST-CATEGORY TO NEW-CATEGORY(NW-IDX)
           MOVE MST-ISSUED-DATE TO NEW-ISSUED-DATE(NW-IDX).
       PUBLISH-ONE-CODE-EXIT.
           EXIT.

       WRITE-MASTER-DELTA SECTION.
           MOVE MST-ACRONYM TO DLT-ACRONYM
           MOVE MST-CATEGORY TO DLT-CATEGORY
           MOVE MST-PHRASE TO DLT-PHRASE
           MOVE SPACES TO DLT-OLD-PHRASE
           PERFORM WRITE-DELTA-RECORD
           EXIT.

      * A new phrase whose code sat on the last snapshot under a
      * phrase that has since gone is ACRONYM-MAINT's CORRECT. Failing
      * that, a code issued before the last publication can only have
      * come back off the archive (ACRONYM-REACTIVATE); anything else
      * is a new issue.
       RESOLVE-NEW-PHRASES SECTION.
           PERFORM VARYING NW-IDX FROM 1 BY 1
                   UNTIL NW-IDX > WS-NEW-COUNT
               MOVE SPACES TO DLT-RECORD
               MOVE NEW-ACRONYM(NW-IDX) TO DLT-ACRONYM
               MOVE NEW-CATEGORY(NW-IDX) TO DLT-CATEGORY
               MOVE NEW-PHRASE(NW-IDX) TO DLT-PHRASE
               MOVE 'N' TO WS-HIT
               PERFORM VARYING PC-IDX FROM 1 BY 1
                       UNTIL PC-IDX > WS-PRIOR-CODE-COUNT
                       OR WS-HIT = 'Y'
                   IF PRV-C-MATCHED(PC-IDX) = 'N'
                       AND PRV-C-ACRONYM(PC-IDX) = NEW-ACRONYM(NW-IDX)
                       MOVE 'Y' TO WS-HIT
                       MOVE 'Y' TO PRV-C-MATCHED(PC-IDX)
                       MOVE PRV-C-PHRASE(PC-IDX) TO DLT-OLD-PHRASE
                   END-IF
               END-PERFORM
               EVALUATE TRUE
                   WHEN WS-HIT = 'Y'
                       MOVE 'CORRECT' TO DLT-ACTION
                   WHEN NEW-ISSUED-DATE(NW-IDX) < WS-LAST-DATE
                       MOVE 'REACTIVATE' TO DLT-ACTION
                   WHEN OTHER
                       MOVE 'ADD' TO DLT-ACTION
               END-EVALUATE
               PERFORM WRITE-DELTA-RECORD
           END-PERFORM
           EXIT.

      * A phrase on the last snapshot that is nowhere on tonight's
      * master and was not corrected away has been archived off - as
      * far as the ticketing side is concerned the code is retired.
       RESOLVE-VANISHED-PHRASES SECTION.
           PERFORM VARYING PC-IDX FROM 1 BY 1
                   UNTIL PC-IDX > WS-PRIOR-CODE-COUNT
               IF PRV-C-MATCHED(PC-IDX) = 'N'
                   AND PRV-C-STATUS(PC-IDX) NOT = 'R'
                   MOVE SPACES TO DLT-RECORD
                   MOVE 'RETIRE' TO DLT-ACTION
                   MOVE PRV-C-ACRONYM(PC-IDX) TO DLT-ACRONYM
                   MOVE PRV-C-PHRASE(PC-IDX) TO DLT-PHRASE
                   PERFORM WRITE-DELTA-RECORD
               END-IF
           END-PERFORM
           EXIT.

       PUBLISH-ALIASES SECTION.
           MOVE 0 TO WS-CUR-ALIAS-COUNT
           OPEN INPUT ALIAS-FILE
           IF WS-ALIAS-STATUS NOT = '00'
               GO TO PUBLISH-ALIASES-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ ALIAS-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM PUBLISH-ONE-ALIAS
               END-READ
           END-PERFORM
           CLOSE ALIAS-FILE
           MOVE 'N' TO WS-EOF-FLAG.
       PUBLISH-ALIASES-EXIT.
           EXIT.

       PUBLISH-ONE-ALIAS SECTION.
           MOVE 'N' TO WS-HIT
           PERFORM VARYING CA-IDX FROM 1 BY 1
                   UNTIL CA-IDX > WS-CUR-ALIAS-COUNT
                   OR WS-HIT = 'Y'
               IF CUR-A-NORM-PHRASE(CA-IDX) = ALS-NORM-PHRASE
                   AND CUR-A-CODE(CA-IDX) = ALS-CODE
                   MOVE 'Y' TO WS-HIT
               END-IF
           END-PERFORM
           IF WS-HIT = 'Y'
               GO TO PUBLISH-ONE-ALIAS-EXIT
           END-IF
           IF WS-CUR-ALIAS-COUNT >= WS-PRIOR-ALIAS-MAX
               MOVE 'ACRO-BOOK' TO SERR-PROGRAM-ID
               MOVE ALS-CODE TO SERR-KEY-FIELD
               MOVE 'ALIAS TABLE FULL - NOT PUBLISHED' TO SERR-REASON
               MOVE 'TBL001' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               SET RC-WARNING TO TRUE
               GO TO PUBLISH-ONE-ALIAS-EXIT
           END-IF
           ADD 1 TO WS-CUR-ALIAS-COUNT
           SET CA-IDX TO WS-CUR-ALIAS-COUNT
           MOVE ALS-NORM-PHRASE TO CUR-A-NORM-PHRASE(CA-IDX)
           MOVE ALS-CODE TO CUR-A-CODE(CA-IDX)

           MOVE SPACES TO SBK-RECORD
           MOVE 'A' TO SBK-TYPE
           MOVE ALS-CODE TO SBK-ACRONYM
           MOVE ALS-NORM-PHRASE TO SBK-PHRASE
           WRITE SBK-RECORD
           ADD 1 TO WS-SNAPSHOT-RECORDS
           ADD 1 TO WS-ALIASES-PUBLISHED

           MOVE 'N' TO WS-HIT
           PERFORM VARYING PA-IDX FROM 1 BY 1
                   UNTIL PA-IDX > WS-PRIOR-ALIAS-COUNT
                   OR WS-HIT = 'Y'
               IF PRV-A-NORM-PHRASE(PA-IDX) = ALS-NORM-PHRASE
                   AND PRV-A-CODE(PA-IDX) = ALS-CODE
                   MOVE 'Y' TO WS-HIT
               END-IF
           END-PERFORM
           IF WS-HIT = 'N'
               MOVE SPACES TO DLT-RECORD
               MOVE 'ALIAS' TO DLT-ACTION
               MOVE ALS-CODE TO DLT-ACRONYM
               MOVE ALS-NORM-PHRASE TO DLT-PHRASE
               PERFORM WRITE-DELTA-RECORD
           END-IF.
       PUBLISH-ONE-ALIAS-EXIT.
           EXIT.

       WRITE-DELTA-RECORD SECTION.
           WRITE DLT-RECORD
           ADD 1 TO WS-DELTA-RECORDS
           EVALUATE DLT-ACTION
               WHEN 'ADD'
                   ADD 1 TO WS-DELTA-ADDS
               WHEN 'CORRECT'
                   ADD 1 TO WS-DELTA-CORRECTIONS
               WHEN 'ALIAS'
                   ADD 1 TO WS-DELTA-ALIASES
               WHEN 'RETIRE'
                   ADD 1 TO WS-DELTA-RETIREMENTS
               WHEN 'REACTIVATE'
                   ADD 1 TO WS-DELTA-REACTIVATIONS
           END-EVALUATE
           EXIT.

       WRITE-PUBLISH-CONTROL SECTION.
           MOVE SPACES TO PBC-RECORD
           MOVE WS-PARM-RUN-ID TO PBC-LAST-RUN-ID
           MOVE WS-PUBLISH-DATE TO PBC-LAST-DATE
           MOVE WS-CODES-PUBLISHED TO PBC-CODE-COUNT
           MOVE WS-ALIASES-PUBLISHED TO PBC-ALIAS-COUNT
           OPEN OUTPUT PUBLISH-CONTROL-FILE
           WRITE PBC-RECORD
           CLOSE PUBLISH-CONTROL-FILE
           EXIT.

      * Standard run-balancing control-total report so ops balances
      * this job the same way every other nightly batch job is
      * balanced.
       WRITE-CONTROL-TOTALS SECTION.
           OPEN OUTPUT CONTROL-TOTAL-FILE
           MOVE WS-PARM-RUN-ID TO TRX-RUN-ID
           MOVE 'CODEBOOK' TO TRX-SOURCE-SYSTEM
           MOVE FUNCTION CURRENT-DATE TO TRX-TIMESTAMP
           MOVE TRX-HEADER TO CTL-LINE
           WRITE CTL-LINE
           MOVE 'CODE BOOK PUBLICATION CONTROL TOTALS' TO CTL-LINE
           WRITE CTL-LINE
           MOVE ALL '-' TO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-CODES-PUBLISHED TO WS-CTL-COUNT-TXT
           STRING 'CODES PUBLISHED  : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-ALIASES-PUBLISHED TO WS-CTL-COUNT-TXT
           STRING 'ALIASES PUBLISHED: ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-SNAPSHOT-RECORDS TO WS-CTL-COUNT-TXT
           STRING 'SNAPSHOT RECORDS : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-DELTA-RECORDS TO WS-CTL-COUNT-TXT
           STRING 'DELTA RECORDS    : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-DELTA-ADDS TO WS-CTL-COUNT-TXT
           STRING 'DELTA ADDS       : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-DELTA-CORRECTIONS TO WS-CTL-COUNT-TXT
           STRING 'DELTA CORRECTIONS: ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-DELTA-ALIASES TO WS-CTL-COUNT-TXT
           STRING 'DELTA ALIASES    : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-DELTA-RETIREMENTS TO WS-CTL-COUNT-TXT
           STRING 'DELTA RETIREMENTS: ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-DELTA-REACTIVATIONS TO WS-CTL-COUNT-TXT
           STRING 'DELTA REACTIVATED: ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           CLOSE CONTROL-TOTAL-FILE
           EXIT.

      * High-water marks of the in-memory tables for this run,
      * kept so TABLE-CAPACITY-REPORT can warn before a ceiling is
      * reached.
       RECORD-TABLE-CAPACITY SECTION.
           MOVE 'ACRONYM-CODE-BOOK' TO TCAP-PROGRAM-ID
           MOVE WS-PARM-RUN-ID TO TCAP-RUN-ID
           MOVE WS-RUN-DATE TO TCAP-RUN-DATE
           MOVE 'PRIOR' TO TCAP-TABLE-NAME
           MOVE WS-PRIOR-CODE-COUNT TO TCAP-PEAK
           MOVE WS-PRIOR-MAX TO TCAP-CEILING
           PERFORM WRITE-TABLE-CAPACITY
           MOVE 'PRIOR-ALIAS' TO TCAP-TABLE-NAME
           MOVE WS-PRIOR-ALIAS-COUNT TO TCAP-PEAK
           MOVE WS-PRIOR-ALIAS-MAX TO TCAP-CEILING
           PERFORM WRITE-TABLE-CAPACITY
           MOVE 'NEW' TO TCAP-TABLE-NAME
           MOVE WS-NEW-COUNT TO TCAP-PEAK
           MOVE WS-NEW-MAX TO TCAP-CEILING
           PERFORM WRITE-TABLE-CAPACITY
           EXIT.

       COPY "suite-error-log-proc.cpy".
       COPY "run-parms-proc.cpy".
       COPY "env-switch-proc.cpy".
       COPY "table-capacity-proc.cpy".
