           SELECT NORM-RULES-FILE ASSIGN TO DYNAMIC WS-NORM-RULES-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-NORM-RULES-STATUS.
      * Keyword rules giving a newly issued code its default incident
      * category, so the category roll-up does not start every new
      * code on the uncategorized worklist. ACRONYM-MAINT's CATEGORY
      * transaction overrides the default afterwards.
           SELECT CATEGORY-RULES-FILE ASSIGN TO
               DYNAMIC WS-CATEGORY-RULES-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CATEGORY-RULES-STATUS.
      * Codes and prefixes that must never be issued - words nobody
      * wants on a ticket, codes held back for a planned category,
      * and codes that already mean something in another system.
      * Kept on ACRONYM-RESERVE-MAINT and put in force through the
      * promote console like the other control tables.
           SELECT RESERVED-CODES-FILE ASSIGN TO
               DYNAMIC WS-RESERVED-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RESERVED-STATUS.
      * Alias records left behind by ACRONYM-MAINT when a phrase is
      * corrected, retired or re-pointed - a lookup on the old phrase
      * still answers with the surviving code instead of minting a
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-JOBLOG-STATUS.
           COPY "suite-error-log-select.cpy".
           COPY "table-capacity-select.cpy".
           COPY "run-parms-select.cpy".
           COPY "data-lineage-select.cpy".
           COPY "log-chain-select.cpy".
           COPY "feed-guard-select.cpy".

       DATA DIVISION.
      * retired code is never handed out by the phrase lookup but the
      * record stays on the master so the reverse-lookup pass and the
      * help desk still see it.
      * MST-CATEGORY: incident category from ACRONYM-CATEGORY.DAT -
      * defaulted from the keyword rules at issue, set or corrected
      * by ACRONYM-MAINT, spaces while uncategorized.
       FD  ACRONYM-MASTER
           RECORD CONTAINS 197 CHARACTERS.
       01 MST-RECORD.
          03 MST-PHRASE        PIC X(80).
          03 MST-ACRONYM       PIC X(20).
          03 MST-ISSUED-DATE   PIC 9(8).
          03 MST-NORM-PHRASE   PIC X(80).
          03 MST-STATUS        PIC X.
          03 MST-CATEGORY      PIC X(8).

       FD  CONTROL-TOTAL-FILE
           RECORD CONTAINS 80 CHARACTERS.
      * TRX-HEADER record ahead of each run's cut (skipped here by the
      * numeric test on ARC-ISSUED-DATE).
       FD  ARCHIVE-FILE
           RECORD CONTAINS 197 CHARACTERS.
       01 ARC-RECORD.
          03 ARC-PHRASE        PIC X(80).
          03 ARC-ACRONYM       PIC X(20).
          03 ARC-ISSUED-DATE   PIC 9(8).
          03 ARC-NORM-PHRASE   PIC X(80).
          03 ARC-STATUS        PIC X.
          03 ARC-CATEGORY      PIC X(8).

      * One proposed alternate per collision. The supervisor copies a
      * line into the approval file, fills APP-CODE with the code to
      * queued - the aging report works off it, so an item nobody
      * looked at stops being invisible. Records cut before the date
      * was added read with a non-numeric date and age as unknown.
      * PND-HOLD-REASON says why the code could not be issued - a
      * collision, or the reserved-code reason that blocked it.
       FD  PENDING-APPROVAL-FILE
           RECORD CONTAINS 156 CHARACTERS.
       01 PND-RECORD.
          03 PND-PHRASE        PIC X(80).
          03 FILLER            PIC X(2) VALUE SPACES.
          03 PND-SUGGESTED     PIC X(20).
          03 FILLER            PIC X(2) VALUE SPACES.
          03 PND-QUEUED-DATE   PIC 9(8).
          03 FILLER            PIC X(2) VALUE SPACES.
          03 PND-HOLD-REASON   PIC X(20).

       FD  APPROVAL-INPUT-FILE
           RECORD CONTAINS 105 CHARACTERS.
          03 NRM-ACTIVE        PIC X.
          03 FILLER            PIC X.

      * One rule per record: the first rule, in file order, whose
      * keyword appears anywhere in the upper-cased phrase supplies
      * the category. Maintained by hand like the norm rules.
       FD  CATEGORY-RULES-FILE
           RECORD CONTAINS 30 CHARACTERS.
       01 CTR-RECORD.
          03 CTR-KEYWORD       PIC X(20).
          03 FILLER            PIC X(2).
          03 CTR-CATEGORY      PIC X(8).

      * RSV-MATCH P blocks every code starting with RSV-CODE, anything
      * else blocks the exact code. RSV-REASON: B blocked word, R
      * reserved for a planned category, X clashes with an external
      * system's code. RSV-OWNER is who asked for the entry.
       FD  RESERVED-CODES-FILE
           RECORD CONTAINS 78 CHARACTERS.
       01 RSV-RECORD.
          03 RSV-CODE          PIC X(20).
          03 FILLER            PIC X(2).
          03 RSV-MATCH         PIC X.
          03 FILLER            PIC X(2).
          03 RSV-REASON        PIC X.
          03 FILLER            PIC X(2).
          03 RSV-OWNER         PIC X(8).
          03 FILLER            PIC X(2).
          03 RSV-NOTE          PIC X(40).

      * One alias per record, keyed by the normalized form of the old
      * phrase - written by ACRONYM-MAINT, read here into storage for
      * the lookup fallback.
          03 USG-LAST-USED     PIC 9(8).

       FD  MASTER-BACKUP-FILE
           RECORD CONTAINS 197 CHARACTERS.
       01 BKP-RECORD.
          03 BKP-PHRASE        PIC X(80).
          03 BKP-ACRONYM       PIC X(20).
          03 BKP-ISSUED-DATE   PIC 9(8).
          03 BKP-NORM-PHRASE   PIC X(80).
          03 BKP-STATUS        PIC X.
          03 BKP-CATEGORY      PIC X(8).

       FD  BACKUP-CONTROL-FILE
           RECORD CONTAINS 2 CHARACTERS.
       01 JOBLOG-LINE PIC X(80).

       COPY "suite-error-log-fd.cpy".
       COPY "table-capacity-fd.cpy".
       COPY "run-parms-fd.cpy".
       COPY "data-lineage-fd.cpy".
       COPY "log-chain-fd.cpy".
       COPY "feed-guard-fd.cpy".

       WORKING-STORAGE SECTION.
       01 WS-APPROVALS-ISSUED      PIC 9(6) VALUE 0.
       01 WS-APPROVALS-REJECTED    PIC 9(6) VALUE 0.
       01 WS-SAVE-CODE             PIC X(20).
       01 WS-HOLD-REASON           PIC X(20).
       01 WS-SUFFIX-DIGIT          PIC 9 VALUE 0.
       01 WS-APPROVAL-EOF          PIC X VALUE 'N'.

          VALUE 'ACRONYM-NORM-RULES.DAT'.
       01 WS-NORM-RULES-STATUS     PIC XX VALUE '00'.

      * Category keyword rules loaded fresh each run - a missing file
      * just means every new code starts uncategorized.
       01 WS-CATEGORY-RULES-DSN    PIC X(100)
          VALUE 'ACRONYM-CATEGORY-RULES.DAT'.
       01 WS-CATEGORY-RULES-STATUS PIC XX VALUE '00'.
       01 WS-CAT-RULE-MAX          PIC 9(3) VALUE 100.
       01 WS-CAT-RULE-COUNT        PIC 9(3) VALUE 0.
       01 WS-CAT-RULE-TABLE.
          03 WS-CAT-RULE OCCURS 100 TIMES INDEXED BY CR-IDX.
             05 CTR-T-KEYWORD      PIC X(20).
             05 CTR-T-KEY-LEN      PIC 9(2).
             05 CTR-T-CATEGORY     PIC X(8).
       01 WS-CAT-PHRASE            PIC X(80).
       01 WS-CAT-HITS              PIC 9(3) VALUE 0.
       01 WS-CODES-CATEGORIZED     PIC 9(6) VALUE 0.
       01 WS-CODES-UNCATEGORIZED   PIC 9(6) VALUE 0.

      * Reserved-code list loaded fresh each run - a missing file
      * means nothing is reserved. Entries are upper-cased with their
      * significant length kept for the prefix test.
       01 WS-RESERVED-DSN          PIC X(100)
          VALUE 'ACRONYM-RESERVED-CODES.DAT'.
       01 WS-RESERVED-STATUS       PIC XX VALUE '00'.
       01 WS-RESERVED-MAX          PIC 9(3) VALUE 200.
       01 WS-RESERVED-COUNT        PIC 9(3) VALUE 0.
       01 WS-RESERVED-TABLE.
          03 WS-RESERVED-ENTRY OCCURS 200 TIMES INDEXED BY RS-IDX.
             05 RSV-T-CODE         PIC X(20).
             05 RSV-T-LEN          PIC 9(2).
             05 RSV-T-MATCH        PIC X.
             05 RSV-T-REASON       PIC X.
       01 WS-RESERVED-HIT          PIC X VALUE 'N'.
       01 WS-RESERVED-CANDIDATE    PIC X(20).
       01 WS-BLOCK-REASON          PIC X(20).
       01 WS-CODES-BLOCKED         PIC 9(6) VALUE 0.

      * Alias table loaded fresh each run - a missing file simply
      * means no phrase has ever been corrected or re-pointed.
       01 WS-ALIAS-DSN             PIC X(100)
       01 WS-BACKUP-GENERATION   PIC 9(2) VALUE 0.
       01 WS-BACKUP-RECORDS      PIC 9(6) VALUE 0.
       01 WS-BACKUP-COUNT-TXT    PIC ZZZZZ9.
      * When the copy was cut - the point the journals replay from.
       01 WS-BACKUP-CUT-STAMP    PIC X(16) VALUE SPACES.

       COPY "suite-error-log-ws.cpy".
       COPY "table-capacity-ws.cpy".
       COPY "run-parms-ws.cpy".
       COPY "env-accept-ws.cpy".
       COPY "data-lineage-ws.cpy".
       COPY "log-chain-ws.cpy".
       COPY "transaction-header.cpy".
       COPY "return-codes.cpy".
       COPY "env-switch-ws.cpy".
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-NORM-RULES-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'ACRONYM_CATEGORY_RULES_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-CATEGORY-RULES-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'ACRONYM_RESERVED_CODES_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-RESERVED-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'ACRONYM_PENDING_APPROVAL_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
           PERFORM REGISTER-FEED-FINGERPRINT

           PERFORM LOAD-NORM-RULES
           PERFORM LOAD-CATEGORY-RULES
           PERFORM LOAD-RESERVED-CODES
           PERFORM LOAD-ALIAS-TABLE
           PERFORM LOAD-USAGE-TABLE
           PERFORM BACKUP-ACRONYM-MASTER
               MOVE 'acronym' TO SERR-PROGRAM-ID
               MOVE WS-MASTER-DSN(1:20) TO SERR-KEY-FIELD
               MOVE 'MASTER OPEN FAILED' TO SERR-REASON
               MOVE 'MST001' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               SET RC-CRITICAL TO TRUE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               SET RC-WARNING TO TRUE
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
           PERFORM RECORD-TABLE-CAPACITY
           GOBACK.

      * Pre-pass over the incident feed: count the data records and
               MOVE 'acronym' TO SERR-PROGRAM-ID
               MOVE WS-INCIDENT-DSN(1:20) TO SERR-KEY-FIELD
               MOVE 'NO TRAILER RECORD ON FEED' TO SERR-REASON
               MOVE 'FED002' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               GO TO VERIFY-INCIDENT-TRAILER-EXIT
           END-IF
               MOVE 'acronym' TO SERR-PROGRAM-ID
               MOVE WS-INCIDENT-DSN(1:20) TO SERR-KEY-FIELD
               MOVE 'TRAILER COUNT MISMATCH' TO SERR-REASON
               MOVE 'FED002' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
           END-IF.
       VERIFY-INCIDENT-TRAILER-EXIT.
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
           ELSE
               PERFORM ABBREVIATE
               MOVE WS-RESULT TO WS-CANDIDATE-CODE
               PERFORM CHECK-RESERVED-CODE
               IF WS-RESERVED-HIT = 'Y'
                   ADD 1 TO WS-CODES-BLOCKED
                   PERFORM WRITE-RESERVED-EXCEPTION
                   MOVE WS-BLOCK-REASON TO WS-HOLD-REASON
                   PERFORM WRITE-PENDING-APPROVAL
               ELSE
                   PERFORM ISSUE-NEW-CODE
               END-IF
           END-IF
           EXIT.

       ISSUE-NEW-CODE SECTION.
           PERFORM TEST-FOR-COLLISION
           IF WS-COLLISION-FOUND = 'Y'
               PERFORM WRITE-EXCEPTION-RECORD
               MOVE 'ACRONYM COLLISION' TO WS-HOLD-REASON
               PERFORM WRITE-PENDING-APPROVAL
           ELSE
               MOVE SPACES TO MST-RECORD
               MOVE INCIDENT-TEXT TO MST-PHRASE
               MOVE WS-CANDIDATE-CODE TO MST-ACRONYM
               MOVE WS-CD-YYYYMMDD TO MST-ISSUED-DATE
               MOVE WS-NORM-PHRASE TO MST-NORM-PHRASE
               PERFORM ASSIGN-DEFAULT-CATEGORY
      * A raw phrase already on file can normalize differently under
      * tonight's edited rules and slip past the lookup - the WRITE
      * then hits the duplicate primary key. That record goes to the
      * exception path; issuing a code that never landed on the
      * master would leave the caller holding a phantom.
               WRITE MST-RECORD
                   INVALID KEY
                       PERFORM REJECT-MASTER-WRITE
                   NOT INVALID KEY
                       MOVE 'acronym' TO LIN-PROGRAM-ID
                       MOVE INCIDENT-TEXT(1:64)
                         TO LIN-BEFORE-IMAGE
                       MOVE WS-CANDIDATE-CODE TO LIN-AFTER-IMAGE
                       PERFORM WRITE-DATA-LINEAGE-RECORD
                       ADD 1 TO WS-RECORDS-ISSUED
                       PERFORM WRITE-CODE-RECORD
               END-WRITE
           END-IF
           EXIT.

           MOVE 'acronym' TO SERR-PROGRAM-ID
           MOVE INCIDENT-TEXT(1:20) TO SERR-KEY-FIELD
           MOVE 'MASTER WRITE REJECTED' TO SERR-REASON
           MOVE 'MST002' TO SERR-ERROR-CODE
           PERFORM WRITE-SUITE-ERROR-LOG
           EXIT.

                               MOVE ALS-CODE TO SERR-KEY-FIELD
                               MOVE 'ALIAS TABLE FULL - IGNORED'
                                 TO SERR-REASON
                               MOVE 'TBL001' TO SERR-ERROR-CODE
                               PERFORM WRITE-SUITE-ERROR-LOG
                           ELSE
                               ADD 1 TO WS-ALIAS-COUNT
           MOVE 'N' TO WS-EOF-FLAG
           EXIT.

       LOAD-CATEGORY-RULES SECTION.
           MOVE 0 TO WS-CAT-RULE-COUNT
           OPEN INPUT CATEGORY-RULES-FILE
           IF WS-CATEGORY-RULES-STATUS = '00'
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ CATEGORY-RULES-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           IF CTR-KEYWORD NOT = SPACES
                               AND CTR-CATEGORY NOT = SPACES
                               PERFORM STORE-CATEGORY-RULE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CATEGORY-RULES-FILE
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           EXIT.

       STORE-CATEGORY-RULE SECTION.
           IF WS-CAT-RULE-COUNT >= WS-CAT-RULE-MAX
               MOVE 'acronym' TO SERR-PROGRAM-ID
               MOVE CTR-KEYWORD TO SERR-KEY-FIELD
               MOVE 'CATEGORY RULE TABLE FULL' TO SERR-REASON
               MOVE 'TBL001' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
           ELSE
               ADD 1 TO WS-CAT-RULE-COUNT
               MOVE FUNCTION UPPER-CASE(CTR-KEYWORD)
                 TO CTR-T-KEYWORD(WS-CAT-RULE-COUNT)
               COMPUTE CTR-T-KEY-LEN(WS-CAT-RULE-COUNT) =
                   FUNCTION LENGTH(FUNCTION TRIM(CTR-KEYWORD))
               MOVE CTR-CATEGORY TO CTR-T-CATEGORY(WS-CAT-RULE-COUNT)
           END-IF
           EXIT.

       LOAD-RESERVED-CODES SECTION.
           MOVE 0 TO WS-RESERVED-COUNT
           OPEN INPUT RESERVED-CODES-FILE
           IF WS-RESERVED-STATUS = '00'
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ RESERVED-CODES-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           IF RSV-CODE NOT = SPACES
                               PERFORM STORE-RESERVED-CODE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RESERVED-CODES-FILE
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           EXIT.

      * A list too long for the table is logged - the codes past the
      * limit are not protected, and somebody needs to know that.
       STORE-RESERVED-CODE SECTION.
           IF WS-RESERVED-COUNT >= WS-RESERVED-MAX
               MOVE 'acronym' TO SERR-PROGRAM-ID
               MOVE RSV-CODE TO SERR-KEY-FIELD
               MOVE 'RESERVED CODE TABLE FULL' TO SERR-REASON
               MOVE 'TBL001' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
           ELSE
               ADD 1 TO WS-RESERVED-COUNT
               SET RS-IDX TO WS-RESERVED-COUNT
               MOVE FUNCTION UPPER-CASE(RSV-CODE) TO RSV-T-CODE(RS-IDX)
               COMPUTE RSV-T-LEN(RS-IDX) =
                   FUNCTION LENGTH(FUNCTION TRIM(RSV-CODE))
               MOVE RSV-MATCH TO RSV-T-MATCH(RS-IDX)
               MOVE RSV-REASON TO RSV-T-REASON(RS-IDX)
           END-IF
           EXIT.

      * Tests WS-CANDIDATE-CODE against the reserved list. A hit sets
      * WS-RESERVED-HIT and leaves the reason text in WS-BLOCK-REASON
      * for the exception and pending records.
       CHECK-RESERVED-CODE SECTION.
           MOVE 'N' TO WS-RESERVED-HIT
           MOVE SPACES TO WS-BLOCK-REASON
           MOVE FUNCTION UPPER-CASE(WS-CANDIDATE-CODE)
             TO WS-RESERVED-CANDIDATE
           PERFORM VARYING RS-IDX FROM 1 BY 1
                   UNTIL RS-IDX > WS-RESERVED-COUNT
                   OR WS-RESERVED-HIT = 'Y'
               IF RSV-T-MATCH(RS-IDX) = 'P'
                   IF WS-RESERVED-CANDIDATE(1:RSV-T-LEN(RS-IDX))
                      = RSV-T-CODE(RS-IDX)(1:RSV-T-LEN(RS-IDX))
                       MOVE 'Y' TO WS-RESERVED-HIT
                   END-IF
               ELSE
                   IF WS-RESERVED-CANDIDATE = RSV-T-CODE(RS-IDX)
                       MOVE 'Y' TO WS-RESERVED-HIT
                   END-IF
               END-IF
               IF WS-RESERVED-HIT = 'Y'
                   EVALUATE RSV-T-REASON(RS-IDX)
                       WHEN 'B'
                           MOVE 'BLOCKED WORD' TO WS-BLOCK-REASON
                       WHEN 'R'
                           MOVE 'RESERVED CATEGORY' TO WS-BLOCK-REASON
                       WHEN 'X'
                           MOVE 'EXTERNAL CLASH' TO WS-BLOCK-REASON
                       WHEN OTHER
                           MOVE 'RESERVED CODE' TO WS-BLOCK-REASON
                   END-EVALUATE
               END-IF
           END-PERFORM
           EXIT.

      * Sets MST-CATEGORY on a record about to be issued from the
      * first keyword rule found in its phrase; no hit leaves it
      * spaces for the roll-up's uncategorized worklist.
       ASSIGN-DEFAULT-CATEGORY SECTION.
           MOVE SPACES TO MST-CATEGORY
           MOVE FUNCTION UPPER-CASE(MST-PHRASE) TO WS-CAT-PHRASE
           PERFORM VARYING CR-IDX FROM 1 BY 1
                   UNTIL CR-IDX > WS-CAT-RULE-COUNT
                   OR MST-CATEGORY NOT = SPACES
               MOVE 0 TO WS-CAT-HITS
               INSPECT WS-CAT-PHRASE TALLYING WS-CAT-HITS
                   FOR ALL CTR-T-KEYWORD(CR-IDX)
                           (1:CTR-T-KEY-LEN(CR-IDX))
               IF WS-CAT-HITS > 0
                   MOVE CTR-T-CATEGORY(CR-IDX) TO MST-CATEGORY
               END-IF
           END-PERFORM
           IF MST-CATEGORY = SPACES
               ADD 1 TO WS-CODES-UNCATEGORIZED
           ELSE
               ADD 1 TO WS-CODES-CATEGORIZED
           END-IF
           EXIT.

      * Loads the phrase-normalization rules fresh each run - same
      * pattern as allergies.cob's LOAD-ALLERGEN-TABLE, including the
      * built-in starter set when the file is absent so a site with no
                               MOVE NRM-ACTION TO SERR-KEY-FIELD
                               MOVE 'NORM RULE TABLE FULL - IGNORED'
                                 TO SERR-REASON
                               MOVE 'TBL001' TO SERR-ERROR-CODE
                               PERFORM WRITE-SUITE-ERROR-LOG
                           ELSE
                               ADD 1 TO WS-NORM-RULE-COUNT
                               MOVE USG-ACRONYM TO SERR-KEY-FIELD
                               MOVE 'USAGE TABLE FULL - IGNORED'
                                 TO SERR-REASON
                               MOVE 'TBL001' TO SERR-ERROR-CODE
                               PERFORM WRITE-SUITE-ERROR-LOG
                           ELSE
                               ADD 1 TO WS-USAGE-COUNT
                   MOVE 'acronym' TO SERR-PROGRAM-ID
                   MOVE WS-USAGE-CODE TO SERR-KEY-FIELD
                   MOVE 'USAGE TABLE FULL' TO SERR-REASON
                   MOVE 'TBL001' TO SERR-ERROR-CODE
                   PERFORM WRITE-SUITE-ERROR-LOG
               END-IF
           END-IF
           MOVE 'acronym' TO SERR-PROGRAM-ID
           MOVE INCIDENT-TEXT(1:20) TO SERR-KEY-FIELD
           MOVE 'ACRONYM COLLISION' TO SERR-REASON
           MOVE 'CDE001' TO SERR-ERROR-CODE
           PERFORM WRITE-SUITE-ERROR-LOG
           EXIT.

      * Blocked by the reserved-code list: the phrase goes to the
      * exception file and the pending queue exactly as a collision
      * does, with the block reason in place of the clashing phrase.
       WRITE-RESERVED-EXCEPTION SECTION.
           MOVE SPACES TO EXC-RECORD
           MOVE INCIDENT-TEXT TO EXC-PHRASE
           MOVE WS-CANDIDATE-CODE TO EXC-ACRONYM
           MOVE WS-BLOCK-REASON(1:14) TO EXC-CLASH-PHRASE
           WRITE EXC-RECORD
           ADD 1 TO WS-RECORDS-REJECTED

           MOVE 'acronym' TO SERR-PROGRAM-ID
           MOVE INCIDENT-TEXT(1:20) TO SERR-KEY-FIELD
           MOVE 'ACRONYM CODE RESERVED' TO SERR-REASON
           MOVE 'CDE001' TO SERR-ERROR-CODE
           PERFORM WRITE-SUITE-ERROR-LOG
           EXIT.

      * Queues a proposed alternate for the supervisor: the computed
      * acronym with the lowest numeric suffix that neither collides
      * on the master nor hits the reserved list (suffixes 2-9 are
      * tried; if all of them fail the last one is suggested anyway
      * and the supervisor picks a code by hand). WS-HOLD-REASON is
      * set by the caller. WS-CANDIDATE-CODE is restored so the
      * caller's exception totals are untouched.
       WRITE-PENDING-APPROVAL SECTION.
           MOVE WS-CANDIDATE-CODE TO WS-SAVE-CODE
                     INTO WS-CANDIDATE-CODE
                   PERFORM TEST-FOR-COLLISION
                   IF WS-COLLISION-FOUND = 'N'
                       PERFORM CHECK-RESERVED-CODE
                       IF WS-RESERVED-HIT = 'N'
                           MOVE 9 TO WS-SUFFIX-DIGIT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-SAVE-CODE TO PND-ACRONYM
           MOVE WS-CANDIDATE-CODE TO PND-SUGGESTED
           MOVE WS-CD-YYYYMMDD TO PND-QUEUED-DATE
           MOVE WS-HOLD-REASON TO PND-HOLD-REASON
           WRITE PND-RECORD
           ADD 1 TO WS-PENDING-WRITTEN

               MOVE 'acronym' TO SERR-PROGRAM-ID
               MOVE APP-PHRASE(1:20) TO SERR-KEY-FIELD
               MOVE 'APPROVAL ALREADY ON MASTER' TO SERR-REASON
               MOVE 'TXN003' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               GO TO ISSUE-APPROVED-CODE-EXIT
           END-IF
           MOVE APP-CODE TO WS-CANDIDATE-CODE
      * A supervisor can approve a code that was reserved after the
      * item was queued, or hand-pick one that is on the list - it
      * goes back on the queue with the reason rather than issued.
           PERFORM CHECK-RESERVED-CODE
           IF WS-RESERVED-HIT = 'Y'
               ADD 1 TO WS-CODES-BLOCKED
               ADD 1 TO WS-APPROVALS-REJECTED
               MOVE 'acronym' TO SERR-PROGRAM-ID
               MOVE APP-PHRASE(1:20) TO SERR-KEY-FIELD
               MOVE 'APPROVED CODE RESERVED' TO SERR-REASON
               MOVE 'CDE001' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               MOVE APP-PHRASE TO INCIDENT-TEXT
               MOVE WS-BLOCK-REASON TO WS-HOLD-REASON
               PERFORM WRITE-PENDING-APPROVAL
               GO TO ISSUE-APPROVED-CODE-EXIT
           END-IF
           PERFORM TEST-FOR-COLLISION
           IF WS-COLLISION-FOUND = 'Y'
               ADD 1 TO WS-APPROVALS-REJECTED
               MOVE 'acronym' TO SERR-PROGRAM-ID
               MOVE APP-PHRASE(1:20) TO SERR-KEY-FIELD
               MOVE 'APPROVED CODE COLLIDES' TO SERR-REASON
               MOVE 'CDE001' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               GO TO ISSUE-APPROVED-CODE-EXIT
           END-IF
           MOVE WS-CANDIDATE-CODE TO MST-ACRONYM
           MOVE WS-CD-YYYYMMDD TO MST-ISSUED-DATE
           MOVE WS-NORM-PHRASE TO MST-NORM-PHRASE
           PERFORM ASSIGN-DEFAULT-CATEGORY
           WRITE MST-RECORD
               INVALID KEY
                   ADD 1 TO WS-APPROVALS-REJECTED
                   MOVE 'acronym' TO SERR-PROGRAM-ID
                   MOVE APP-PHRASE(1:20) TO SERR-KEY-FIELD
                   MOVE 'APPROVAL WRITE REJECTED' TO SERR-REASON
                   MOVE 'MST002' TO SERR-ERROR-CODE
                   PERFORM WRITE-SUITE-ERROR-LOG
               NOT INVALID KEY
                   MOVE APP-PHRASE TO INCIDENT-TEXT
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-CODES-CATEGORIZED TO WS-CTL-COUNT-TXT
           STRING 'CATEGORY DEFAULTED: ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-CODES-UNCATEGORIZED TO WS-CTL-COUNT-TXT
           STRING 'NO CATEGORY RULE : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-CODES-BLOCKED TO WS-CTL-COUNT-TXT
           STRING 'RESERVED BLOCKED : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           CLOSE CONTROL-TOTAL-FILE
           EXIT.

      * High-water marks of the in-memory tables for this run,
      * kept so TABLE-CAPACITY-REPORT can warn before a ceiling is
      * reached.
       RECORD-TABLE-CAPACITY SECTION.
           MOVE 'acronym' TO TCAP-PROGRAM-ID
           MOVE WS-PARM-RUN-ID TO TCAP-RUN-ID
           MOVE WS-RUN-DATE TO TCAP-RUN-DATE
           MOVE 'CAT-RULE' TO TCAP-TABLE-NAME
           MOVE WS-CAT-RULE-COUNT TO TCAP-PEAK
           MOVE WS-CAT-RULE-MAX TO TCAP-CEILING
           PERFORM WRITE-TABLE-CAPACITY
           MOVE 'RESERVED' TO TCAP-TABLE-NAME
           MOVE WS-RESERVED-COUNT TO TCAP-PEAK
           MOVE WS-RESERVED-MAX TO TCAP-CEILING
           PERFORM WRITE-TABLE-CAPACITY
           MOVE 'ALIAS' TO TCAP-TABLE-NAME
           MOVE WS-ALIAS-COUNT TO TCAP-PEAK
           MOVE WS-ALIAS-MAX TO TCAP-CEILING
           PERFORM WRITE-TABLE-CAPACITY
           MOVE 'USAGE' TO TCAP-TABLE-NAME
           MOVE WS-USAGE-COUNT TO TCAP-PEAK
           MOVE WS-USAGE-MAX TO TCAP-CEILING
           PERFORM WRITE-TABLE-CAPACITY
           MOVE 'NORM-RULE' TO TCAP-TABLE-NAME
           MOVE WS-NORM-RULE-COUNT TO TCAP-PEAK
           MOVE WS-NORM-RULE-MAX TO TCAP-CEILING
           PERFORM WRITE-TABLE-CAPACITY
           EXIT.

       COPY "suite-error-log-proc.cpy".
       COPY "run-parms-proc.cpy".
       COPY "data-lineage-proc.cpy".
       COPY "log-chain-proc.cpy".
       COPY "env-switch-proc.cpy".
       COPY "feed-guard-proc.cpy".
       COPY "table-capacity-proc.cpy".
