      *   ALIAS   - re-point an old phrase at a surviving phrase's
      *             code; the old phrase's own record, when one
      *             exists, is retired in the same pass.
      *   CATEGORY- assign the phrase's code to an incident category
      *             on ACRONYM-CATEGORY.DAT, replacing the default
      *             the keyword rules gave it at issue.
      * Every applied change writes its before/after images through
      * WRITE-DATA-LINEAGE-RECORD, so "who changed this and from
      * what" is answered the same way as every other transform in
           SELECT NORM-RULES-FILE ASSIGN TO DYNAMIC WS-NORM-RULES-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-NORM-RULES-STATUS.
           SELECT CATEGORY-FILE ASSIGN TO DYNAMIC WS-CATEGORY-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CATEGORY-STATUS.
      * Standard run-balancing control-total report so ops balances
      * this job the same way every other nightly batch job is
      * balanced.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-TOTAL-STATUS.
           COPY "suite-error-log-select.cpy".
           COPY "table-capacity-select.cpy".
           COPY "run-parms-select.cpy".
           COPY "data-lineage-select.cpy".
           COPY "log-chain-select.cpy".

       DATA DIVISION.
       FILE SECTION.
      * CHG-ACTION: CORRECT, RETIRE, ALIAS or CATEGORY. CHG-PHRASE is
      * the phrase on the master the change applies to; CHG-NEW-TEXT
      * is the corrected phrase (CORRECT), the surviving phrase whose
      * code the old one should answer with (ALIAS), or the category
      * code in its first eight positions (CATEGORY).
       FD  CHANGE-FILE
           RECORD CONTAINS 172 CHARACTERS.
       01 CHG-RECORD.
          03 CHG-NEW-TEXT      PIC X(80).

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
          03 NRM-ACTIVE        PIC X.
          03 FILLER            PIC X.

      * Incident category master - one record per category, a
      * blank parent marking a top-level family. Shared with
      * ACRONYM-CATEGORY-ROLLUP.
       FD  CATEGORY-FILE
           RECORD CONTAINS 60 CHARACTERS.
       01 CAT-RECORD.
          03 CAT-CODE          PIC X(8).
          03 FILLER            PIC X(2).
          03 CAT-PARENT        PIC X(8).
          03 FILLER            PIC X(2).
          03 CAT-DESCRIPTION   PIC X(40).

       FD  CONTROL-TOTAL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 CTL-LINE PIC X(80).

       COPY "suite-error-log-fd.cpy".
       COPY "table-capacity-fd.cpy".
       COPY "run-parms-fd.cpy".
       COPY "data-lineage-fd.cpy".
       COPY "log-chain-fd.cpy".

       WORKING-STORAGE SECTION.
       01 WS-CHANGE-DSN       PIC X(100) VALUE 'ACRONYM-CHANGES.DAT'.
       01 WS-CHANGES-CORRECTED    PIC 9(6) VALUE 0.
       01 WS-CHANGES-RETIRED      PIC 9(6) VALUE 0.
       01 WS-CHANGES-ALIASED      PIC 9(6) VALUE 0.
       01 WS-CHANGES-CATEGORIZED  PIC 9(6) VALUE 0.
       01 WS-CHANGES-REJECTED     PIC 9(6) VALUE 0.
       01 WS-CTL-COUNT-TXT        PIC ZZZZZ9.

       01 WS-SAVE-ISSUED      PIC 9(8).
       01 WS-SAVE-STATUS      PIC X.
       01 WS-SAVE-NORM        PIC X(80).
       01 WS-SAVE-CATEGORY    PIC X(8).
       01 WS-SURVIVOR-CODE    PIC X(20).
       01 WS-ALIAS-NORM       PIC X(80).
       01 WS-ALIAS-CODE       PIC X(20).

      * Category codes a CATEGORY transaction may assign - loaded
      * from the category master at the top of the run.
       01 WS-CATEGORY-DSN     PIC X(100) VALUE 'ACRONYM-CATEGORY.DAT'.
       01 WS-CATEGORY-STATUS  PIC XX VALUE '00'.
       01 WS-CATEGORY-MAX     PIC 9(3) VALUE 200.
       01 WS-CATEGORY-COUNT   PIC 9(3) VALUE 0.
       01 WS-CATEGORY-TABLE.
          03 WS-CATEGORY-ENTRY OCCURS 200 TIMES INDEXED BY CT-IDX.
             05 CAT-T-CODE    PIC X(8).
       01 WS-NEW-CATEGORY     PIC X(8).
       01 WS-CATEGORY-FOUND   PIC X VALUE 'N'.

      * Norm-rule table and normalization work fields - same logic as
      * acronym.cob's LOAD-NORM-RULES/NORMALIZE-PHRASE, carried here
      * so a corrected phrase lands with the normalized form the
       01 WS-NORM-PUNCT-HIT        PIC X.

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
                  'ACRONYM_CATEGORY_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-CATEGORY-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'ACRONYM_MAINT_CONTROL_TOTAL_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
           MOVE WS-ALIAS-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-ALIAS-DSN
           MOVE WS-CATEGORY-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-CATEGORY-DSN
           MOVE WS-CONTROL-TOTAL-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-CONTROL-TOTAL-DSN

           PERFORM LOAD-NORM-RULES
           PERFORM LOAD-CATEGORY-CODES

           OPEN I-O ACRONYM-MASTER
           IF WS-MASTER-STATUS NOT = '00'
               MOVE 'ACRONYM-MAINT' TO SERR-PROGRAM-ID
               MOVE WS-MASTER-DSN(1:20) TO SERR-KEY-FIELD
               MOVE 'MASTER NOT AVAILABLE' TO SERR-REASON
               MOVE 'MST001' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               SET RC-CRITICAL TO TRUE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               SET RC-WARNING TO TRUE
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
           PERFORM RECORD-TABLE-CAPACITY
           GOBACK.

       APPLY-ONE-CHANGE SECTION.
                   PERFORM APPLY-RETIRE
               WHEN 'ALIAS'
                   PERFORM APPLY-ALIAS
               WHEN 'CATEGORY'
                   PERFORM APPLY-CATEGORY
               WHEN OTHER
                   ADD 1 TO WS-CHANGES-REJECTED
                   MOVE 'ACRONYM-MAINT' TO SERR-PROGRAM-ID
                   MOVE CHG-ACTION TO SERR-KEY-FIELD
                   MOVE 'UNKNOWN CHANGE ACTION' TO SERR-REASON
                   MOVE 'TXN001' TO SERR-ERROR-CODE
                   PERFORM WRITE-SUITE-ERROR-LOG
           END-EVALUATE
           EXIT.

      * Fixes a typo: the record is re-keyed under the corrected
      * phrase (primary keys cannot be REWRITten in place), keeping
      * code, issue date, status and category, with the normalized
      * form rebuilt under the current rule table. The old phrase
      * stays answerable through an alias record. A correction whose
      * new phrase is already on the master puts the old record back
      * untouched and rejects - losing the record would be worse than
      * the typo.
       APPLY-CORRECT SECTION.
           MOVE CHG-PHRASE TO MST-PHRASE
           READ ACRONYM-MASTER
           MOVE MST-ISSUED-DATE TO WS-SAVE-ISSUED
           MOVE MST-STATUS TO WS-SAVE-STATUS
           MOVE MST-NORM-PHRASE TO WS-SAVE-NORM
           MOVE MST-CATEGORY TO WS-SAVE-CATEGORY
           DELETE ACRONYM-MASTER
           END-DELETE
           MOVE SPACES TO MST-RECORD
           MOVE WS-SAVE-ACRONYM TO MST-ACRONYM
           MOVE WS-SAVE-ISSUED TO MST-ISSUED-DATE
           MOVE WS-SAVE-STATUS TO MST-STATUS
           MOVE WS-SAVE-CATEGORY TO MST-CATEGORY
           MOVE CHG-NEW-TEXT TO WS-NORM-WORK
           PERFORM NORMALIZE-PHRASE
           MOVE WS-NORM-PHRASE TO MST-NORM-PHRASE
                   MOVE WS-SAVE-ISSUED TO MST-ISSUED-DATE
                   MOVE WS-SAVE-STATUS TO MST-STATUS
                   MOVE WS-SAVE-NORM TO MST-NORM-PHRASE
                   MOVE WS-SAVE-CATEGORY TO MST-CATEGORY
                   WRITE MST-RECORD
                   END-WRITE
                   ADD 1 TO WS-CHANGES-REJECTED
                   MOVE 'ACRONYM-MAINT' TO SERR-PROGRAM-ID
                   MOVE CHG-NEW-TEXT(1:20) TO SERR-KEY-FIELD
                   MOVE 'CORRECTED PHRASE ON MASTER' TO SERR-REASON
                   MOVE 'TXN003' TO SERR-ERROR-CODE
                   PERFORM WRITE-SUITE-ERROR-LOG
               NOT INVALID KEY
                   ADD 1 TO WS-CHANGES-CORRECTED
               MOVE 'ACRONYM-MAINT' TO SERR-PROGRAM-ID
               MOVE CHG-PHRASE(1:20) TO SERR-KEY-FIELD
               MOVE 'ALREADY RETIRED' TO SERR-REASON
               MOVE 'TXN003' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               GO TO APPLY-RETIRE-EXIT
           END-IF
                   MOVE 'ACRONYM-MAINT' TO SERR-PROGRAM-ID
                   MOVE CHG-PHRASE(1:20) TO SERR-KEY-FIELD
                   MOVE 'RETIRE REWRITE FAILED' TO SERR-REASON
                   MOVE 'MST002' TO SERR-ERROR-CODE
                   PERFORM WRITE-SUITE-ERROR-LOG
               NOT INVALID KEY
                   ADD 1 TO WS-CHANGES-RETIRED
                   MOVE 'ACRONYM-MAINT' TO SERR-PROGRAM-ID
                   MOVE CHG-NEW-TEXT(1:20) TO SERR-KEY-FIELD
                   MOVE 'SURVIVOR NOT ON MASTER' TO SERR-REASON
                   MOVE 'TXN002' TO SERR-ERROR-CODE
                   PERFORM WRITE-SUITE-ERROR-LOG
                   GO TO APPLY-ALIAS-EXIT
           END-READ
               MOVE 'ACRONYM-MAINT' TO SERR-PROGRAM-ID
               MOVE CHG-NEW-TEXT(1:20) TO SERR-KEY-FIELD
               MOVE 'SURVIVOR IS RETIRED' TO SERR-REASON
               MOVE 'CDE001' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               GO TO APPLY-ALIAS-EXIT
           END-IF
       APPLY-ALIAS-EXIT.
           EXIT.

      * Assigns the code to a category on the category master. The
      * code must exist there - a typo would otherwise quietly open
      * a one-code family nobody reports on.
       APPLY-CATEGORY SECTION.
           MOVE CHG-NEW-TEXT(1:8) TO WS-NEW-CATEGORY
           MOVE 'N' TO WS-CATEGORY-FOUND
           PERFORM VARYING CT-IDX FROM 1 BY 1
                   UNTIL CT-IDX > WS-CATEGORY-COUNT
               IF CAT-T-CODE(CT-IDX) = WS-NEW-CATEGORY
                   MOVE 'Y' TO WS-CATEGORY-FOUND
               END-IF
           END-PERFORM
           IF WS-NEW-CATEGORY = SPACES
               OR WS-CATEGORY-FOUND = 'N'
               ADD 1 TO WS-CHANGES-REJECTED
               MOVE 'ACRONYM-MAINT' TO SERR-PROGRAM-ID
               MOVE WS-NEW-CATEGORY TO SERR-KEY-FIELD
               MOVE 'CATEGORY NOT ON CATEGORY MASTER' TO SERR-REASON
               MOVE 'REF002' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               GO TO APPLY-CATEGORY-EXIT
           END-IF
           MOVE CHG-PHRASE TO MST-PHRASE
           READ ACRONYM-MASTER
               INVALID KEY
                   PERFORM REJECT-PHRASE-NOT-FOUND
                   GO TO APPLY-CATEGORY-EXIT
           END-READ
           MOVE 'ACRONYM-MAINT' TO LIN-PROGRAM-ID
           MOVE CHG-PHRASE(1:64) TO LIN-BEFORE-IMAGE
           MOVE SPACES TO LIN-AFTER-IMAGE
           STRING 'CATEGORY ' DELIMITED BY SIZE
                  MST-CATEGORY DELIMITED BY SIZE
                  ' TO ' DELIMITED BY SIZE
                  WS-NEW-CATEGORY DELIMITED BY SIZE
             INTO LIN-AFTER-IMAGE
           MOVE WS-NEW-CATEGORY TO MST-CATEGORY
           REWRITE MST-RECORD
               INVALID KEY
                   ADD 1 TO WS-CHANGES-REJECTED
                   MOVE 'ACRONYM-MAINT' TO SERR-PROGRAM-ID
                   MOVE CHG-PHRASE(1:20) TO SERR-KEY-FIELD
                   MOVE 'CATEGORY REWRITE FAILED' TO SERR-REASON
                   MOVE 'MST002' TO SERR-ERROR-CODE
                   PERFORM WRITE-SUITE-ERROR-LOG
               NOT INVALID KEY
                   ADD 1 TO WS-CHANGES-CATEGORIZED
                   PERFORM WRITE-DATA-LINEAGE-RECORD
           END-REWRITE.
       APPLY-CATEGORY-EXIT.
           EXIT.

       LOAD-CATEGORY-CODES SECTION.
           MOVE 0 TO WS-CATEGORY-COUNT
           OPEN INPUT CATEGORY-FILE
           IF WS-CATEGORY-STATUS NOT = '00'
               GO TO LOAD-CATEGORY-CODES-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ CATEGORY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-CATEGORY-COUNT >= WS-CATEGORY-MAX
                           MOVE 'ACRONYM-MAINT' TO SERR-PROGRAM-ID
                           MOVE CAT-CODE TO SERR-KEY-FIELD
                           MOVE 'CATEGORY TABLE FULL - IGNORED'
                             TO SERR-REASON
                           MOVE 'TBL001' TO SERR-ERROR-CODE
                           PERFORM WRITE-SUITE-ERROR-LOG
                       ELSE
                           ADD 1 TO WS-CATEGORY-COUNT
                           MOVE CAT-CODE
                             TO CAT-T-CODE(WS-CATEGORY-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CATEGORY-FILE
           MOVE 'N' TO WS-EOF-FLAG.
       LOAD-CATEGORY-CODES-EXIT.
           EXIT.

       REJECT-PHRASE-NOT-FOUND SECTION.
           ADD 1 TO WS-CHANGES-REJECTED
           MOVE 'ACRONYM-MAINT' TO SERR-PROGRAM-ID
           MOVE CHG-PHRASE(1:20) TO SERR-KEY-FIELD
           MOVE 'CHANGE PHRASE NOT ON MASTER' TO SERR-REASON
           MOVE 'TXN002' TO SERR-ERROR-CODE
           PERFORM WRITE-SUITE-ERROR-LOG
           EXIT.

                               MOVE NRM-ACTION TO SERR-KEY-FIELD
                               MOVE 'NORM RULE TABLE FULL - IGNORED'
                                 TO SERR-REASON
                               MOVE 'TBL001' TO SERR-ERROR-CODE
                               PERFORM WRITE-SUITE-ERROR-LOG
                           ELSE
                               ADD 1 TO WS-NORM-RULE-COUNT
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-CHANGES-CATEGORIZED TO WS-CTL-COUNT-TXT
           STRING 'CATEGORIES SET   : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-CHANGES-REJECTED TO WS-CTL-COUNT-TXT
           STRING 'CHANGES REJECTED : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
           CLOSE CONTROL-TOTAL-FILE
           EXIT.

      * High-water marks of the in-memory tables for this run,
      * kept so TABLE-CAPACITY-REPORT can warn before a ceiling is
      * reached.
       RECORD-TABLE-CAPACITY SECTION.
           MOVE 'ACRONYM-MAINT' TO TCAP-PROGRAM-ID
           MOVE WS-PARM-RUN-ID TO TCAP-RUN-ID
           MOVE WS-RUN-DATE TO TCAP-RUN-DATE
           MOVE 'CATEGORY' TO TCAP-TABLE-NAME
           MOVE WS-CATEGORY-COUNT TO TCAP-PEAK
           MOVE WS-CATEGORY-MAX TO TCAP-CEILING
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
       COPY "table-capacity-proc.cpy".
