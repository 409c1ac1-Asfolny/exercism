       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXHIBIT-MAINT.
      * Transaction-driven maintenance for EXHIBIT-MASTER, the indexed
      * record of every exhibit in every matter's exhibit set. Counsel
      * insert exhibits mid-set and withdraw others, and every later
      * exhibit's number - and so its roman label - shifts. The master
      * holds each exhibit under a sequence number that never changes
      * (assigned at insert, never reused within the matter) with its
      * current position in the set; this job keeps the positions of
      * the whole set consistent as transactions land:
      *   INSERT   - a new exhibit at EXT-POSITION (1 to one past the
      *              last exhibit); everything at or after it moves
      *              down one. Description required.
      *   WITHDRAW - the exhibit leaves the set; everything after it
      *              moves up one.
      *   MOVE     - the exhibit moves to EXT-POSITION; the exhibits
      *              between its old and new places close up around
      *              it.
      * Labels are not touched here - EXHIBIT-RELETTER re-letters the
      * set afterwards and keeps the old-to-new crosswalk, so a label
      * still shows what it was last filed as until then. Every
      * applied transaction writes its before/after images through
      * WRITE-DATA-LINEAGE-RECORD like the other master maintenance.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACTION-FILE ASSIGN TO DYNAMIC WS-TRANSACTION-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSACTION-STATUS.
           SELECT EXHIBIT-MASTER ASSIGN TO DYNAMIC WS-MASTER-DSN
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXM-KEY
               FILE STATUS IS WS-MASTER-STATUS.
      * Standard run-balancing control-total report so ops balances
      * this job the same way every other nightly batch job is
      * balanced.
           SELECT CONTROL-TOTAL-FILE ASSIGN TO
               DYNAMIC WS-CONTROL-TOTAL-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-TOTAL-STATUS.
           COPY "suite-error-log-select.cpy".
           COPY "run-parms-select.cpy".
           COPY "data-lineage-select.cpy".
           COPY "log-chain-select.cpy".

       DATA DIVISION.
       FILE SECTION.
      * EXT-ACTION: INSERT, WITHDRAW or MOVE. EXT-SEQUENCE names the
      * exhibit on WITHDRAW and MOVE and is ignored on INSERT.
      * EXT-POSITION is the place in the set on INSERT and MOVE.
       FD  TRANSACTION-FILE
           RECORD CONTAINS 77 CHARACTERS.
       01 EXT-RECORD.
          03 EXT-ACTION          PIC X(8).
          03 FILLER              PIC X(2).
          03 EXT-MATTER          PIC X(8).
          03 FILLER              PIC X(2).
          03 EXT-SEQUENCE        PIC X(5).
          03 FILLER              PIC X(2).
          03 EXT-POSITION        PIC X(7).
          03 FILLER              PIC X(2).
          03 EXT-DESCRIPTION     PIC X(40).
          03 FILLER              PIC X(1).

      * EXM-STATUS A in the set, W withdrawn. EXM-ARABIC is the
      * exhibit's current position, zero once withdrawn. EXM-ROMAN is
      * the label it was last lettered with and EXM-VERSION the
      * matter's lettering version that label belongs to - both are
      * maintained by EXHIBIT-RELETTER.
       FD  EXHIBIT-MASTER
           RECORD CONTAINS 105 CHARACTERS.
       01 EXM-RECORD.
          03 EXM-KEY.
             05 EXM-MATTER       PIC X(8).
             05 EXM-SEQUENCE     PIC 9(5).
          03 EXM-DESCRIPTION     PIC X(40).
          03 EXM-ARABIC          PIC 9(7).
          03 EXM-ROMAN           PIC X(32).
          03 EXM-STATUS          PIC X.
          03 EXM-VERSION         PIC 9(4).
          03 EXM-LAST-CHANGED    PIC 9(8).

       FD  CONTROL-TOTAL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 CTL-LINE PIC X(80).

       COPY "suite-error-log-fd.cpy".
       COPY "run-parms-fd.cpy".
       COPY "data-lineage-fd.cpy".
       COPY "log-chain-fd.cpy".

       WORKING-STORAGE SECTION.
       01 WS-TRANSACTION-DSN  PIC X(100)
          VALUE 'EXHIBIT-TRANSACTIONS.DAT'.
       01 WS-MASTER-DSN       PIC X(100) VALUE 'EXHIBIT-MASTER.DAT'.
       01 WS-TRANSACTION-STATUS PIC XX VALUE '00'.
       01 WS-MASTER-STATUS    PIC XX VALUE '00'.
       01 WS-EOF-FLAG         PIC X VALUE 'N'.
       01 WS-SCAN-EOF         PIC X VALUE 'N'.

       01 WS-CONTROL-TOTAL-DSN    PIC X(100)
          VALUE 'EXHIBIT-MAINT-CONTROL-TOTALS.RPT'.
       01 WS-CONTROL-TOTAL-STATUS PIC XX VALUE '00'.
       01 WS-TRANS-READ           PIC 9(6) VALUE 0.
       01 WS-EXHIBITS-INSERTED    PIC 9(6) VALUE 0.
       01 WS-EXHIBITS-WITHDRAWN   PIC 9(6) VALUE 0.
       01 WS-EXHIBITS-MOVED       PIC 9(6) VALUE 0.
       01 WS-EXHIBITS-SHIFTED     PIC 9(6) VALUE 0.
       01 WS-TRANS-REJECTED       PIC 9(6) VALUE 0.
       01 WS-CTL-COUNT-TXT        PIC ZZZZZ9.

       01 WS-PROCESS-DATE     PIC 9(8) VALUE 0.
       01 WS-REJECT-REASON    PIC X(30).
       01 WS-SEQUENCE-KEY     PIC 9(5) VALUE 0.
       01 WS-POSITION         PIC 9(7) VALUE 0.

      * What one pass over the matter finds: how many exhibits are in
      * the set, the highest sequence yet issued, and where the named
      * exhibit stands now.
       01 WS-SET-COUNT        PIC 9(7) VALUE 0.
       01 WS-HIGH-SEQUENCE    PIC 9(5) VALUE 0.
       01 WS-TARGET-FOUND     PIC X VALUE 'N'.
       01 WS-TARGET-STATUS    PIC X VALUE SPACE.
       01 WS-TARGET-ARABIC    PIC 9(7) VALUE 0.

      * The positions that move and by how much, for the shift pass.
      * The exhibit named on the transaction is skipped there and
      * written on its own afterwards.
       01 WS-SHIFT-FROM       PIC 9(7) VALUE 0.
       01 WS-SHIFT-TO         PIC 9(7) VALUE 0.
       01 WS-SHIFT-BY         PIC S9 VALUE 0.
       01 WS-SHIFT-SKIP       PIC 9(5) VALUE 0.

       01 WS-BEFORE-IMAGE.
          03 BFI-SEQUENCE        PIC 9(5).
          03 FILLER              PIC X VALUE SPACE.
          03 BFI-ARABIC          PIC 9(7).
          03 FILLER              PIC X VALUE SPACE.
          03 BFI-STATUS          PIC X.
          03 FILLER              PIC X VALUE SPACE.
          03 BFI-ROMAN           PIC X(32).

       COPY "suite-error-log-ws.cpy".
       COPY "run-parms-ws.cpy".
       COPY "env-accept-ws.cpy".
       COPY "data-lineage-ws.cpy".
       COPY "log-chain-ws.cpy".
       COPY "transaction-header.cpy".
       COPY "return-codes.cpy".
       COPY "env-switch-ws.cpy".

       PROCEDURE DIVISION.
       RUN-EXHIBIT-MAINT SECTION.
           PERFORM READ-RUN-PARMS
           MOVE WS-PARM-RUN-ID TO WS-LINEAGE-RUN-ID
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'EXHIBIT_TRANSACTIONS_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-TRANSACTION-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'EXHIBIT_MASTER_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-MASTER-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'EXHIBIT_MAINT_CONTROL_TOTAL_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-CONTROL-TOTAL-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'SUITE_ERROR_LOG_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-SUITE-ERROR-LOG-DSN
           END-IF
           MOVE WS-TRANSACTION-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-TRANSACTION-DSN
           MOVE WS-MASTER-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-MASTER-DSN
           MOVE WS-CONTROL-TOTAL-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-CONTROL-TOTAL-DSN

           IF WS-RUN-DATE NOT = 0
               MOVE WS-RUN-DATE TO WS-PROCESS-DATE
           ELSE
               ACCEPT WS-PROCESS-DATE FROM DATE YYYYMMDD
           END-IF

      * First run creates the master empty - an existing set is
      * loaded as INSERT transactions in exhibit order.
           OPEN I-O EXHIBIT-MASTER
           IF WS-MASTER-STATUS = '35'
               OPEN OUTPUT EXHIBIT-MASTER
               CLOSE EXHIBIT-MASTER
               OPEN I-O EXHIBIT-MASTER
           END-IF
           IF WS-MASTER-STATUS NOT = '00'
               MOVE 'EXHIBIT-MNT' TO SERR-PROGRAM-ID
               MOVE WS-MASTER-DSN(1:20) TO SERR-KEY-FIELD
               MOVE 'MASTER NOT AVAILABLE' TO SERR-REASON
               MOVE 'MST001' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               SET RC-CRITICAL TO TRUE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT TRANSACTION-FILE
           IF WS-TRANSACTION-STATUS = '00'
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ TRANSACTION-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-TRANS-READ
                           PERFORM APPLY-ONE-TRANSACTION
                   END-READ
               END-PERFORM
               CLOSE TRANSACTION-FILE
           END-IF

           CLOSE EXHIBIT-MASTER
           PERFORM WRITE-CONTROL-TOTALS

           SET RC-NORMAL TO TRUE
           IF WS-TRANS-REJECTED > 0
               SET RC-WARNING TO TRUE
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

       APPLY-ONE-TRANSACTION SECTION.
           IF EXT-MATTER = SPACES
               MOVE 'MATTER CODE REQUIRED' TO WS-REJECT-REASON
               PERFORM REJECT-TRANSACTION
               GO TO APPLY-ONE-TRANSACTION-EXIT
           END-IF
           MOVE 0 TO WS-SEQUENCE-KEY
           IF EXT-ACTION NOT = 'INSERT'
               IF EXT-SEQUENCE IS NOT NUMERIC
                   MOVE 'SEQUENCE NOT NUMERIC' TO WS-REJECT-REASON
                   PERFORM REJECT-TRANSACTION
                   GO TO APPLY-ONE-TRANSACTION-EXIT
               END-IF
               MOVE EXT-SEQUENCE TO WS-SEQUENCE-KEY
           END-IF
           MOVE 0 TO WS-POSITION
           IF EXT-ACTION NOT = 'WITHDRAW'
               IF EXT-POSITION IS NOT NUMERIC
                   MOVE 'POSITION NOT NUMERIC' TO WS-REJECT-REASON
                   PERFORM REJECT-TRANSACTION
                   GO TO APPLY-ONE-TRANSACTION-EXIT
               END-IF
               MOVE EXT-POSITION TO WS-POSITION
           END-IF
           PERFORM SCAN-MATTER-SET
           EVALUATE EXT-ACTION
               WHEN 'INSERT'
                   PERFORM APPLY-INSERT
               WHEN 'WITHDRAW'
                   PERFORM APPLY-WITHDRAW
               WHEN 'MOVE'
                   PERFORM APPLY-MOVE
               WHEN OTHER
                   MOVE 'UNKNOWN TRANSACTION ACTION' TO WS-REJECT-REASON
                   PERFORM REJECT-TRANSACTION
           END-EVALUATE.
       APPLY-ONE-TRANSACTION-EXIT.
           EXIT.

       REJECT-TRANSACTION SECTION.
           ADD 1 TO WS-TRANS-REJECTED
           MOVE 'EXHIBIT-MNT' TO SERR-PROGRAM-ID
           MOVE SPACES TO SERR-KEY-FIELD
           STRING EXT-ACTION DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  EXT-MATTER DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  EXT-SEQUENCE DELIMITED BY SIZE
             INTO SERR-KEY-FIELD
           MOVE WS-REJECT-REASON TO SERR-REASON
           MOVE 'TXN001' TO SERR-ERROR-CODE
           PERFORM WRITE-SUITE-ERROR-LOG
           EXIT.

      * One pass over the matter's exhibits in sequence order.
       SCAN-MATTER-SET SECTION.
           MOVE 0 TO WS-SET-COUNT
           MOVE 0 TO WS-HIGH-SEQUENCE
           MOVE 'N' TO WS-TARGET-FOUND
           MOVE SPACE TO WS-TARGET-STATUS
           MOVE 0 TO WS-TARGET-ARABIC
           MOVE EXT-MATTER TO EXM-MATTER
           MOVE 0 TO EXM-SEQUENCE
           MOVE 'N' TO WS-SCAN-EOF
           START EXHIBIT-MASTER KEY IS NOT LESS THAN EXM-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-EOF
           END-START
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ EXHIBIT-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       IF EXM-MATTER NOT = EXT-MATTER
                           MOVE 'Y' TO WS-SCAN-EOF
                       ELSE
                           MOVE EXM-SEQUENCE TO WS-HIGH-SEQUENCE
                           IF EXM-STATUS = 'A'
                               ADD 1 TO WS-SET-COUNT
                           END-IF
                           IF EXM-SEQUENCE = WS-SEQUENCE-KEY
                               MOVE 'Y' TO WS-TARGET-FOUND
                               MOVE EXM-STATUS TO WS-TARGET-STATUS
                               MOVE EXM-ARABIC TO WS-TARGET-ARABIC
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           EXIT.

      * Renumbers every exhibit in the set whose position lies from
      * WS-SHIFT-FROM to WS-SHIFT-TO by WS-SHIFT-BY.
       SHIFT-MATTER-SET SECTION.
           MOVE EXT-MATTER TO EXM-MATTER
           MOVE 0 TO EXM-SEQUENCE
           MOVE 'N' TO WS-SCAN-EOF
           START EXHIBIT-MASTER KEY IS NOT LESS THAN EXM-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-EOF
           END-START
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ EXHIBIT-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       IF EXM-MATTER NOT = EXT-MATTER
                           MOVE 'Y' TO WS-SCAN-EOF
                       ELSE
                           PERFORM SHIFT-ONE-EXHIBIT
                       END-IF
               END-READ
           END-PERFORM
           EXIT.

       SHIFT-ONE-EXHIBIT SECTION.
           IF EXM-STATUS NOT = 'A'
               OR EXM-SEQUENCE = WS-SHIFT-SKIP
               OR EXM-ARABIC < WS-SHIFT-FROM
               OR EXM-ARABIC > WS-SHIFT-TO
               GO TO SHIFT-ONE-EXHIBIT-EXIT
           END-IF
           ADD WS-SHIFT-BY TO EXM-ARABIC
           MOVE WS-PROCESS-DATE TO EXM-LAST-CHANGED
           REWRITE EXM-RECORD
               INVALID KEY
                   MOVE 'SHIFT REWRITE FAILED' TO WS-REJECT-REASON
                   PERFORM REJECT-TRANSACTION
               NOT INVALID KEY
                   ADD 1 TO WS-EXHIBITS-SHIFTED
           END-REWRITE.
       SHIFT-ONE-EXHIBIT-EXIT.
           EXIT.

       APPLY-INSERT SECTION.
           IF EXT-DESCRIPTION = SPACES
               MOVE 'DESCRIPTION REQUIRED' TO WS-REJECT-REASON
               PERFORM REJECT-TRANSACTION
               GO TO APPLY-INSERT-EXIT
           END-IF
           IF WS-POSITION < 1 OR WS-POSITION > WS-SET-COUNT + 1
               MOVE 'POSITION OUTSIDE THE SET' TO WS-REJECT-REASON
               PERFORM REJECT-TRANSACTION
               GO TO APPLY-INSERT-EXIT
           END-IF
           IF WS-HIGH-SEQUENCE = 99999
               MOVE 'MATTER SEQUENCES EXHAUSTED' TO WS-REJECT-REASON
               PERFORM REJECT-TRANSACTION
               GO TO APPLY-INSERT-EXIT
           END-IF
           IF WS-POSITION <= WS-SET-COUNT
               MOVE WS-POSITION TO WS-SHIFT-FROM
               MOVE WS-SET-COUNT TO WS-SHIFT-TO
               MOVE 1 TO WS-SHIFT-BY
               MOVE 0 TO WS-SHIFT-SKIP
               PERFORM SHIFT-MATTER-SET
           END-IF
           MOVE SPACES TO EXM-RECORD
           MOVE EXT-MATTER TO EXM-MATTER
           COMPUTE EXM-SEQUENCE = WS-HIGH-SEQUENCE + 1
           MOVE EXT-DESCRIPTION TO EXM-DESCRIPTION
           MOVE WS-POSITION TO EXM-ARABIC
           MOVE 'A' TO EXM-STATUS
           MOVE 0 TO EXM-VERSION
           MOVE WS-PROCESS-DATE TO EXM-LAST-CHANGED
           WRITE EXM-RECORD
               INVALID KEY
                   MOVE 'INSERT WRITE FAILED' TO WS-REJECT-REASON
                   PERFORM REJECT-TRANSACTION
               NOT INVALID KEY
                   ADD 1 TO WS-EXHIBITS-INSERTED
                   MOVE 'EXHIBIT-MNT' TO LIN-PROGRAM-ID
                   MOVE SPACES TO LIN-BEFORE-IMAGE
                   STRING 'INSERT ' DELIMITED BY SIZE
                          EXT-MATTER DELIMITED BY SIZE
                     INTO LIN-BEFORE-IMAGE
                   PERFORM BUILD-AFTER-IMAGE
                   PERFORM WRITE-DATA-LINEAGE-RECORD
           END-WRITE.
       APPLY-INSERT-EXIT.
           EXIT.

       APPLY-WITHDRAW SECTION.
           IF WS-TARGET-FOUND = 'N'
               MOVE 'EXHIBIT NOT ON MASTER' TO WS-REJECT-REASON
               PERFORM REJECT-TRANSACTION
               GO TO APPLY-WITHDRAW-EXIT
           END-IF
           IF WS-TARGET-STATUS = 'W'
               MOVE 'EXHIBIT ALREADY WITHDRAWN' TO WS-REJECT-REASON
               PERFORM REJECT-TRANSACTION
               GO TO APPLY-WITHDRAW-EXIT
           END-IF
           IF WS-TARGET-ARABIC < WS-SET-COUNT
               COMPUTE WS-SHIFT-FROM = WS-TARGET-ARABIC + 1
               MOVE WS-SET-COUNT TO WS-SHIFT-TO
               MOVE -1 TO WS-SHIFT-BY
               MOVE WS-SEQUENCE-KEY TO WS-SHIFT-SKIP
               PERFORM SHIFT-MATTER-SET
           END-IF
           PERFORM READ-TARGET-EXHIBIT
           MOVE 0 TO EXM-ARABIC
           MOVE 'W' TO EXM-STATUS
           MOVE WS-PROCESS-DATE TO EXM-LAST-CHANGED
           REWRITE EXM-RECORD
               INVALID KEY
                   MOVE 'WITHDRAW REWRITE FAILED' TO WS-REJECT-REASON
                   PERFORM REJECT-TRANSACTION
               NOT INVALID KEY
                   ADD 1 TO WS-EXHIBITS-WITHDRAWN
                   PERFORM WRITE-UPDATE-LINEAGE
           END-REWRITE.
       APPLY-WITHDRAW-EXIT.
           EXIT.

       APPLY-MOVE SECTION.
           IF WS-TARGET-FOUND = 'N'
               MOVE 'EXHIBIT NOT ON MASTER' TO WS-REJECT-REASON
               PERFORM REJECT-TRANSACTION
               GO TO APPLY-MOVE-EXIT
           END-IF
           IF WS-TARGET-STATUS = 'W'
               MOVE 'EXHIBIT ALREADY WITHDRAWN' TO WS-REJECT-REASON
               PERFORM REJECT-TRANSACTION
               GO TO APPLY-MOVE-EXIT
           END-IF
           IF WS-POSITION < 1 OR WS-POSITION > WS-SET-COUNT
               MOVE 'POSITION OUTSIDE THE SET' TO WS-REJECT-REASON
               PERFORM REJECT-TRANSACTION
               GO TO APPLY-MOVE-EXIT
           END-IF
           IF WS-POSITION = WS-TARGET-ARABIC
               MOVE 'ALREADY AT THAT POSITION' TO WS-REJECT-REASON
               PERFORM REJECT-TRANSACTION
               GO TO APPLY-MOVE-EXIT
           END-IF
           MOVE WS-SEQUENCE-KEY TO WS-SHIFT-SKIP
           IF WS-POSITION < WS-TARGET-ARABIC
               MOVE WS-POSITION TO WS-SHIFT-FROM
               COMPUTE WS-SHIFT-TO = WS-TARGET-ARABIC - 1
               MOVE 1 TO WS-SHIFT-BY
           ELSE
               COMPUTE WS-SHIFT-FROM = WS-TARGET-ARABIC + 1
               MOVE WS-POSITION TO WS-SHIFT-TO
               MOVE -1 TO WS-SHIFT-BY
           END-IF
           PERFORM SHIFT-MATTER-SET
           PERFORM READ-TARGET-EXHIBIT
           MOVE WS-POSITION TO EXM-ARABIC
           MOVE WS-PROCESS-DATE TO EXM-LAST-CHANGED
           REWRITE EXM-RECORD
               INVALID KEY
                   MOVE 'MOVE REWRITE FAILED' TO WS-REJECT-REASON
                   PERFORM REJECT-TRANSACTION
               NOT INVALID KEY
                   ADD 1 TO WS-EXHIBITS-MOVED
                   PERFORM WRITE-UPDATE-LINEAGE
           END-REWRITE.
       APPLY-MOVE-EXIT.
           EXIT.

      * The scan found the exhibit, so the random read cannot miss.
       READ-TARGET-EXHIBIT SECTION.
           MOVE EXT-MATTER TO EXM-MATTER
           MOVE WS-SEQUENCE-KEY TO EXM-SEQUENCE
           READ EXHIBIT-MASTER
               INVALID KEY
                   MOVE SPACES TO EXM-ROMAN
           END-READ
           MOVE EXM-SEQUENCE TO BFI-SEQUENCE
           MOVE EXM-ARABIC TO BFI-ARABIC
           MOVE EXM-STATUS TO BFI-STATUS
           MOVE EXM-ROMAN TO BFI-ROMAN
           EXIT.

       BUILD-AFTER-IMAGE SECTION.
           MOVE EXM-SEQUENCE TO BFI-SEQUENCE
           MOVE EXM-ARABIC TO BFI-ARABIC
           MOVE EXM-STATUS TO BFI-STATUS
           MOVE EXM-ROMAN TO BFI-ROMAN
           MOVE SPACES TO LIN-AFTER-IMAGE
           MOVE WS-BEFORE-IMAGE TO LIN-AFTER-IMAGE
           EXIT.

       WRITE-UPDATE-LINEAGE SECTION.
           MOVE 'EXHIBIT-MNT' TO LIN-PROGRAM-ID
           MOVE SPACES TO LIN-BEFORE-IMAGE
           STRING EXT-ACTION DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  EXT-MATTER DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  WS-BEFORE-IMAGE DELIMITED BY SIZE
             INTO LIN-BEFORE-IMAGE
           PERFORM BUILD-AFTER-IMAGE
           PERFORM WRITE-DATA-LINEAGE-RECORD
           EXIT.

      * Standard run-balancing control-total report so ops balances
      * this job the same way every other nightly batch job is
      * balanced.
       WRITE-CONTROL-TOTALS SECTION.
           OPEN OUTPUT CONTROL-TOTAL-FILE
           MOVE WS-PARM-RUN-ID TO TRX-RUN-ID
           MOVE 'EXHBMNT' TO TRX-SOURCE-SYSTEM
           MOVE FUNCTION CURRENT-DATE TO TRX-TIMESTAMP
           MOVE TRX-HEADER TO CTL-LINE
           WRITE CTL-LINE
           MOVE 'EXHIBIT MASTER MAINTENANCE CONTROL TOTALS' TO CTL-LINE
           WRITE CTL-LINE
           MOVE ALL '-' TO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-TRANS-READ TO WS-CTL-COUNT-TXT
           STRING 'TRANSACTIONS READ: ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-EXHIBITS-INSERTED TO WS-CTL-COUNT-TXT
           STRING 'INSERTED         : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-EXHIBITS-WITHDRAWN TO WS-CTL-COUNT-TXT
           STRING 'WITHDRAWN        : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-EXHIBITS-MOVED TO WS-CTL-COUNT-TXT
           STRING 'MOVED            : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-EXHIBITS-SHIFTED TO WS-CTL-COUNT-TXT
           STRING 'SHIFTED          : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-TRANS-REJECTED TO WS-CTL-COUNT-TXT
           STRING 'TRANS REJECTED   : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           CLOSE CONTROL-TOTAL-FILE
           EXIT.

       COPY "suite-error-log-proc.cpy".
       COPY "run-parms-proc.cpy".
       COPY "data-lineage-proc.cpy".
       COPY "log-chain-proc.cpy".
       COPY "env-switch-proc.cpy".
