       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXHIBIT-RELETTER.
      * Renumbering run over EXHIBIT-MASTER after EXHIBIT-MAINT has
      * inserted, withdrawn or moved exhibits. Each matter's set is
      * re-lettered from its current positions through ROMAN-LABEL,
      * the same conversion the ROMAN-NUMERALS exhibit report uses,
      * vinculum labels included. A matter whose labels all still
      * match its positions is left alone. Any other matter gets a new
      * lettering version:
      *   the crosswalk report lists every exhibit in the set with the
      *   label it was last filed under against its new label, so
      *   counsel can correct cross-references in one pass;
      *   the whole new lettering is appended to the lettering history
      *   under the version number, so every version ever issued stays
      *   on file and a label quoted in an old filing can be traced
      *   back to its exhibit with EXHIBIT-LABEL-TRACE;
      *   the master takes the new labels and version.
      * An exhibit withdrawn since the last lettering appears once as
      * WITHDRAWN with no new label; long-withdrawn ones are not
      * listed again.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXHIBIT-MASTER ASSIGN TO DYNAMIC WS-MASTER-DSN
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXM-KEY
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT EXHIBIT-SORT-WORK-FILE ASSIGN TO 'SORTWK'.
           SELECT EXHIBIT-SORTED-FILE ASSIGN TO
               DYNAMIC WS-SORTED-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SORTED-STATUS.
           SELECT CROSSWALK-FILE ASSIGN TO DYNAMIC WS-CROSSWALK-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CROSSWALK-STATUS.
      * Every lettering version ever issued, appended run after run
      * and never rewritten.
           SELECT HISTORY-FILE ASSIGN TO DYNAMIC WS-HISTORY-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
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
           COPY "data-lineage-select.cpy".
           COPY "log-chain-select.cpy".

       DATA DIVISION.
       FILE SECTION.
      * Same layout EXHIBIT-MAINT writes. EXM-STATUS A in the set,
      * W withdrawn.
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

      * Sorted into matter, in-set before withdrawn, position order.
       SD  EXHIBIT-SORT-WORK-FILE.
       01 EXR-RECORD.
          03 EXR-MATTER          PIC X(8).
          03 EXR-SEQUENCE        PIC 9(5).
          03 FILLER              PIC X(40).
          03 EXR-ARABIC          PIC 9(7).
          03 FILLER              PIC X(32).
          03 EXR-STATUS          PIC X.
          03 FILLER              PIC X(12).

       FD  EXHIBIT-SORTED-FILE
           RECORD CONTAINS 105 CHARACTERS.
       01 EXS-RECORD.
          03 EXS-MATTER          PIC X(8).
          03 EXS-SEQUENCE        PIC 9(5).
          03 EXS-DESCRIPTION     PIC X(40).
          03 EXS-ARABIC          PIC 9(7).
          03 EXS-ROMAN           PIC X(32).
          03 EXS-STATUS          PIC X.
          03 EXS-VERSION         PIC 9(4).
          03 EXS-LAST-CHANGED    PIC 9(8).

       FD  CROSSWALK-FILE
           RECORD CONTAINS 120 CHARACTERS.
       01 XWK-LINE PIC X(120).

      * EXH-ACTION: NEW, RELETTERED, UNCHANGED or WITHDRAWN - what
      * this version did to the exhibit's label.
       FD  HISTORY-FILE
           RECORD CONTAINS 130 CHARACTERS.
       01 EXH-RECORD.
          03 EXH-MATTER          PIC X(8).
          03 FILLER              PIC X(1).
          03 EXH-VERSION         PIC 9(4).
          03 FILLER              PIC X(1).
          03 EXH-SEQUENCE        PIC 9(5).
          03 FILLER              PIC X(1).
          03 EXH-ARABIC          PIC 9(7).
          03 FILLER              PIC X(1).
          03 EXH-ROMAN           PIC X(32).
          03 FILLER              PIC X(1).
          03 EXH-ACTION          PIC X(10).
          03 FILLER              PIC X(1).
          03 EXH-DATE            PIC 9(8).
          03 FILLER              PIC X(1).
          03 EXH-RUN-ID          PIC X(8).
          03 FILLER              PIC X(1).
          03 EXH-DESCRIPTION     PIC X(40).

       FD  CONTROL-TOTAL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 CTL-LINE PIC X(80).

       COPY "suite-error-log-fd.cpy".
       COPY "table-capacity-fd.cpy".
       COPY "run-parms-fd.cpy".
       COPY "data-lineage-fd.cpy".
       COPY "log-chain-fd.cpy".

       WORKING-STORAGE SECTION.
       01 WS-MASTER-DSN       PIC X(100) VALUE 'EXHIBIT-MASTER.DAT'.
       01 WS-SORTED-DSN       PIC X(100)
          VALUE 'EXHIBIT-RELETTER-SORTED.TMP'.
       01 WS-CROSSWALK-DSN    PIC X(100)
          VALUE 'EXHIBIT-CROSSWALK.RPT'.
       01 WS-HISTORY-DSN      PIC X(100)
          VALUE 'EXHIBIT-LETTER-HISTORY.DAT'.
       01 WS-MASTER-STATUS    PIC XX VALUE '00'.
       01 WS-SORTED-STATUS    PIC XX VALUE '00'.
       01 WS-CROSSWALK-STATUS PIC XX VALUE '00'.
       01 WS-HISTORY-STATUS   PIC XX VALUE '00'.
       01 WS-EOF-FLAG         PIC X VALUE 'N'.

       01 WS-CONTROL-TOTAL-DSN    PIC X(100)
          VALUE 'EXHIBIT-RELETTER-CONTROL-TOTALS.RPT'.
       01 WS-CONTROL-TOTAL-STATUS PIC XX VALUE '00'.
       01 WS-EXHIBITS-READ        PIC 9(6) VALUE 0.
       01 WS-MATTERS-READ         PIC 9(6) VALUE 0.
       01 WS-MATTERS-RELETTERED   PIC 9(6) VALUE 0.
       01 WS-MATTERS-UNCHANGED    PIC 9(6) VALUE 0.
       01 WS-MATTERS-SKIPPED      PIC 9(6) VALUE 0.
       01 WS-LABELS-NEW           PIC 9(6) VALUE 0.
       01 WS-LABELS-RELETTERED    PIC 9(6) VALUE 0.
       01 WS-LABELS-UNCHANGED     PIC 9(6) VALUE 0.
       01 WS-LABELS-WITHDRAWN     PIC 9(6) VALUE 0.
       01 WS-CTL-COUNT-TXT        PIC ZZZZZ9.

       01 WS-PROCESS-DATE     PIC 9(8) VALUE 0.
       01 WS-FIRST-RECORD     PIC X VALUE 'Y'.
       01 WS-PREV-MATTER      PIC X(8) VALUE SPACES.
       01 WS-ROMAN-LABEL      PIC X(40).
       01 WS-HIGH-VERSION     PIC 9(4) VALUE 0.
       01 WS-NEW-VERSION      PIC 9(4) VALUE 0.
       01 WS-CHANGE-COUNT     PIC 9(5) VALUE 0.
       01 WS-VERSION-TXT      PIC ZZZ9.

      * One matter's exhibit set, held while it is compared with its
      * new lettering. A set larger than the table is not re-lettered
      * at all rather than half done; it is logged and counted.
       01 WS-SET-MAX          PIC 9(4) VALUE 500.
       01 WS-SET-PEAK         PIC 9(4) VALUE 0.
       01 WS-SET-COUNT        PIC 9(4) VALUE 0.
       01 WS-SET-OVERFLOW     PIC X VALUE 'N'.
       01 WS-SET-TABLE.
          03 WS-SET-ENTRY OCCURS 500 TIMES INDEXED BY ST-IDX.
             05 SET-T-SEQUENCE    PIC 9(5).
             05 SET-T-ARABIC      PIC 9(7).
             05 SET-T-STATUS      PIC X.
             05 SET-T-OLD-ROMAN   PIC X(32).
             05 SET-T-NEW-ROMAN   PIC X(32).
             05 SET-T-ACTION      PIC X(10).
             05 SET-T-DESCRIPTION PIC X(40).

       01 WS-XWK-DETAIL.
          03 XWD-SEQUENCE        PIC 9(5).
          03 FILLER              PIC X(2) VALUE SPACES.
          03 XWD-POSITION        PIC ZZZZZZ9.
          03 FILLER              PIC X(2) VALUE SPACES.
          03 XWD-OLD-ROMAN       PIC X(32).
          03 FILLER              PIC X(2) VALUE SPACES.
          03 XWD-NEW-ROMAN       PIC X(32).
          03 FILLER              PIC X(2) VALUE SPACES.
          03 XWD-ACTION          PIC X(10).
          03 FILLER              PIC X(2) VALUE SPACES.
          03 XWD-DESCRIPTION     PIC X(24).

       COPY "suite-error-log-ws.cpy".
       COPY "table-capacity-ws.cpy".
       COPY "run-parms-ws.cpy".
       COPY "env-accept-ws.cpy".
       COPY "data-lineage-ws.cpy".
       COPY "log-chain-ws.cpy".
       COPY "transaction-header.cpy".
       COPY "return-codes.cpy".
       COPY "env-switch-ws.cpy".

       PROCEDURE DIVISION.
       RUN-EXHIBIT-RELETTER SECTION.
           PERFORM READ-RUN-PARMS
           MOVE WS-PARM-RUN-ID TO WS-LINEAGE-RUN-ID
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'EXHIBIT_MASTER_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-MASTER-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'EXHIBIT_CROSSWALK_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-CROSSWALK-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'EXHIBIT_LETTER_HISTORY_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-HISTORY-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'EXHIBIT_RELETTER_CONTROL_TOTAL_FILE'
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
           MOVE WS-CROSSWALK-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-CROSSWALK-DSN
           MOVE WS-HISTORY-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-HISTORY-DSN
           MOVE WS-CONTROL-TOTAL-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-CONTROL-TOTAL-DSN

           IF WS-RUN-DATE NOT = 0
               MOVE WS-RUN-DATE TO WS-PROCESS-DATE
           ELSE
               ACCEPT WS-PROCESS-DATE FROM DATE YYYYMMDD
           END-IF

           OPEN INPUT EXHIBIT-MASTER
           IF WS-MASTER-STATUS NOT = '00'
               MOVE 'EXHIBIT-RLT' TO SERR-PROGRAM-ID
               MOVE WS-MASTER-DSN(1:20) TO SERR-KEY-FIELD
               MOVE 'MASTER NOT AVAILABLE' TO SERR-REASON
               MOVE 'MST001' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               SET RC-CRITICAL TO TRUE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               GOBACK
           END-IF
           CLOSE EXHIBIT-MASTER

           SORT EXHIBIT-SORT-WORK-FILE
               ON ASCENDING KEY EXR-MATTER
                                EXR-STATUS
                                EXR-ARABIC
                                EXR-SEQUENCE
               USING EXHIBIT-MASTER
               GIVING EXHIBIT-SORTED-FILE

           OPEN I-O EXHIBIT-MASTER
           OPEN OUTPUT CROSSWALK-FILE
           OPEN EXTEND HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = '00'
               OPEN OUTPUT HISTORY-FILE
           END-IF
           MOVE WS-PARM-RUN-ID TO TRX-RUN-ID
           MOVE 'EXHBRLT' TO TRX-SOURCE-SYSTEM
           MOVE FUNCTION CURRENT-DATE TO TRX-TIMESTAMP
           MOVE TRX-HEADER TO XWK-LINE
           WRITE XWK-LINE
           MOVE SPACES TO XWK-LINE
           STRING 'EXHIBIT LABEL CROSSWALK - RENUMBERING OF '
                      DELIMITED BY SIZE
                  WS-PROCESS-DATE DELIMITED BY SIZE
             INTO XWK-LINE
           WRITE XWK-LINE

           OPEN INPUT EXHIBIT-SORTED-FILE
           IF WS-SORTED-STATUS = '00'
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ EXHIBIT-SORTED-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM COLLECT-ONE-EXHIBIT
                   END-READ
               END-PERFORM
               CLOSE EXHIBIT-SORTED-FILE
           END-IF
           IF WS-FIRST-RECORD = 'N'
               PERFORM RELETTER-MATTER-SET
           END-IF

           CLOSE EXHIBIT-MASTER
           CLOSE CROSSWALK-FILE
           CLOSE HISTORY-FILE
           PERFORM WRITE-CONTROL-TOTALS

           SET RC-NORMAL TO TRUE
           IF WS-MATTERS-SKIPPED > 0
               SET RC-WARNING TO TRUE
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
           PERFORM RECORD-TABLE-CAPACITY
           GOBACK.

       COLLECT-ONE-EXHIBIT SECTION.
           ADD 1 TO WS-EXHIBITS-READ
           IF WS-FIRST-RECORD = 'Y'
               MOVE 'N' TO WS-FIRST-RECORD
               MOVE EXS-MATTER TO WS-PREV-MATTER
               ADD 1 TO WS-MATTERS-READ
           END-IF
           IF EXS-MATTER NOT = WS-PREV-MATTER
               PERFORM RELETTER-MATTER-SET
               MOVE EXS-MATTER TO WS-PREV-MATTER
               ADD 1 TO WS-MATTERS-READ
           END-IF
      * Withdrawn before the last lettering - nothing left to say.
           IF EXS-STATUS = 'W' AND EXS-ROMAN = SPACES
               GO TO COLLECT-ONE-EXHIBIT-EXIT
           END-IF
           IF WS-SET-COUNT >= WS-SET-MAX
               MOVE 'Y' TO WS-SET-OVERFLOW
               GO TO COLLECT-ONE-EXHIBIT-EXIT
           END-IF
           ADD 1 TO WS-SET-COUNT
           SET ST-IDX TO WS-SET-COUNT
           MOVE EXS-SEQUENCE TO SET-T-SEQUENCE(ST-IDX)
           MOVE EXS-ARABIC TO SET-T-ARABIC(ST-IDX)
           MOVE EXS-STATUS TO SET-T-STATUS(ST-IDX)
           MOVE EXS-ROMAN TO SET-T-OLD-ROMAN(ST-IDX)
           MOVE EXS-DESCRIPTION TO SET-T-DESCRIPTION(ST-IDX)
           IF EXS-VERSION > WS-HIGH-VERSION
               MOVE EXS-VERSION TO WS-HIGH-VERSION
           END-IF.
       COLLECT-ONE-EXHIBIT-EXIT.
           EXIT.

      * Letters the held set and, where anything moved, issues it as
      * the matter's next version.
       RELETTER-MATTER-SET SECTION.
           IF WS-SET-OVERFLOW = 'Y'
               ADD 1 TO WS-MATTERS-SKIPPED
               MOVE 'EXHIBIT-RLT' TO SERR-PROGRAM-ID
               MOVE WS-PREV-MATTER TO SERR-KEY-FIELD
               MOVE 'SET OVER TABLE LIMIT' TO SERR-REASON
               MOVE 'TBL001' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               GO TO RELETTER-MATTER-SET-EXIT
           END-IF
           MOVE 0 TO WS-CHANGE-COUNT
           PERFORM VARYING ST-IDX FROM 1 BY 1
                   UNTIL ST-IDX > WS-SET-COUNT
               PERFORM LETTER-ONE-ENTRY
           END-PERFORM
           IF WS-CHANGE-COUNT = 0
               ADD 1 TO WS-MATTERS-UNCHANGED
               GO TO RELETTER-MATTER-SET-EXIT
           END-IF
           ADD 1 TO WS-MATTERS-RELETTERED
           COMPUTE WS-NEW-VERSION = WS-HIGH-VERSION + 1
           PERFORM WRITE-MATTER-HEADING
           PERFORM VARYING ST-IDX FROM 1 BY 1
                   UNTIL ST-IDX > WS-SET-COUNT
               PERFORM ISSUE-ONE-ENTRY
           END-PERFORM
           MOVE SPACES TO XWK-LINE
           WRITE XWK-LINE.
       RELETTER-MATTER-SET-EXIT.
           IF WS-SET-COUNT > WS-SET-PEAK
               MOVE WS-SET-COUNT TO WS-SET-PEAK
           END-IF
           MOVE 0 TO WS-SET-COUNT
           MOVE 'N' TO WS-SET-OVERFLOW
           MOVE 0 TO WS-HIGH-VERSION
           EXIT.

       LETTER-ONE-ENTRY SECTION.
           MOVE SPACES TO SET-T-NEW-ROMAN(ST-IDX)
           IF SET-T-STATUS(ST-IDX) = 'A'
               CALL 'ROMAN-LABEL' USING SET-T-ARABIC(ST-IDX)
                                        WS-ROMAN-LABEL
               MOVE WS-ROMAN-LABEL TO SET-T-NEW-ROMAN(ST-IDX)
           END-IF
           EVALUATE TRUE
               WHEN SET-T-NEW-ROMAN(ST-IDX) = SET-T-OLD-ROMAN(ST-IDX)
                   MOVE 'UNCHANGED' TO SET-T-ACTION(ST-IDX)
               WHEN SET-T-OLD-ROMAN(ST-IDX) = SPACES
                   MOVE 'NEW' TO SET-T-ACTION(ST-IDX)
                   ADD 1 TO WS-CHANGE-COUNT
               WHEN SET-T-NEW-ROMAN(ST-IDX) = SPACES
                   MOVE 'WITHDRAWN' TO SET-T-ACTION(ST-IDX)
                   ADD 1 TO WS-CHANGE-COUNT
               WHEN OTHER
                   MOVE 'RELETTERED' TO SET-T-ACTION(ST-IDX)
                   ADD 1 TO WS-CHANGE-COUNT
           END-EVALUATE
           EXIT.

       WRITE-MATTER-HEADING SECTION.
           MOVE WS-NEW-VERSION TO WS-VERSION-TXT
           MOVE SPACES TO XWK-LINE
           STRING 'MATTER ' DELIMITED BY SIZE
                  WS-PREV-MATTER DELIMITED BY SPACE
                  '   LETTERING VERSION ' DELIMITED BY SIZE
                  WS-VERSION-TXT DELIMITED BY SIZE
             INTO XWK-LINE
           WRITE XWK-LINE
           MOVE SPACES TO XWK-LINE
           STRING 'SEQ    NEW NO.  OLD LABEL                       '
                      DELIMITED BY SIZE
                  '    NEW LABEL                           ACTION'
                      DELIMITED BY SIZE
                  '      DESCRIPTION' DELIMITED BY SIZE
             INTO XWK-LINE
           WRITE XWK-LINE
           MOVE ALL '-' TO XWK-LINE
           WRITE XWK-LINE
           EXIT.

      * Crosswalk line, history record and master update for one
      * exhibit of a re-lettered set.
       ISSUE-ONE-ENTRY SECTION.
           EVALUATE SET-T-ACTION(ST-IDX)
               WHEN 'NEW'
                   ADD 1 TO WS-LABELS-NEW
               WHEN 'RELETTERED'
                   ADD 1 TO WS-LABELS-RELETTERED
               WHEN 'WITHDRAWN'
                   ADD 1 TO WS-LABELS-WITHDRAWN
               WHEN OTHER
                   ADD 1 TO WS-LABELS-UNCHANGED
           END-EVALUATE
           MOVE SET-T-SEQUENCE(ST-IDX) TO XWD-SEQUENCE
           MOVE SET-T-ARABIC(ST-IDX) TO XWD-POSITION
           MOVE SET-T-OLD-ROMAN(ST-IDX) TO XWD-OLD-ROMAN
           MOVE SET-T-NEW-ROMAN(ST-IDX) TO XWD-NEW-ROMAN
           MOVE SET-T-ACTION(ST-IDX) TO XWD-ACTION
           MOVE SET-T-DESCRIPTION(ST-IDX) TO XWD-DESCRIPTION
           MOVE WS-XWK-DETAIL TO XWK-LINE
           IF SET-T-STATUS(ST-IDX) = 'W'
               MOVE SPACES TO XWK-LINE(8:7)
           END-IF
           WRITE XWK-LINE

           MOVE SPACES TO EXH-RECORD
           MOVE WS-PREV-MATTER TO EXH-MATTER
           MOVE WS-NEW-VERSION TO EXH-VERSION
           MOVE SET-T-SEQUENCE(ST-IDX) TO EXH-SEQUENCE
           MOVE SET-T-ARABIC(ST-IDX) TO EXH-ARABIC
           MOVE SET-T-NEW-ROMAN(ST-IDX) TO EXH-ROMAN
           IF SET-T-STATUS(ST-IDX) = 'W'
               MOVE SET-T-OLD-ROMAN(ST-IDX) TO EXH-ROMAN
           END-IF
           MOVE SET-T-ACTION(ST-IDX) TO EXH-ACTION
           MOVE WS-PROCESS-DATE TO EXH-DATE
           MOVE WS-PARM-RUN-ID TO EXH-RUN-ID
           MOVE SET-T-DESCRIPTION(ST-IDX) TO EXH-DESCRIPTION
           WRITE EXH-RECORD

           MOVE WS-PREV-MATTER TO EXM-MATTER
           MOVE SET-T-SEQUENCE(ST-IDX) TO EXM-SEQUENCE
           READ EXHIBIT-MASTER
               INVALID KEY
                   MOVE 'EXHIBIT-RLT' TO SERR-PROGRAM-ID
                   MOVE EXM-KEY TO SERR-KEY-FIELD
                   MOVE 'EXHIBIT LEFT MASTER IN RUN' TO SERR-REASON
                   MOVE 'MST002' TO SERR-ERROR-CODE
                   PERFORM WRITE-SUITE-ERROR-LOG
                   GO TO ISSUE-ONE-ENTRY-EXIT
           END-READ
           MOVE SET-T-NEW-ROMAN(ST-IDX) TO EXM-ROMAN
           MOVE WS-NEW-VERSION TO EXM-VERSION
           MOVE WS-PROCESS-DATE TO EXM-LAST-CHANGED
           REWRITE EXM-RECORD
               INVALID KEY
                   MOVE 'EXHIBIT-RLT' TO SERR-PROGRAM-ID
                   MOVE EXM-KEY TO SERR-KEY-FIELD
                   MOVE 'RELETTER REWRITE FAILED' TO SERR-REASON
                   MOVE 'MST002' TO SERR-ERROR-CODE
                   PERFORM WRITE-SUITE-ERROR-LOG
                   GO TO ISSUE-ONE-ENTRY-EXIT
           END-REWRITE
           IF SET-T-ACTION(ST-IDX) NOT = 'UNCHANGED'
               MOVE 'EXHIBIT-RLT' TO LIN-PROGRAM-ID
               MOVE SPACES TO LIN-BEFORE-IMAGE
               STRING EXM-KEY DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      SET-T-OLD-ROMAN(ST-IDX) DELIMITED BY SIZE
                 INTO LIN-BEFORE-IMAGE
               MOVE SPACES TO LIN-AFTER-IMAGE
               STRING EXM-KEY DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      SET-T-NEW-ROMAN(ST-IDX) DELIMITED BY SIZE
                 INTO LIN-AFTER-IMAGE
               PERFORM WRITE-DATA-LINEAGE-RECORD
           END-IF.
       ISSUE-ONE-ENTRY-EXIT.
           EXIT.

      * Standard run-balancing control-total report so ops balances
      * this job the same way every other nightly batch job is
      * balanced.
       WRITE-CONTROL-TOTALS SECTION.
           OPEN OUTPUT CONTROL-TOTAL-FILE
           MOVE WS-PARM-RUN-ID TO TRX-RUN-ID
           MOVE 'EXHBRLT' TO TRX-SOURCE-SYSTEM
           MOVE FUNCTION CURRENT-DATE TO TRX-TIMESTAMP
           MOVE TRX-HEADER TO CTL-LINE
           WRITE CTL-LINE
           MOVE 'EXHIBIT RELETTER CONTROL TOTALS' TO CTL-LINE
           WRITE CTL-LINE
           MOVE ALL '-' TO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-EXHIBITS-READ TO WS-CTL-COUNT-TXT
           STRING 'EXHIBITS READ    : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-MATTERS-READ TO WS-CTL-COUNT-TXT
           STRING 'MATTERS READ     : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-MATTERS-RELETTERED TO WS-CTL-COUNT-TXT
           STRING 'MATTERS RELETTERD: ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-MATTERS-UNCHANGED TO WS-CTL-COUNT-TXT
           STRING 'MATTERS UNCHANGED: ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-MATTERS-SKIPPED TO WS-CTL-COUNT-TXT
           STRING 'MATTERS SKIPPED  : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-LABELS-NEW TO WS-CTL-COUNT-TXT
           STRING 'LABELS NEW       : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-LABELS-RELETTERED TO WS-CTL-COUNT-TXT
           STRING 'LABELS RELETTERED: ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-LABELS-UNCHANGED TO WS-CTL-COUNT-TXT
           STRING 'LABELS UNCHANGED : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-LABELS-WITHDRAWN TO WS-CTL-COUNT-TXT
           STRING 'LABELS WITHDRAWN : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           CLOSE CONTROL-TOTAL-FILE
           EXIT.

      * High-water marks of the in-memory tables for this run,
      * kept so TABLE-CAPACITY-REPORT can warn before a ceiling is
      * reached.
       RECORD-TABLE-CAPACITY SECTION.
           MOVE 'EXHIBIT-RELETTER' TO TCAP-PROGRAM-ID
           MOVE WS-PARM-RUN-ID TO TCAP-RUN-ID
           MOVE WS-RUN-DATE TO TCAP-RUN-DATE
           IF WS-SET-COUNT > WS-SET-PEAK
               MOVE WS-SET-COUNT TO WS-SET-PEAK
           END-IF
           MOVE 'SET' TO TCAP-TABLE-NAME
           MOVE WS-SET-PEAK TO TCAP-PEAK
           MOVE WS-SET-MAX TO TCAP-CEILING
           PERFORM WRITE-TABLE-CAPACITY
           EXIT.

       COPY "suite-error-log-proc.cpy".
       COPY "run-parms-proc.cpy".
       COPY "data-lineage-proc.cpy".
       COPY "log-chain-proc.cpy".
       COPY "env-switch-proc.cpy".
       COPY "table-capacity-proc.cpy".
