       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXHIBIT-LABEL-TRACE.
      * Answers "which exhibit was Exhibit XIV in the March filing"
      * from the lettering history EXHIBIT-RELETTER appends to. Select
      * a matter and, optionally, an old label; every lettering
      * version that issued that label is listed with the exhibit it
      * belonged to at the time, and alongside it the label the same
      * exhibit carries in the matter's latest version (or that it
      * has since been withdrawn). A blank label lists the matter's
      * whole lettering history. The history is written append-only,
      * so the first pass collects the matches in version order and
      * the second pass keeps the last record seen for each exhibit.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-FILE ASSIGN TO DYNAMIC WS-HISTORY-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT TRACE-REPORT-FILE ASSIGN TO DYNAMIC WS-TRACE-RPT-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TRACE-RPT-STATUS.
           COPY "run-parms-select.cpy".
           COPY "table-capacity-select.cpy".

       DATA DIVISION.
       FILE SECTION.
      * Same layout EXHIBIT-RELETTER appends.
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

       FD  TRACE-REPORT-FILE
           RECORD CONTAINS 120 CHARACTERS.
       01 TRC-LINE PIC X(120).

       COPY "run-parms-fd.cpy".
       COPY "table-capacity-fd.cpy".

       WORKING-STORAGE SECTION.
       01 WS-HISTORY-DSN      PIC X(100)
          VALUE 'EXHIBIT-LETTER-HISTORY.DAT'.
       01 WS-TRACE-RPT-DSN    PIC X(100)
          VALUE 'EXHIBIT-LABEL-TRACE.RPT'.
       01 WS-HISTORY-STATUS   PIC XX VALUE '00'.
       01 WS-TRACE-RPT-STATUS PIC XX VALUE '00'.
       01 WS-EOF-FLAG         PIC X VALUE 'N'.

       01 WS-SEL-MATTER       PIC X(8) VALUE SPACES.
       01 WS-SEL-LABEL        PIC X(32) VALUE SPACES.

       01 WS-RECORDS-READ     PIC 9(6) VALUE 0.
       01 WS-MATCHES-FOUND    PIC 9(6) VALUE 0.
       01 WS-MATCHES-DROPPED  PIC 9(6) VALUE 0.
       01 WS-CTL-COUNT-TXT    PIC ZZZZZ9.

      * Matches held between the passes; the current label for each
      * is filled in by the second pass.
       01 WS-MATCH-MAX        PIC 9(4) VALUE 500.
       01 WS-MATCH-COUNT      PIC 9(4) VALUE 0.
       01 WS-MATCH-TABLE.
          03 WS-MATCH-ENTRY OCCURS 500 TIMES INDEXED BY MT-IDX.
             05 MT-VERSION        PIC 9(4).
             05 MT-DATE           PIC 9(8).
             05 MT-SEQUENCE       PIC 9(5).
             05 MT-ARABIC         PIC 9(7).
             05 MT-ROMAN          PIC X(32).
             05 MT-ACTION         PIC X(10).
             05 MT-DESCRIPTION    PIC X(40).
             05 MT-CUR-VERSION    PIC 9(4).
             05 MT-CUR-ROMAN      PIC X(32).
             05 MT-CUR-ACTION     PIC X(10).

       01 WS-TRC-DETAIL.
          03 TRD-VERSION         PIC ZZZ9.
          03 FILLER              PIC X(2) VALUE SPACES.
          03 TRD-DATE            PIC 9(8).
          03 FILLER              PIC X(2) VALUE SPACES.
          03 TRD-SEQUENCE        PIC 9(5).
          03 FILLER              PIC X(2) VALUE SPACES.
          03 TRD-ROMAN           PIC X(24).
          03 FILLER              PIC X(2) VALUE SPACES.
          03 TRD-CUR-ROMAN       PIC X(24).
          03 FILLER              PIC X(2) VALUE SPACES.
          03 TRD-CUR-VERSION     PIC ZZZ9.
          03 FILLER              PIC X(2) VALUE SPACES.
          03 TRD-DESCRIPTION     PIC X(39).

       COPY "run-parms-ws.cpy".
       COPY "env-accept-ws.cpy".
       COPY "transaction-header.cpy".
       COPY "env-switch-ws.cpy".
       COPY "table-capacity-ws.cpy".

       PROCEDURE DIVISION.
       RUN-EXHIBIT-LABEL-TRACE SECTION.
           PERFORM READ-RUN-PARMS
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'EXHIBIT_LETTER_HISTORY_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-HISTORY-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'EXHIBIT_TRACE_REPORT_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-TRACE-RPT-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'EXHIBIT_TRACE_MATTER'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-SEL-MATTER
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'EXHIBIT_TRACE_LABEL'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-SEL-LABEL
           END-IF
           MOVE WS-HISTORY-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-HISTORY-DSN

           OPEN OUTPUT TRACE-REPORT-FILE
           MOVE WS-PARM-RUN-ID TO TRX-RUN-ID
           MOVE 'EXHBTRC' TO TRX-SOURCE-SYSTEM
           MOVE FUNCTION CURRENT-DATE TO TRX-TIMESTAMP
           MOVE TRX-HEADER TO TRC-LINE
           WRITE TRC-LINE
           MOVE 'EXHIBIT LABEL TRACE' TO TRC-LINE
           WRITE TRC-LINE
           MOVE SPACES TO TRC-LINE
           STRING 'MATTER=' DELIMITED BY SIZE
                  WS-SEL-MATTER DELIMITED BY SIZE
                  ' LABEL=' DELIMITED BY SIZE
                  WS-SEL-LABEL DELIMITED BY SIZE
             INTO TRC-LINE
           WRITE TRC-LINE
           MOVE SPACES TO TRC-LINE
           STRING 'VERS  ISSUED    SEQ    LABEL THEN                '
                      DELIMITED BY SIZE
                  'LABEL NOW                  NOW  '
                      DELIMITED BY SIZE
                  'DESCRIPTION' DELIMITED BY SIZE
             INTO TRC-LINE
           WRITE TRC-LINE
           MOVE ALL '-' TO TRC-LINE
           WRITE TRC-LINE

           IF WS-SEL-MATTER = SPACES
               MOVE 'NO MATTER SELECTED - NOTHING TRACED' TO TRC-LINE
               WRITE TRC-LINE
               GO TO RUN-EXHIBIT-LABEL-TRACE-TOTALS
           END-IF

           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS = '00'
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ HISTORY-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-RECORDS-READ
                           PERFORM SELECT-HISTORY-RECORD
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF

           IF WS-MATCH-COUNT > 0
               OPEN INPUT HISTORY-FILE
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ HISTORY-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM TRACK-CURRENT-LABEL
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF

           PERFORM VARYING MT-IDX FROM 1 BY 1
                   UNTIL MT-IDX > WS-MATCH-COUNT
               PERFORM WRITE-TRACE-LINE
           END-PERFORM.
       RUN-EXHIBIT-LABEL-TRACE-TOTALS.
           MOVE ALL '-' TO TRC-LINE
           WRITE TRC-LINE
           MOVE WS-RECORDS-READ TO WS-CTL-COUNT-TXT
           MOVE SPACES TO TRC-LINE
           STRING 'HISTORY READ     : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO TRC-LINE
           WRITE TRC-LINE
           MOVE WS-MATCHES-FOUND TO WS-CTL-COUNT-TXT
           MOVE SPACES TO TRC-LINE
           STRING 'MATCHES FOUND    : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO TRC-LINE
           WRITE TRC-LINE
           IF WS-MATCHES-DROPPED > 0
               MOVE WS-MATCHES-DROPPED TO WS-CTL-COUNT-TXT
               MOVE SPACES TO TRC-LINE
               STRING 'NOT LISTED (FULL): ' DELIMITED BY SIZE
                      WS-CTL-COUNT-TXT DELIMITED BY SIZE
                 INTO TRC-LINE
               WRITE TRC-LINE
           END-IF
           CLOSE TRACE-REPORT-FILE
           PERFORM RECORD-TABLE-CAPACITY
           GOBACK.

       SELECT-HISTORY-RECORD SECTION.
           IF EXH-MATTER NOT = WS-SEL-MATTER
               GO TO SELECT-HISTORY-RECORD-EXIT
           END-IF
           IF WS-SEL-LABEL NOT = SPACES
               AND EXH-ROMAN NOT = WS-SEL-LABEL
               GO TO SELECT-HISTORY-RECORD-EXIT
           END-IF
           ADD 1 TO WS-MATCHES-FOUND
           IF WS-MATCH-COUNT >= WS-MATCH-MAX
               ADD 1 TO WS-MATCHES-DROPPED
               GO TO SELECT-HISTORY-RECORD-EXIT
           END-IF
           ADD 1 TO WS-MATCH-COUNT
           SET MT-IDX TO WS-MATCH-COUNT
           MOVE EXH-VERSION TO MT-VERSION(MT-IDX)
           MOVE EXH-DATE TO MT-DATE(MT-IDX)
           MOVE EXH-SEQUENCE TO MT-SEQUENCE(MT-IDX)
           MOVE EXH-ARABIC TO MT-ARABIC(MT-IDX)
           MOVE EXH-ROMAN TO MT-ROMAN(MT-IDX)
           MOVE EXH-ACTION TO MT-ACTION(MT-IDX)
           MOVE EXH-DESCRIPTION TO MT-DESCRIPTION(MT-IDX)
           MOVE 0 TO MT-CUR-VERSION(MT-IDX)
           MOVE SPACES TO MT-CUR-ROMAN(MT-IDX)
           MOVE SPACES TO MT-CUR-ACTION(MT-IDX).
       SELECT-HISTORY-RECORD-EXIT.
           EXIT.

      * Later versions overwrite earlier ones, leaving the latest
      * lettering of each matched exhibit.
       TRACK-CURRENT-LABEL SECTION.
           IF EXH-MATTER NOT = WS-SEL-MATTER
               GO TO TRACK-CURRENT-LABEL-EXIT
           END-IF
           PERFORM VARYING MT-IDX FROM 1 BY 1
                   UNTIL MT-IDX > WS-MATCH-COUNT
               IF MT-SEQUENCE(MT-IDX) = EXH-SEQUENCE
                   AND EXH-VERSION >= MT-CUR-VERSION(MT-IDX)
                   MOVE EXH-VERSION TO MT-CUR-VERSION(MT-IDX)
                   MOVE EXH-ROMAN TO MT-CUR-ROMAN(MT-IDX)
                   MOVE EXH-ACTION TO MT-CUR-ACTION(MT-IDX)
               END-IF
           END-PERFORM.
       TRACK-CURRENT-LABEL-EXIT.
           EXIT.

       WRITE-TRACE-LINE SECTION.
           MOVE MT-VERSION(MT-IDX) TO TRD-VERSION
           MOVE MT-DATE(MT-IDX) TO TRD-DATE
           MOVE MT-SEQUENCE(MT-IDX) TO TRD-SEQUENCE
           MOVE MT-ROMAN(MT-IDX) TO TRD-ROMAN
           MOVE MT-CUR-ROMAN(MT-IDX) TO TRD-CUR-ROMAN
           IF MT-CUR-ACTION(MT-IDX) = 'WITHDRAWN'
               MOVE '(WITHDRAWN)' TO TRD-CUR-ROMAN
           END-IF
           MOVE MT-CUR-VERSION(MT-IDX) TO TRD-CUR-VERSION
           MOVE MT-DESCRIPTION(MT-IDX) TO TRD-DESCRIPTION
           MOVE WS-TRC-DETAIL TO TRC-LINE
           WRITE TRC-LINE
           EXIT.

      * High-water marks of the in-memory tables for this run,
      * kept so TABLE-CAPACITY-REPORT can warn before a ceiling is
      * reached.
       RECORD-TABLE-CAPACITY SECTION.
           MOVE 'EXHIBIT-LABEL-TRACE' TO TCAP-PROGRAM-ID
           MOVE WS-PARM-RUN-ID TO TCAP-RUN-ID
           MOVE WS-RUN-DATE TO TCAP-RUN-DATE
           MOVE 'MATCH' TO TCAP-TABLE-NAME
           MOVE WS-MATCH-COUNT TO TCAP-PEAK
           MOVE WS-MATCH-MAX TO TCAP-CEILING
           PERFORM WRITE-TABLE-CAPACITY
           EXIT.

       COPY "run-parms-proc.cpy".
       COPY "env-switch-proc.cpy".
       COPY "table-capacity-proc.cpy".
