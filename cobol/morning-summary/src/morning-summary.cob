      * control-total reports; this job consolidates them: window
      * open and close times, each step's condition code and elapsed
      * (off RUN-STATS-FILE for tonight's run ID), run-balance
      * pass/fail, error counts by catalogued error code from
      * SUITE-ERROR-LOG (with each code's runbook action, and any
      * reason still logged without a catalogued code listed by
      * program), and the reject totals from each control-total
      * file - with one overall status line at the top that says
      * whether anyone needs to dig further.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SUMMARY-STATUS.
           COPY "suite-error-log-select.cpy".
           COPY "error-code-catalog-select.cpy".
           COPY "table-capacity-select.cpy".
           COPY "run-parms-select.cpy".

       DATA DIVISION.
       01 SUM-LINE PIC X(100).

       COPY "suite-error-log-fd.cpy".
       COPY "error-code-catalog-fd.cpy".
       COPY "table-capacity-fd.cpy".
       COPY "run-parms-fd.cpy".

       WORKING-STORAGE SECTION.
       01 WS-BAL-IN-TALLY    PIC 9(2) VALUE 0.
       01 WS-BAL-OUT-TALLY   PIC 9(2) VALUE 0.

      * Error counts for the run date, off the shared log. A
      * catalogued code is one entry whoever logged it (ERR-T-CAT
      * holds its catalog subscript); an entry with a blank or
      * unknown code is kept by program and reason so it can be
      * chased into the catalog.
       01 WS-ERR-MAX         PIC 9(2) VALUE 30.
       01 WS-ERR-COUNT       PIC 9(2) VALUE 0.
       01 WS-ERR-TABLE.
          03 WS-ERR-ENTRY OCCURS 30 TIMES INDEXED BY ER-IDX.
             05 ERR-T-CODE    PIC X(6).
             05 ERR-T-PROGRAM PIC X(12).
             05 ERR-T-REASON  PIC X(30).
             05 ERR-T-CAT     PIC 9(3).
             05 ERR-T-TALLY   PIC 9(6).
       01 WS-ERR-HIT         PIC X VALUE 'N'.
       01 WS-ERR-TOTAL       PIC 9(6) VALUE 0.
       01 WS-ERR-UNCATALOGUED PIC 9(6) VALUE 0.
      * Catalogued codes logged whose runbook says the stream may
      * not continue past them.
       01 WS-ERR-STOP-CODES  PIC 9(3) VALUE 0.
       01 WS-ERR-CODE-LINE.
          03 EDL-CODE        PIC X(6).
          03 FILLER          PIC X(2) VALUE SPACES.
          03 EDL-SEVERITY    PIC X(4).
          03 FILLER          PIC X(2) VALUE SPACES.
          03 EDL-TALLY       PIC ZZZZZZ9.
          03 FILLER          PIC X(2) VALUE SPACES.
          03 EDL-SHORT-TEXT  PIC X(30).
          03 FILLER          PIC X(8) VALUE '  OWNER '.
          03 EDL-OWNER       PIC X(8).
          03 FILLER          PIC X(12) VALUE '  CONTINUE: '.
          03 EDL-CONTINUE    PIC X.
       01 WS-ERR-ACTION-LINE.
          03 FILLER          PIC X(8) VALUE SPACES.
          03 FILLER          PIC X(8) VALUE 'ACTION: '.
          03 EAL-ACTION      PIC X(60).
       01 WS-ERR-UNCAT-LINE.
          03 EUL-PROGRAM     PIC X(12).
          03 FILLER          PIC X(2) VALUE SPACES.
          03 EUL-REASON      PIC X(30).
          03 FILLER          PIC X(2) VALUE SPACES.
          03 EUL-TALLY       PIC ZZZZZZ9.
          03 FILLER          PIC X(8) VALUE '  CODE: '.
          03 EUL-CODE        PIC X(6).

      * Failed-step count gathered ahead of the status verdict; the
      * step section prints the same records again with the summary
          03 SMD-VALUE       PIC X(40).

       COPY "suite-error-log-ws.cpy".
       COPY "error-code-catalog-ws.cpy".
       COPY "table-capacity-ws.cpy".
       COPY "run-parms-ws.cpy".
       COPY "env-accept-ws.cpy".
       COPY "transaction-header.cpy".
           PERFORM SCAN-JOBLOG
           PERFORM READ-COMPLETE-MARKER
           PERFORM SCAN-BALANCE-SHEET
           PERFORM LOAD-ERROR-CODE-CATALOG
           PERFORM TALLY-ERROR-LOG
           PERFORM PRESCAN-STEP-RESULTS

               OR WS-BAL-OUT > 0
               OR WS-WINDOW-HELD = 'Y'
               OR WS-STEPS-FAILED > 0
               OR WS-ERR-STOP-CODES > 0
               MOVE 'Y' TO WS-OVERALL-BAD
           END-IF

               SET RC-WARNING TO TRUE
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
           PERFORM RECORD-TABLE-CAPACITY
           GOBACK.

      * Pins down which run the report covers: the override wins,
           EXIT.

       TALLY-ONE-ERROR SECTION.
           MOVE SERR-ERROR-CODE TO WS-ECC-LOOKUP-CODE
           PERFORM FIND-ERROR-CODE
           IF WS-ECC-HIT = 0
               ADD 1 TO WS-ERR-UNCATALOGUED
           END-IF
           MOVE 'N' TO WS-ERR-HIT
           PERFORM VARYING ER-IDX FROM 1 BY 1
                   UNTIL ER-IDX > WS-ERR-COUNT
               IF WS-ECC-HIT > 0
                   IF ERR-T-CAT(ER-IDX) = WS-ECC-HIT
                       ADD 1 TO ERR-T-TALLY(ER-IDX)
                       MOVE 'Y' TO WS-ERR-HIT
                   END-IF
               ELSE
                   IF ERR-T-CAT(ER-IDX) = 0
                       AND ERR-T-PROGRAM(ER-IDX) = SERR-PROGRAM-ID
                       AND ERR-T-REASON(ER-IDX) = SERR-REASON
                       AND ERR-T-CODE(ER-IDX) = SERR-ERROR-CODE
                       ADD 1 TO ERR-T-TALLY(ER-IDX)
                       MOVE 'Y' TO WS-ERR-HIT
                   END-IF
               END-IF
           END-PERFORM
           IF WS-ERR-HIT = 'N'
               AND WS-ERR-COUNT < WS-ERR-MAX
               ADD 1 TO WS-ERR-COUNT
               MOVE WS-ECC-HIT TO ERR-T-CAT(WS-ERR-COUNT)
               MOVE SERR-ERROR-CODE TO ERR-T-CODE(WS-ERR-COUNT)
               MOVE SERR-PROGRAM-ID TO ERR-T-PROGRAM(WS-ERR-COUNT)
               MOVE SERR-REASON TO ERR-T-REASON(WS-ERR-COUNT)
               MOVE 1 TO ERR-T-TALLY(WS-ERR-COUNT)
               IF WS-ECC-HIT > 0
                   IF ECC-CONTINUE(WS-ECC-HIT) = 'N'
                       ADD 1 TO WS-ERR-STOP-CODES
                   END-IF
               END-IF
           END-IF
           EXIT.

       WRITE-ERROR-SECTION SECTION.
           MOVE ALL '-' TO SUM-LINE
           WRITE SUM-LINE
           MOVE 'ERRORS BY CODE (SUITE ERROR LOG)' TO SUM-LINE
           WRITE SUM-LINE
           IF WS-ERR-COUNT = 0
               MOVE '(NONE LOGGED FOR THE RUN DATE)' TO SUM-LINE
           END-IF
           PERFORM VARYING ER-IDX FROM 1 BY 1
                   UNTIL ER-IDX > WS-ERR-COUNT
               IF ERR-T-CAT(ER-IDX) > 0
                   SET EC-IDX TO ERR-T-CAT(ER-IDX)
                   MOVE ECC-CODE(EC-IDX) TO EDL-CODE
                   MOVE ECC-SEVERITY(EC-IDX) TO EDL-SEVERITY
                   MOVE ERR-T-TALLY(ER-IDX) TO EDL-TALLY
                   MOVE ECC-SHORT-TEXT(EC-IDX) TO EDL-SHORT-TEXT
                   MOVE ECC-OWNER(EC-IDX) TO EDL-OWNER
                   MOVE ECC-CONTINUE(EC-IDX) TO EDL-CONTINUE
                   MOVE WS-ERR-CODE-LINE TO SUM-LINE
                   WRITE SUM-LINE
                   MOVE ECC-ACTION(EC-IDX) TO EAL-ACTION
                   MOVE WS-ERR-ACTION-LINE TO SUM-LINE
                   WRITE SUM-LINE
               END-IF
           END-PERFORM
           IF WS-ERR-UNCATALOGUED > 0
               MOVE 'UNCATALOGUED REASONS STILL LOGGED' TO SUM-LINE
               WRITE SUM-LINE
               PERFORM VARYING ER-IDX FROM 1 BY 1
                       UNTIL ER-IDX > WS-ERR-COUNT
                   IF ERR-T-CAT(ER-IDX) = 0
                       MOVE ERR-T-PROGRAM(ER-IDX) TO EUL-PROGRAM
                       MOVE ERR-T-REASON(ER-IDX) TO EUL-REASON
                       MOVE ERR-T-TALLY(ER-IDX) TO EUL-TALLY
                       MOVE ERR-T-CODE(ER-IDX) TO EUL-CODE
                       MOVE WS-ERR-UNCAT-LINE TO SUM-LINE
                       WRITE SUM-LINE
                   END-IF
               END-PERFORM
           END-IF
           EXIT.

      * The reject totals per control-total report, walked with the
           WRITE SUM-LINE
           EXIT.

      * High-water marks of the in-memory tables for this run,
      * kept so TABLE-CAPACITY-REPORT can warn before a ceiling is
      * reached.
       RECORD-TABLE-CAPACITY SECTION.
           MOVE 'MORNING-SUMMARY' TO TCAP-PROGRAM-ID
           MOVE WS-PARM-RUN-ID TO TCAP-RUN-ID
           MOVE WS-RUN-DATE TO TCAP-RUN-DATE
           MOVE 'BALCHK' TO TCAP-TABLE-NAME
           MOVE WS-BALCHK-COUNT TO TCAP-PEAK
           MOVE WS-BALCHK-MAX TO TCAP-CEILING
           PERFORM WRITE-TABLE-CAPACITY
           MOVE 'ERR' TO TCAP-TABLE-NAME
           MOVE WS-ERR-COUNT TO TCAP-PEAK
           MOVE WS-ERR-MAX TO TCAP-CEILING
           PERFORM WRITE-TABLE-CAPACITY
           MOVE 'ERROR-CODE' TO TCAP-TABLE-NAME
           MOVE WS-ECC-COUNT TO TCAP-PEAK
           MOVE WS-ECC-MAX TO TCAP-CEILING
           PERFORM WRITE-TABLE-CAPACITY
           EXIT.

       COPY "suite-error-log-proc.cpy".
       COPY "error-code-catalog-proc.cpy".
       COPY "run-parms-proc.cpy".
       COPY "env-switch-proc.cpy".
       COPY "table-capacity-proc.cpy".
