               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.
           COPY "run-parms-select.cpy".
           COPY "table-capacity-select.cpy".

       DATA DIVISION.
       FILE SECTION.
          03 FILLER              PIC X(27).

       COPY "run-parms-fd.cpy".
       COPY "table-capacity-fd.cpy".

       WORKING-STORAGE SECTION.
       01 WS-JOBLOG-DSN     PIC X(100) VALUE 'NIGHTLY-JOBLOG.LOG'.

       COPY "run-parms-ws.cpy".
       COPY "env-accept-ws.cpy".
       COPY "table-capacity-ws.cpy".

       PROCEDURE DIVISION.
       RUN-NIGHTLY-SCHEDULE SECTION.
           PERFORM CLEAR-STEP-HOLDS

           CLOSE JOBLOG-FILE
           PERFORM RECORD-TABLE-CAPACITY
           GOBACK.

      * One whole night: the step stream (once per company when the
               GO TO RUN-JOB-STEP-EXIT
           END-IF
           IF WS-FINAL-CC >= WS-STREAM-STOP-RC
               IF WS-STEP-PROGRAM(WS-STEP-IDX) = 'ONCALL-NOTIFY'
                   PERFORM RUN-STOPPED-STREAM-NOTIFY
                   GO TO RUN-JOB-STEP-EXIT
               END-IF
               MOVE SPACES TO JOBLOG-LINE
               STRING 'FLUSH  ' DELIMITED BY SIZE
                      WS-STEP-PROGRAM(WS-STEP-IDX) DELIMITED BY SPACE
       RUN-JOB-STEP-EXIT.
           EXIT.

      * A stopped stream is exactly when the on-call must hear of
      * it - the window holds and failures it pages on are logged by
      * the step that stopped the stream. The notify step is still
      * CALLed, with its own step environment, and CANCELled like
      * RUN-PARMS-GEN at the window close. It is not recorded as
      * completed and its return code is not rolled into the final
      * condition code: the stream stays stopped and the window
      * close still fails verification.
       RUN-STOPPED-STREAM-NOTIFY SECTION.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE SPACES TO JOBLOG-LINE
           STRING 'NOTIFY ' DELIMITED BY SIZE
                  WS-STEP-PROGRAM(WS-STEP-IDX) DELIMITED BY SPACE
                  ' - STREAM STOPPED, RUN FOR ON-CALL '
                    DELIMITED BY SIZE
                  WS-TIMESTAMP(1:14) DELIMITED BY SIZE
             INTO JOBLOG-LINE
           WRITE JOBLOG-LINE
           PERFORM APPLY-STEP-ENVIRONMENT
           CALL WS-STEP-PROGRAM(WS-STEP-IDX)
           MOVE RETURN-CODE TO WS-STEP-RETURN-CODE
           CANCEL WS-STEP-PROGRAM(WS-STEP-IDX)
           PERFORM CLEAR-STEP-ENVIRONMENT
           MOVE WS-STEP-RETURN-CODE TO WS-STEP-RC-TXT
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE SPACES TO JOBLOG-LINE
           STRING 'STOP   ' DELIMITED BY SIZE
                  WS-STEP-PROGRAM(WS-STEP-IDX) DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  WS-TIMESTAMP DELIMITED BY SIZE
                  ' RC=' DELIMITED BY SIZE
                  WS-STEP-RC-TXT DELIMITED BY SIZE
             INTO JOBLOG-LINE
           WRITE JOBLOG-LINE
           EXIT.

      * The step file can hand each step the *_FILE settings its
      * program reads from the environment - applied just before the
      * CALL so two steps can run the same program against different
       VERIFY-WINDOW-OPEN-EXIT.
           EXIT.

      * High-water marks of the in-memory tables for this run,
      * kept so TABLE-CAPACITY-REPORT can warn before a ceiling is
      * reached.
       RECORD-TABLE-CAPACITY SECTION.
           MOVE 'NIGHTLY-SCHEDULER' TO TCAP-PROGRAM-ID
           MOVE WS-PARM-RUN-ID TO TCAP-RUN-ID
           MOVE WS-RUN-DATE TO TCAP-RUN-DATE
           MOVE 'COMPANY' TO TCAP-TABLE-NAME
           MOVE WS-COMPANY-COUNT TO TCAP-PEAK
           MOVE WS-COMPANY-MAX TO TCAP-CEILING
           PERFORM WRITE-TABLE-CAPACITY
           MOVE 'STEP' TO TCAP-TABLE-NAME
           MOVE WS-STEP-COUNT TO TCAP-PEAK
           MOVE WS-STEP-MAX TO TCAP-CEILING
           PERFORM WRITE-TABLE-CAPACITY
           EXIT.

       COPY "run-parms-proc.cpy".
       COPY "table-capacity-proc.cpy".
