               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-COMPARE-STATUS.
           COPY "suite-error-log-select.cpy".
           COPY "table-capacity-select.cpy".
           COPY "run-parms-select.cpy".

       DATA DIVISION.
       01 CMP-LINE PIC X(100).

       COPY "suite-error-log-fd.cpy".
       COPY "table-capacity-fd.cpy".
       COPY "run-parms-fd.cpy".

       WORKING-STORAGE SECTION.
          03 CMD-FLAG        PIC X(7).

       COPY "suite-error-log-ws.cpy".
       COPY "table-capacity-ws.cpy".
       COPY "run-parms-ws.cpy".
       COPY "env-accept-ws.cpy".
       COPY "transaction-header.cpy".
               SET RC-WARNING TO TRUE
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
           PERFORM RECORD-TABLE-CAPACITY
           GOBACK.

       FIND-RUN-PERIOD SECTION.
                           MOVE 'PERIOD-RLLUP' TO SERR-PROGRAM-ID
                           MOVE PTD-SOURCE TO SERR-KEY-FIELD
                           MOVE 'PERIOD TABLE FULL' TO SERR-REASON
                           MOVE 'TBL001' TO SERR-ERROR-CODE
                           PERFORM WRITE-SUITE-ERROR-LOG
                       END-IF
               END-READ
                   MOVE 'PERIOD-RLLUP' TO SERR-PROGRAM-ID
                   MOVE WS-PARSE-LABEL TO SERR-KEY-FIELD
                   MOVE 'PERIOD TABLE FULL' TO SERR-REASON
                   MOVE 'TBL001' TO SERR-ERROR-CODE
                   PERFORM WRITE-SUITE-ERROR-LOG
               END-IF
           END-IF.
           WRITE CMP-LINE
           EXIT.

      * High-water marks of the in-memory tables for this run,
      * kept so TABLE-CAPACITY-REPORT can warn before a ceiling is
      * reached.
       RECORD-TABLE-CAPACITY SECTION.
           MOVE 'PERIOD-ROLLUP' TO TCAP-PROGRAM-ID
           MOVE WS-PARM-RUN-ID TO TCAP-RUN-ID
           MOVE WS-RUN-DATE TO TCAP-RUN-DATE
           MOVE 'PTD' TO TCAP-TABLE-NAME
           MOVE WS-PTD-COUNT TO TCAP-PEAK
           MOVE WS-PTD-MAX TO TCAP-CEILING
           PERFORM WRITE-TABLE-CAPACITY
           EXIT.

       COPY "suite-error-log-proc.cpy".
       COPY "run-parms-proc.cpy".
       COPY "env-switch-proc.cpy".
       COPY "table-capacity-proc.cpy".
