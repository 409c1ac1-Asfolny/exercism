               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-TOTAL-STATUS.
           COPY "suite-error-log-select.cpy".
           COPY "table-capacity-select.cpy".
           COPY "run-parms-select.cpy".

       DATA DIVISION.
       01 CTL-LINE PIC X(80).

       COPY "suite-error-log-fd.cpy".
       COPY "table-capacity-fd.cpy".
       COPY "run-parms-fd.cpy".

       WORKING-STORAGE SECTION.
       01 WS-EXTRACT-REST       PIC X(210).

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

       LOAD-ACK-TABLE SECTION.
                                     TO SERR-KEY-FIELD
                                   MOVE 'ACK TABLE FULL'
                                     TO SERR-REASON
                                   MOVE 'TBL001' TO SERR-ERROR-CODE
                                   PERFORM WRITE-SUITE-ERROR-LOG
                               END-IF
                           END-IF
               MOVE 'DIETARY-ACK' TO SERR-PROGRAM-ID
               MOVE WS-EXTRACT-ID TO SERR-KEY-FIELD
               MOVE 'EXTRACT NOT ACKNOWLEDGED' TO SERR-REASON
               MOVE 'BAL001' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
           END-IF.
       MATCH-EXTRACT-RECORD-EXIT.
                               MOVE RSD-PATIENT-ID TO SERR-KEY-FIELD
                               MOVE 'PRIOR QUEUE TABLE FULL'
                                 TO SERR-REASON
                               MOVE 'TBL001' TO SERR-ERROR-CODE
                               PERFORM WRITE-SUITE-ERROR-LOG
                           END-IF
                   END-READ
           CLOSE CONTROL-TOTAL-FILE
           EXIT.

      * High-water marks of the in-memory tables for this run,
      * kept so TABLE-CAPACITY-REPORT can warn before a ceiling is
      * reached.
       RECORD-TABLE-CAPACITY SECTION.
           MOVE 'DIETARY-ACK-RECON' TO TCAP-PROGRAM-ID
           MOVE WS-PARM-RUN-ID TO TCAP-RUN-ID
           MOVE WS-RUN-DATE TO TCAP-RUN-DATE
           MOVE 'PRIOR' TO TCAP-TABLE-NAME
           MOVE WS-PRIOR-COUNT TO TCAP-PEAK
           MOVE WS-PRIOR-MAX TO TCAP-CEILING
           PERFORM WRITE-TABLE-CAPACITY
           MOVE 'ACK' TO TCAP-TABLE-NAME
           MOVE WS-ACK-COUNT TO TCAP-PEAK
           MOVE WS-ACK-MAX TO TCAP-CEILING
           PERFORM WRITE-TABLE-CAPACITY
           EXIT.

       COPY "suite-error-log-proc.cpy".
       COPY "run-parms-proc.cpy".
       COPY "env-switch-proc.cpy".
       COPY "table-capacity-proc.cpy".
