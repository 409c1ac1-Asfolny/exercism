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

       FD  NORM-RULES-FILE
           RECORD CONTAINS 32 CHARACTERS.
       01 CTL-LINE PIC X(80).

       COPY "suite-error-log-fd.cpy".
       COPY "table-capacity-fd.cpy".
       COPY "run-parms-fd.cpy".

       WORKING-STORAGE SECTION.
       01 WS-NORM-PUNCT-HIT        PIC X.

       COPY "suite-error-log-ws.cpy".
       COPY "table-capacity-ws.cpy".
       COPY "run-parms-ws.cpy".
       COPY "env-accept-ws.cpy".
       COPY "transaction-header.cpy".
               MOVE 'ACRONYM-RENORM' TO SERR-PROGRAM-ID
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

       RENORM-ONE-RECORD SECTION.
                       MOVE 'ACRONYM-RENORM' TO SERR-PROGRAM-ID
                       MOVE MST-PHRASE(1:20) TO SERR-KEY-FIELD
                       MOVE 'RENORM REWRITE FAILED' TO SERR-REASON
                       MOVE 'MST002' TO SERR-ERROR-CODE
                       PERFORM WRITE-SUITE-ERROR-LOG
                   NOT INVALID KEY
                       ADD 1 TO WS-RECORDS-REWRITTEN
                               MOVE NRM-ACTION TO SERR-KEY-FIELD
                               MOVE 'NORM RULE TABLE FULL - IGNORED'
                                 TO SERR-REASON
                               MOVE 'TBL001' TO SERR-ERROR-CODE
                               PERFORM WRITE-SUITE-ERROR-LOG
                           ELSE
                               ADD 1 TO WS-NORM-RULE-COUNT
           CLOSE CONTROL-TOTAL-FILE
           EXIT.

      * High-water marks of the in-memory tables for this run,
      * kept so TABLE-CAPACITY-REPORT can warn before a ceiling is
      * reached.
       RECORD-TABLE-CAPACITY SECTION.
           MOVE 'ACRONYM-RENORM' TO TCAP-PROGRAM-ID
           MOVE WS-PARM-RUN-ID TO TCAP-RUN-ID
           MOVE WS-RUN-DATE TO TCAP-RUN-DATE
           MOVE 'NORM-RULE' TO TCAP-TABLE-NAME
           MOVE WS-NORM-RULE-COUNT TO TCAP-PEAK
           MOVE WS-NORM-RULE-MAX TO TCAP-CEILING
           PERFORM WRITE-TABLE-CAPACITY
           EXIT.

       COPY "suite-error-log-proc.cpy".
       COPY "run-parms-proc.cpy".
       COPY "env-switch-proc.cpy".
       COPY "table-capacity-proc.cpy".
