               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-TOTAL-STATUS.
           COPY "suite-error-log-select.cpy".
           COPY "table-capacity-select.cpy".
           COPY "run-parms-select.cpy".

       DATA DIVISION.
      * date field was added read with a non-numeric queued date and
      * are listed with an unknown age rather than dropped.
       FD  PENDING-APPROVAL-FILE
           RECORD CONTAINS 156 CHARACTERS.
       01 PND-RECORD.
          03 PND-PHRASE        PIC X(80).
          03 FILLER            PIC X(2).
          03 PND-SUGGESTED     PIC X(20).
          03 FILLER            PIC X(2).
          03 PND-QUEUED-DATE   PIC 9(8).
          03 FILLER            PIC X(2).
          03 PND-HOLD-REASON   PIC X(20).

       FD  FISCAL-DAY-FILE
           RECORD CONTAINS 60 CHARACTERS.
       01 CTL-LINE PIC X(80).

       COPY "suite-error-log-fd.cpy".
       COPY "table-capacity-fd.cpy".
       COPY "run-parms-fd.cpy".

       WORKING-STORAGE SECTION.
          03 DYD-TALLY-TXT       PIC ZZZZZ9.

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

       AGE-ONE-PENDING-ITEM SECTION.
                   MOVE 'ACRO-AGING' TO SERR-PROGRAM-ID
                   MOVE PND-QUEUED-DATE TO SERR-KEY-FIELD
                   MOVE 'BACKLOG DAY TABLE FULL' TO SERR-REASON
                   MOVE 'TBL001' TO SERR-ERROR-CODE
                   PERFORM WRITE-SUITE-ERROR-LOG
               END-IF
           END-IF
           CLOSE CONTROL-TOTAL-FILE
           EXIT.

      * High-water marks of the in-memory tables for this run,
      * kept so TABLE-CAPACITY-REPORT can warn before a ceiling is
      * reached.
       RECORD-TABLE-CAPACITY SECTION.
           MOVE 'ACRONYM-PENDING-AGING' TO TCAP-PROGRAM-ID
           MOVE WS-PARM-RUN-ID TO TCAP-RUN-ID
           MOVE WS-RUN-DATE TO TCAP-RUN-DATE
           MOVE 'CAL' TO TCAP-TABLE-NAME
           MOVE WS-CAL-COUNT TO TCAP-PEAK
           MOVE WS-CAL-MAX TO TCAP-CEILING
           PERFORM WRITE-TABLE-CAPACITY
           MOVE 'DAY' TO TCAP-TABLE-NAME
           MOVE WS-DAY-COUNT TO TCAP-PEAK
           MOVE WS-DAY-MAX TO TCAP-CEILING
           PERFORM WRITE-TABLE-CAPACITY
           EXIT.

       COPY "suite-error-log-proc.cpy".
       COPY "run-parms-proc.cpy".
       COPY "env-switch-proc.cpy".
       COPY "table-capacity-proc.cpy".
