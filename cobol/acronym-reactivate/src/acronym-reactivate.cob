               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-TOTAL-STATUS.
           COPY "suite-error-log-select.cpy".
           COPY "table-capacity-select.cpy".
           COPY "run-parms-select.cpy".

       DATA DIVISION.
       01 REQ-ACRONYM PIC X(20).

       FD  ARCHIVE-FILE
           RECORD CONTAINS 197 CHARACTERS.
       01 ARC-RECORD.
          03 ARC-PHRASE        PIC X(80).
          03 ARC-ACRONYM       PIC X(20).
          03 ARC-ISSUED-DATE   PIC 9(8).
          03 ARC-NORM-PHRASE   PIC X(80).
          03 ARC-STATUS        PIC X.
          03 ARC-CATEGORY      PIC X(8).

       FD  ACRONYM-MASTER
           RECORD CONTAINS 197 CHARACTERS.
       01 MST-RECORD.
          03 MST-PHRASE        PIC X(80).
          03 MST-ACRONYM       PIC X(20).
          03 MST-ISSUED-DATE   PIC 9(8).
          03 MST-NORM-PHRASE   PIC X(80).
          03 MST-STATUS        PIC X.
          03 MST-CATEGORY      PIC X(8).

       FD  MANIFEST-FILE
           RECORD CONTAINS 120 CHARACTERS.
       01 CTL-LINE PIC X(80).

       COPY "suite-error-log-fd.cpy".
       COPY "table-capacity-fd.cpy".
       COPY "run-parms-fd.cpy".

       WORKING-STORAGE SECTION.
       01 WS-ARC-OVERFLOW     PIC X VALUE 'N'.
       01 WS-ARC-TABLE.
          03 WS-ARC-ENTRY OCCURS 2000 TIMES INDEXED BY AR-IDX.
             05 ARC-T-IMAGE   PIC X(197).
             05 ARC-T-REMOVED PIC X.
       01 WS-ARC-WORK.
          03 ARW-PHRASE        PIC X(80).
          03 ARW-ISSUED-DATE   PIC 9(8).
          03 ARW-NORM-PHRASE   PIC X(80).
          03 ARW-STATUS        PIC X.
          03 ARW-CATEGORY      PIC X(8).
       01 WS-REQUEST-MATCHED  PIC X VALUE 'N'.
       01 WS-CODE-IN-USE      PIC X VALUE 'N'.
       01 WS-ANY-REACTIVATED  PIC X VALUE 'N'.
          03 MAN-PHRASE       PIC X(80).

       COPY "suite-error-log-ws.cpy".
       COPY "table-capacity-ws.cpy".
       COPY "run-parms-ws.cpy".
       COPY "env-accept-ws.cpy".
       COPY "transaction-header.cpy".
               MOVE 'ACRO-REACT' TO SERR-PROGRAM-ID
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

       LOAD-ARCHIVE-TABLE SECTION.
                               MOVE ARC-ACRONYM TO SERR-KEY-FIELD
                               MOVE 'ARCHIVE OVER TABLE LIMIT'
                                 TO SERR-REASON
                               MOVE 'TBL001' TO SERR-ERROR-CODE
                               PERFORM WRITE-SUITE-ERROR-LOG
                           END-IF
                       END-IF
               MOVE 'ACRO-REACT' TO SERR-PROGRAM-ID
               MOVE REQ-ACRONYM TO SERR-KEY-FIELD
               MOVE 'CODE NOW IN USE ON MASTER' TO SERR-REASON
               MOVE 'TXN003' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               GO TO REACTIVATE-ONE-REQUEST-EXIT
           END-IF
               MOVE 'ACRO-REACT' TO SERR-PROGRAM-ID
               MOVE REQ-ACRONYM TO SERR-KEY-FIELD
               MOVE 'CODE NOT ON ARCHIVE' TO SERR-REASON
               MOVE 'TXN002' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
           END-IF.
       REACTIVATE-ONE-REQUEST-EXIT.
           MOVE ARW-ACRONYM TO MST-ACRONYM
           MOVE ARW-ISSUED-DATE TO MST-ISSUED-DATE
           MOVE ARW-NORM-PHRASE TO MST-NORM-PHRASE
           MOVE ARW-CATEGORY TO MST-CATEGORY
           MOVE SPACE TO MST-STATUS
           WRITE MST-RECORD
               INVALID KEY
                   MOVE 'ACRO-REACT' TO SERR-PROGRAM-ID
                   MOVE ARW-PHRASE(1:20) TO SERR-KEY-FIELD
                   MOVE 'PHRASE NOW ON MASTER' TO SERR-REASON
                   MOVE 'TXN003' TO SERR-ERROR-CODE
                   PERFORM WRITE-SUITE-ERROR-LOG
               NOT INVALID KEY
                   ADD 1 TO WS-RECORDS-REACTIVATED
           CLOSE CONTROL-TOTAL-FILE
           EXIT.

      * High-water marks of the in-memory tables for this run,
      * kept so TABLE-CAPACITY-REPORT can warn before a ceiling is
      * reached.
       RECORD-TABLE-CAPACITY SECTION.
           MOVE 'ACRONYM-REACTIVATE' TO TCAP-PROGRAM-ID
           MOVE WS-PARM-RUN-ID TO TCAP-RUN-ID
           MOVE WS-RUN-DATE TO TCAP-RUN-DATE
           MOVE 'ARC' TO TCAP-TABLE-NAME
           MOVE WS-ARC-COUNT TO TCAP-PEAK
           MOVE WS-ARC-MAX TO TCAP-CEILING
           PERFORM WRITE-TABLE-CAPACITY
           EXIT.

       COPY "suite-error-log-proc.cpy".
       COPY "run-parms-proc.cpy".
       COPY "env-switch-proc.cpy".
       COPY "table-capacity-proc.cpy".
