               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-COMPLETE-STATUS.
           COPY "suite-error-log-select.cpy".
           COPY "table-capacity-select.cpy".
           COPY "run-parms-select.cpy".
           COPY "operator-authority-select.cpy".
           COPY "log-chain-select.cpy".

       DATA DIVISION.
       FILE SECTION.
      * All the control tables read and copy as generic 80-byte
      * lines - record layout only matters to the programs that load
      * them, not to the diff and swap here.
       FD  STAGE-FILE
       01 COMPLETE-LINE PIC X(80).

       COPY "suite-error-log-fd.cpy".
       COPY "table-capacity-fd.cpy".
       COPY "run-parms-fd.cpy".
       COPY "operator-authority-fd.cpy".
       COPY "log-chain-fd.cpy".

       WORKING-STORAGE SECTION.
       01 WS-STAGE-DSN      PIC X(100).
       01 WS-DIFF-HIT       PIC X VALUE 'N'.

       COPY "suite-error-log-ws.cpy".
       COPY "table-capacity-ws.cpy".
       COPY "run-parms-ws.cpy".
       COPY "env-accept-ws.cpy".
       COPY "operator-authority-ws.cpy".
       COPY "log-chain-ws.cpy".

       PROCEDURE DIVISION.
       RUN-TABLE-PROMOTE SECTION.
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-SUITE-ERROR-LOG-DSN
           END-IF

           MOVE 'TBL-PROMOTE' TO WS-OPA-CONSOLE
           PERFORM SIGN-ON-OPERATOR
           IF WS-OPA-SIGNED-ON NOT = 'Y'
               GOBACK
           END-IF

           DISPLAY 'CONTROL TABLE PROMOTE'
           DISPLAY 'A) ALLERGEN TABLE   R) RAINDROP RULES'
           DISPLAY 'S) STEP TABLE   E) EXCIPIENT TABLE'
           DISPLAY 'C) RESERVED ACRONYM CODES   X) EXIT'
           DISPLAY 'CHOICE: '
           ACCEPT WS-CHOICE FROM CONSOLE
           EVALUATE WS-CHOICE
                   IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
                       MOVE WS-ENV-ACCEPT-SCRATCH TO WS-LIVE-DSN
                   END-IF
               WHEN 'E'
                   MOVE 'EXCIPIENT TABLE' TO WS-TABLE-NAME
                   MOVE 'MEDICATION-EXCIPIENT.DAT' TO WS-LIVE-DSN
                   ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                          'PHARMACY_EXCIPIENT_TABLE_FILE'
                   IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
                       MOVE WS-ENV-ACCEPT-SCRATCH TO WS-LIVE-DSN
                   END-IF
               WHEN 'C'
                   MOVE 'RESERVED CODES' TO WS-TABLE-NAME
                   MOVE 'ACRONYM-RESERVED-CODES.DAT' TO WS-LIVE-DSN
                   ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                          'ACRONYM_RESERVED_CODES_FILE'
                   IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
                       MOVE WS-ENV-ACCEPT-SCRATCH TO WS-LIVE-DSN
                   END-IF
               WHEN OTHER
                   PERFORM SIGN-OFF-OPERATOR
                   GOBACK
           END-EVALUATE
           MOVE 'P' TO WS-OPA-FUNCTION
           MOVE SPACES TO WS-OPA-DETAIL
           STRING 'PROMOTE ' DELIMITED BY SIZE
                  WS-TABLE-NAME DELIMITED BY SIZE
             INTO WS-OPA-DETAIL
           PERFORM CHECK-OPERATOR-RIGHT
           IF WS-OPA-ALLOWED NOT = 'Y'
               PERFORM SIGN-OFF-OPERATOR
               GOBACK
           END-IF
           MOVE SPACES TO WS-STAGE-DSN
           STRING FUNCTION TRIM(WS-LIVE-DSN) DELIMITED BY SIZE
                  '.STAGE' DELIMITED BY SIZE
           PERFORM TEST-WINDOW-OPEN
           IF WS-WINDOW-OPEN = 'Y'
               DISPLAY 'BATCH WINDOW IS OPEN - PROMOTE REFUSED'
               PERFORM SIGN-OFF-OPERATOR
               GOBACK
           END-IF

           PERFORM LOAD-BOTH-VERSIONS
           PERFORM RECORD-TABLE-CAPACITY
           IF WS-STG-COUNT = 0
               DISPLAY 'NOTHING STAGED FOR ' WS-TABLE-NAME
               PERFORM SIGN-OFF-OPERATOR
               GOBACK
           END-IF
           IF WS-TABLE-OVERFLOW = 'Y'
               DISPLAY 'TABLE OVER DIFF CEILING - PROMOTE REFUSED'
               PERFORM SIGN-OFF-OPERATOR
               GOBACK
           END-IF

           PERFORM PRINT-CHANGE-LIST
           IF WS-CHANGES-SHOWN = 0
               DISPLAY 'STAGING MATCHES LIVE - NOTHING TO PROMOTE'
               PERFORM SIGN-OFF-OPERATOR
               GOBACK
           END-IF
           DISPLAY 'PROMOTE THESE CHANGES TO LIVE - CONFIRM Y: '
           ACCEPT WS-CONFIRM FROM CONSOLE
           IF WS-CONFIRM NOT = 'Y'
               DISPLAY 'PROMOTE CANCELLED'
               PERFORM SIGN-OFF-OPERATOR
               GOBACK
           END-IF

           MOVE 'TABLE-PROMOTE' TO SERR-PROGRAM-ID
           MOVE WS-TABLE-NAME TO SERR-KEY-FIELD
           MOVE 'CONTROL TABLE PROMOTED' TO SERR-REASON
           MOVE 'RST001' TO SERR-ERROR-CODE
           PERFORM WRITE-SUITE-ERROR-LOG
           PERFORM SIGN-OFF-OPERATOR
           GOBACK.

      * The window is open when the canary signed this run on and
           CLOSE STAGE-FILE
           EXIT.

      * High-water marks of the in-memory tables for this run,
      * kept so TABLE-CAPACITY-REPORT can warn before a ceiling is
      * reached.
       RECORD-TABLE-CAPACITY SECTION.
           MOVE 'TABLE-PROMOTE' TO TCAP-PROGRAM-ID
           MOVE WS-PARM-RUN-ID TO TCAP-RUN-ID
           MOVE WS-RUN-DATE TO TCAP-RUN-DATE
           MOVE 'STAGED' TO TCAP-TABLE-NAME
           MOVE WS-STG-COUNT TO TCAP-PEAK
           MOVE WS-LINE-MAX TO TCAP-CEILING
           PERFORM WRITE-TABLE-CAPACITY
           MOVE 'LIVE' TO TCAP-TABLE-NAME
           MOVE WS-LIV-COUNT TO TCAP-PEAK
           MOVE WS-LINE-MAX TO TCAP-CEILING
           PERFORM WRITE-TABLE-CAPACITY
           EXIT.

       COPY "suite-error-log-proc.cpy".
       COPY "run-parms-proc.cpy".
       COPY "table-capacity-proc.cpy".
       COPY "operator-authority-proc.cpy".
       COPY "log-chain-proc.cpy".
