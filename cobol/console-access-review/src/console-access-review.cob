       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSOLE-ACCESS-REVIEW.
      * Monthly review of console rights and their use, for the
      * security officer. Every maintenance and inquiry console signs
      * its operator on against OPERATOR-AUTHORITY.DAT and logs each
      * sign-on, action and refusal to CONSOLE-ACCESS.LOG.
      * Part 1 lists every authority line: operator, console, rights
      * held and valid-until date. Against each it shows the month's
      * sign-ons, functions granted and functions refused, and the
      * last day the line was used. A line past its valid-until date
      * shows EXPIRED and should be taken off the file. A current line
      * not used all month shows UNUSED, a candidate for withdrawal.
      * Part 2 lists every refused sign-on or function in the month,
      * including operators with no authority line at all.
      * The review month defaults to the calendar month before the
      * run date; CONSOLE_REVIEW_MONTH (YYYYMM) overrides it.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCESS-REVIEW-FILE ASSIGN TO
               DYNAMIC WS-REVIEW-RPT-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REVIEW-RPT-STATUS.
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
           COPY "operator-authority-select.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD  ACCESS-REVIEW-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01 ARV-LINE PIC X(132).

       FD  CONTROL-TOTAL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 CTL-LINE PIC X(80).

       COPY "suite-error-log-fd.cpy".
       COPY "table-capacity-fd.cpy".
       COPY "run-parms-fd.cpy".
       COPY "operator-authority-fd.cpy".

       WORKING-STORAGE SECTION.
       01 WS-REVIEW-RPT-DSN     PIC X(100)
          VALUE 'CONSOLE-ACCESS-REVIEW.RPT'.
       01 WS-REVIEW-RPT-STATUS  PIC XX VALUE '00'.
       01 WS-EOF-FLAG           PIC X VALUE 'N'.

       01 WS-CONTROL-TOTAL-DSN    PIC X(100)
          VALUE 'CONSOLE-ACCESS-REVIEW-CONTROL-TOTALS.RPT'.
       01 WS-CONTROL-TOTAL-STATUS PIC XX VALUE '00'.
       01 WS-AUTHORITY-LINES      PIC 9(6) VALUE 0.
       01 WS-LOG-RECORDS-READ     PIC 9(6) VALUE 0.
       01 WS-LOG-IN-PERIOD        PIC 9(6) VALUE 0.
       01 WS-LOG-OUT-OF-PERIOD    PIC 9(6) VALUE 0.
       01 WS-REFUSED-ATTEMPTS     PIC 9(6) VALUE 0.
       01 WS-UNUSED-AUTHORITIES   PIC 9(6) VALUE 0.
       01 WS-EXPIRED-AUTHORITIES  PIC 9(6) VALUE 0.
       01 WS-CTL-COUNT-TXT        PIC ZZZZZ9.

       01 WS-RUN-DAY            PIC 9(8) VALUE 0.
       01 WS-REVIEW-MONTH       PIC 9(6) VALUE 0.
       01 WS-REVIEW-MONTH-X REDEFINES WS-REVIEW-MONTH.
          03 WS-REVIEW-YEAR     PIC 9(4).
          03 WS-REVIEW-MM       PIC 9(2).

       01 WS-AUT-MAX            PIC 9(3) VALUE 300.
       01 WS-AUT-COUNT          PIC 9(3) VALUE 0.
       01 WS-AUT-TABLE.
          03 WS-AUT-ENTRY OCCURS 300 TIMES INDEXED BY AU-IDX.
             05 AUT-OPERATOR-ID    PIC X(8).
             05 AUT-NAME           PIC X(24).
             05 AUT-CONSOLE        PIC X(12).
             05 AUT-RIGHTS         PIC X(8).
             05 AUT-VALID-UNTIL    PIC 9(8).
             05 AUT-SIGNONS        PIC 9(5).
             05 AUT-GRANTED        PIC 9(5).
             05 AUT-REFUSED        PIC 9(5).
             05 AUT-LAST-USED      PIC 9(8).
       01 WS-AUT-HIT            PIC 9(3) VALUE 0.

       01 WS-STATUS-TXT         PIC X(8) VALUE SPACES.
       01 WS-NOTE-TXT           PIC X(8) VALUE SPACES.
       01 WS-USE-COUNT-TXT      PIC ZZZZ9.
       01 WS-DATE-TXT           PIC 9(8).

       COPY "suite-error-log-ws.cpy".
       COPY "table-capacity-ws.cpy".
       COPY "run-parms-ws.cpy".
       COPY "operator-authority-ws.cpy".
       COPY "env-accept-ws.cpy".
       COPY "transaction-header.cpy".
       COPY "return-codes.cpy".
       COPY "env-switch-ws.cpy".

       PROCEDURE DIVISION.
       RUN-CONSOLE-ACCESS-REVIEW SECTION.
           PERFORM READ-RUN-PARMS
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'OPERATOR_AUTHORITY_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-OPA-AUTHORITY-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'CONSOLE_ACCESS_LOG_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-OPA-ACCESS-LOG-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'CONSOLE_ACCESS_REVIEW_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-REVIEW-RPT-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'CONSOLE_ACCESS_REVIEW_CONTROL_TOTAL_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-CONTROL-TOTAL-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'SUITE_ERROR_LOG_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-SUITE-ERROR-LOG-DSN
           END-IF
      * The authority file and access log are read under exactly the
      * names the consoles sign on against and log to - those are
      * shared by every console and never qualified for the test
      * library or company, so they are not resolved here either.
           MOVE WS-REVIEW-RPT-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-REVIEW-RPT-DSN
           MOVE WS-CONTROL-TOTAL-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-CONTROL-TOTAL-DSN

           IF WS-RUN-DATE NOT = 0
               MOVE WS-RUN-DATE TO WS-RUN-DAY
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DAY
           END-IF
           MOVE WS-RUN-DAY(1:6) TO WS-REVIEW-MONTH
           IF WS-REVIEW-MM = 1
               SUBTRACT 1 FROM WS-REVIEW-YEAR
               MOVE 12 TO WS-REVIEW-MM
           ELSE
               SUBTRACT 1 FROM WS-REVIEW-MM
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'CONSOLE_REVIEW_MONTH'
           IF WS-ENV-ACCEPT-SCRATCH(1:6) IS NUMERIC
               MOVE WS-ENV-ACCEPT-SCRATCH(1:6) TO WS-REVIEW-MONTH
           END-IF

           PERFORM LOAD-AUTHORITY-TABLE
           IF WS-AUTHORITY-LINES = 0
               MOVE 'CONSOLE-REVW' TO SERR-PROGRAM-ID
               MOVE WS-OPA-AUTHORITY-DSN(1:20) TO SERR-KEY-FIELD
               MOVE 'OPERATOR AUTHORITY FILE EMPTY' TO SERR-REASON
               MOVE 'REF001' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
           END-IF
           PERFORM TALLY-ACCESS-LOG

           OPEN OUTPUT ACCESS-REVIEW-FILE
           PERFORM WRITE-REVIEW-HEADER
           PERFORM VARYING AU-IDX FROM 1 BY 1
                   UNTIL AU-IDX > WS-AUT-COUNT
               PERFORM WRITE-AUTHORITY-LINE
           END-PERFORM
           PERFORM LIST-REFUSED-ATTEMPTS
           PERFORM WRITE-REVIEW-TRAILER
           CLOSE ACCESS-REVIEW-FILE
           PERFORM WRITE-CONTROL-TOTALS

           SET RC-NORMAL TO TRUE
           IF WS-REFUSED-ATTEMPTS > 0
               OR WS-EXPIRED-AUTHORITIES > 0
               SET RC-WARNING TO TRUE
           END-IF
           IF WS-AUTHORITY-LINES = 0
               SET RC-DATA-EXCEPTION TO TRUE
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
           PERFORM RECORD-TABLE-CAPACITY
           GOBACK.

       LOAD-AUTHORITY-TABLE SECTION.
           MOVE 0 TO WS-AUT-COUNT
           OPEN INPUT OPERATOR-AUTHORITY-FILE
           IF WS-OPA-AUTHORITY-STATUS NOT = '00'
               GO TO LOAD-AUTHORITY-TABLE-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ OPERATOR-AUTHORITY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF OPA-OPERATOR-ID NOT = SPACES
                           ADD 1 TO WS-AUTHORITY-LINES
                           PERFORM STORE-AUTHORITY-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OPERATOR-AUTHORITY-FILE
           MOVE 'N' TO WS-EOF-FLAG.
       LOAD-AUTHORITY-TABLE-EXIT.
           EXIT.

       STORE-AUTHORITY-LINE SECTION.
           IF WS-AUT-COUNT >= WS-AUT-MAX
               MOVE 'CONSOLE-REVW' TO SERR-PROGRAM-ID
               MOVE OPA-OPERATOR-ID TO SERR-KEY-FIELD
               MOVE 'AUTHORITY TABLE FULL - SKIPPED' TO SERR-REASON
               MOVE 'TBL001' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               GO TO STORE-AUTHORITY-LINE-EXIT
           END-IF
           ADD 1 TO WS-AUT-COUNT
           SET AU-IDX TO WS-AUT-COUNT
           MOVE OPA-OPERATOR-ID TO AUT-OPERATOR-ID(AU-IDX)
           MOVE OPA-NAME TO AUT-NAME(AU-IDX)
           MOVE OPA-CONSOLE TO AUT-CONSOLE(AU-IDX)
           MOVE OPA-RIGHTS TO AUT-RIGHTS(AU-IDX)
           IF OPA-VALID-UNTIL IS NUMERIC
               MOVE OPA-VALID-UNTIL TO AUT-VALID-UNTIL(AU-IDX)
           ELSE
               MOVE 0 TO AUT-VALID-UNTIL(AU-IDX)
           END-IF
           MOVE 0 TO AUT-SIGNONS(AU-IDX)
           MOVE 0 TO AUT-GRANTED(AU-IDX)
           MOVE 0 TO AUT-REFUSED(AU-IDX)
           MOVE 0 TO AUT-LAST-USED(AU-IDX).
       STORE-AUTHORITY-LINE-EXIT.
           EXIT.

      * Usage is credited to the operator's line for that console,
      * or failing that to the operator's * line. Sign-offs only
      * close a session and are not counted.
       TALLY-ACCESS-LOG SECTION.
           OPEN INPUT CONSOLE-ACCESS-LOG-FILE
           IF WS-OPA-ACCESS-LOG-STATUS NOT = '00'
               GO TO TALLY-ACCESS-LOG-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ CONSOLE-ACCESS-LOG-FILE INTO CAL-RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-LOG-RECORDS-READ
                       IF CAL-TIMESTAMP(1:6) = WS-REVIEW-MONTH-X
                           ADD 1 TO WS-LOG-IN-PERIOD
                           PERFORM CREDIT-ONE-ACCESS
                       ELSE
                           ADD 1 TO WS-LOG-OUT-OF-PERIOD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONSOLE-ACCESS-LOG-FILE
           MOVE 'N' TO WS-EOF-FLAG.
       TALLY-ACCESS-LOG-EXIT.
           EXIT.

       CREDIT-ONE-ACCESS SECTION.
           IF CAL-OUTCOME = 'REFUSED'
               ADD 1 TO WS-REFUSED-ATTEMPTS
           END-IF
           MOVE 0 TO WS-AUT-HIT
           PERFORM VARYING AU-IDX FROM 1 BY 1
                   UNTIL AU-IDX > WS-AUT-COUNT
               IF AUT-OPERATOR-ID(AU-IDX) = CAL-OPERATOR-ID
                   IF AUT-CONSOLE(AU-IDX) = CAL-CONSOLE
                       SET WS-AUT-HIT TO AU-IDX
                   END-IF
                   IF AUT-CONSOLE(AU-IDX) = '*'
                       AND WS-AUT-HIT = 0
                       SET WS-AUT-HIT TO AU-IDX
                   END-IF
               END-IF
           END-PERFORM
           IF WS-AUT-HIT = 0
               GO TO CREDIT-ONE-ACCESS-EXIT
           END-IF
           SET AU-IDX TO WS-AUT-HIT
           EVALUATE CAL-OUTCOME
               WHEN 'SIGNON'
                   ADD 1 TO AUT-SIGNONS(AU-IDX)
               WHEN 'GRANTED'
                   ADD 1 TO AUT-GRANTED(AU-IDX)
               WHEN 'REFUSED'
                   ADD 1 TO AUT-REFUSED(AU-IDX)
           END-EVALUATE
           IF CAL-OUTCOME NOT = 'REFUSED'
               MOVE CAL-TIMESTAMP(1:8) TO AUT-LAST-USED(AU-IDX)
           END-IF.
       CREDIT-ONE-ACCESS-EXIT.
           EXIT.

       WRITE-REVIEW-HEADER SECTION.
           MOVE WS-PARM-RUN-ID TO TRX-RUN-ID
           MOVE 'CONSREVW' TO TRX-SOURCE-SYSTEM
           MOVE FUNCTION CURRENT-DATE TO TRX-TIMESTAMP
           MOVE TRX-HEADER TO ARV-LINE
           WRITE ARV-LINE
           MOVE SPACES TO ARV-LINE
           STRING 'CONSOLE RIGHTS AND USAGE REVIEW FOR MONTH '
                    DELIMITED BY SIZE
                  WS-REVIEW-MONTH DELIMITED BY SIZE
                  ' - FOR THE SECURITY OFFICER' DELIMITED BY SIZE
             INTO ARV-LINE
           WRITE ARV-LINE
           MOVE ALL '-' TO ARV-LINE
           WRITE ARV-LINE
           MOVE SPACES TO ARV-LINE
           MOVE 'OPERATOR' TO ARV-LINE(1:8)
           MOVE 'NAME' TO ARV-LINE(10:4)
           MOVE 'CONSOLE' TO ARV-LINE(35:7)
           MOVE 'RIGHTS' TO ARV-LINE(48:6)
           MOVE 'VALID TO' TO ARV-LINE(57:8)
           MOVE 'STATUS' TO ARV-LINE(66:6)
           MOVE 'SIGNON' TO ARV-LINE(75:6)
           MOVE 'GRANTD' TO ARV-LINE(82:6)
           MOVE 'REFUSD' TO ARV-LINE(89:6)
           MOVE 'LAST USE' TO ARV-LINE(96:8)
           MOVE 'NOTE' TO ARV-LINE(105:4)
           WRITE ARV-LINE
           EXIT.

       WRITE-AUTHORITY-LINE SECTION.
           IF AUT-VALID-UNTIL(AU-IDX) < WS-RUN-DAY
               MOVE 'EXPIRED' TO WS-STATUS-TXT
               ADD 1 TO WS-EXPIRED-AUTHORITIES
           ELSE
               MOVE 'ACTIVE' TO WS-STATUS-TXT
           END-IF
           MOVE SPACES TO WS-NOTE-TXT
           IF AUT-SIGNONS(AU-IDX) = 0
               AND WS-STATUS-TXT = 'ACTIVE'
               MOVE 'UNUSED' TO WS-NOTE-TXT
               ADD 1 TO WS-UNUSED-AUTHORITIES
           END-IF
           MOVE SPACES TO ARV-LINE
           MOVE AUT-OPERATOR-ID(AU-IDX) TO ARV-LINE(1:8)
           MOVE AUT-NAME(AU-IDX) TO ARV-LINE(10:24)
           MOVE AUT-CONSOLE(AU-IDX) TO ARV-LINE(35:12)
           MOVE AUT-RIGHTS(AU-IDX) TO ARV-LINE(48:8)
           MOVE AUT-VALID-UNTIL(AU-IDX) TO WS-DATE-TXT
           MOVE WS-DATE-TXT TO ARV-LINE(57:8)
           MOVE WS-STATUS-TXT TO ARV-LINE(66:8)
           MOVE AUT-SIGNONS(AU-IDX) TO WS-USE-COUNT-TXT
           MOVE WS-USE-COUNT-TXT TO ARV-LINE(76:5)
           MOVE AUT-GRANTED(AU-IDX) TO WS-USE-COUNT-TXT
           MOVE WS-USE-COUNT-TXT TO ARV-LINE(83:5)
           MOVE AUT-REFUSED(AU-IDX) TO WS-USE-COUNT-TXT
           MOVE WS-USE-COUNT-TXT TO ARV-LINE(90:5)
           IF AUT-LAST-USED(AU-IDX) NOT = 0
               MOVE AUT-LAST-USED(AU-IDX) TO WS-DATE-TXT
               MOVE WS-DATE-TXT TO ARV-LINE(96:8)
           END-IF
           MOVE WS-NOTE-TXT TO ARV-LINE(105:8)
           WRITE ARV-LINE
           EXIT.

      * Second pass over the log for the month's refusals, listed in
      * the order they happened.
       LIST-REFUSED-ATTEMPTS SECTION.
           MOVE SPACES TO ARV-LINE
           WRITE ARV-LINE
           MOVE 'REFUSED SIGN-ONS AND FUNCTIONS' TO ARV-LINE
           WRITE ARV-LINE
           MOVE SPACES TO ARV-LINE
           MOVE 'WHEN' TO ARV-LINE(1:4)
           MOVE 'CONSOLE' TO ARV-LINE(16:7)
           MOVE 'OPERATOR' TO ARV-LINE(29:8)
           MOVE 'FN' TO ARV-LINE(38:2)
           MOVE 'REASON / FUNCTION' TO ARV-LINE(41:17)
           WRITE ARV-LINE
           OPEN INPUT CONSOLE-ACCESS-LOG-FILE
           IF WS-OPA-ACCESS-LOG-STATUS NOT = '00'
               GO TO LIST-REFUSED-ATTEMPTS-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ CONSOLE-ACCESS-LOG-FILE INTO CAL-RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF CAL-TIMESTAMP(1:6) = WS-REVIEW-MONTH-X
                           AND CAL-OUTCOME = 'REFUSED'
                           MOVE SPACES TO ARV-LINE
                           MOVE CAL-TIMESTAMP TO ARV-LINE(1:14)
                           MOVE CAL-CONSOLE TO ARV-LINE(16:12)
                           MOVE CAL-OPERATOR-ID TO ARV-LINE(29:8)
                           MOVE CAL-FUNCTION TO ARV-LINE(38:1)
                           MOVE CAL-DETAIL TO ARV-LINE(41:30)
                           WRITE ARV-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONSOLE-ACCESS-LOG-FILE
           MOVE 'N' TO WS-EOF-FLAG.
       LIST-REFUSED-ATTEMPTS-EXIT.
           EXIT.

       WRITE-REVIEW-TRAILER SECTION.
           MOVE ALL '-' TO ARV-LINE
           WRITE ARV-LINE
           MOVE SPACES TO ARV-LINE
           MOVE WS-AUTHORITY-LINES TO WS-CTL-COUNT-TXT
           STRING 'AUTHORITIES ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO ARV-LINE
           MOVE WS-EXPIRED-AUTHORITIES TO WS-CTL-COUNT-TXT
           STRING '  EXPIRED ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO ARV-LINE(19:20)
           MOVE WS-UNUSED-AUTHORITIES TO WS-CTL-COUNT-TXT
           STRING '  UNUSED ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO ARV-LINE(35:20)
           MOVE WS-REFUSED-ATTEMPTS TO WS-CTL-COUNT-TXT
           STRING '  REFUSED ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO ARV-LINE(50:20)
           WRITE ARV-LINE
           EXIT.

      * Standard run-balancing control-total report so ops balances
      * this job the same way every other nightly batch job is
      * balanced.
       WRITE-CONTROL-TOTALS SECTION.
           OPEN OUTPUT CONTROL-TOTAL-FILE
           MOVE WS-PARM-RUN-ID TO TRX-RUN-ID
           MOVE 'CONSREVW' TO TRX-SOURCE-SYSTEM
           MOVE FUNCTION CURRENT-DATE TO TRX-TIMESTAMP
           MOVE TRX-HEADER TO CTL-LINE
           WRITE CTL-LINE
           MOVE 'CONSOLE ACCESS REVIEW CONTROL TOTALS' TO CTL-LINE
           WRITE CTL-LINE
           MOVE ALL '-' TO CTL-LINE
           WRITE CTL-LINE
           MOVE SPACES TO CTL-LINE
           MOVE WS-AUTHORITY-LINES TO WS-CTL-COUNT-TXT
           STRING 'AUTHORITY LINES  : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-LOG-RECORDS-READ TO WS-CTL-COUNT-TXT
           STRING 'LOG RECORDS READ : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-LOG-IN-PERIOD TO WS-CTL-COUNT-TXT
           STRING 'IN REVIEW MONTH  : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-LOG-OUT-OF-PERIOD TO WS-CTL-COUNT-TXT
           STRING 'OUTSIDE MONTH    : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-REFUSED-ATTEMPTS TO WS-CTL-COUNT-TXT
           STRING 'REFUSED ATTEMPTS : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-EXPIRED-AUTHORITIES TO WS-CTL-COUNT-TXT
           STRING 'EXPIRED          : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-UNUSED-AUTHORITIES TO WS-CTL-COUNT-TXT
           STRING 'UNUSED           : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           CLOSE CONTROL-TOTAL-FILE
           EXIT.

      * High-water marks of the in-memory tables for this run,
      * kept so TABLE-CAPACITY-REPORT can warn before a ceiling is
      * reached.
       RECORD-TABLE-CAPACITY SECTION.
           MOVE 'CONSOLE-ACCESS-REVIEW' TO TCAP-PROGRAM-ID
           MOVE WS-PARM-RUN-ID TO TCAP-RUN-ID
           MOVE WS-RUN-DATE TO TCAP-RUN-DATE
           MOVE 'AUT' TO TCAP-TABLE-NAME
           MOVE WS-AUT-COUNT TO TCAP-PEAK
           MOVE WS-AUT-MAX TO TCAP-CEILING
           PERFORM WRITE-TABLE-CAPACITY
           EXIT.

       COPY "suite-error-log-proc.cpy".
       COPY "run-parms-proc.cpy".
       COPY "env-switch-proc.cpy".
       COPY "table-capacity-proc.cpy".
