               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PRIOR-STATUS.
           COPY "suite-error-log-select.cpy".
           COPY "table-capacity-select.cpy".

       DATA DIVISION.
       FILE SECTION.
          03 FILLER              PIC X(35).

       COPY "suite-error-log-fd.cpy".
       COPY "table-capacity-fd.cpy".

       WORKING-STORAGE SECTION.
       01 WS-FISCAL-DSN       PIC X(100) VALUE 'FISCAL-DAY.DAT'.
       01 WS-TOMORROW-FY-DAY  PIC 9(5) COMP.

       COPY "suite-error-log-ws.cpy".
       COPY "table-capacity-ws.cpy".
       COPY "return-codes.cpy".

       COPY "env-accept-ws.cpy".
       COPY "date-check-ws.cpy".

       PROCEDURE DIVISION.
       RUN-FISCAL-CALENDAR SECTION.
               FUNCTION INTEGER-OF-DATE(WS-FY-START-DATE)

           SET RC-NORMAL TO TRUE
           PERFORM VALIDATE-HOLIDAY-MASTER
           PERFORM VERIFY-PRIOR-CONTINUITY

      * Base build first - the unqualified file for the site this
               END-IF
           END-PERFORM
           MOVE WS-RETURN-CODE TO RETURN-CODE
           PERFORM RECORD-TABLE-CAPACITY
           GOBACK.

       BUILD-ONE-CALENDAR SECTION.
               IF WS-EXPECTED-START < WS-START-DATE
                   MOVE 'CALENDAR GAP AT YEAR BOUNDARY'
                     TO SERR-REASON
                   MOVE 'DTE001' TO SERR-ERROR-CODE
               ELSE
                   MOVE 'CALENDAR OVERLAP AT BOUNDARY'
                     TO SERR-REASON
                   MOVE 'DTE001' TO SERR-ERROR-CODE
               END-IF
               PERFORM WRITE-SUITE-ERROR-LOG
               SET RC-WARNING TO TRUE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           MOVE HOL-DATE TO WS-DATE-CHECK-VALUE
                           PERFORM CHECK-INBOUND-DATE
                           IF (HOL-SITE = SPACES OR HOL-SITE = '*'
                               OR HOL-SITE = WS-BUILD-SITE)
                               AND WS-HOLIDAY-COUNT < WS-HOLIDAY-MAX
                               AND WS-DATE-CHECK-VALID = 'Y'
                               ADD 1 TO WS-HOLIDAY-COUNT
                               MOVE HOL-DATE
                                 TO HOL-T-DATE(WS-HOLIDAY-COUNT)
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           EXIT.

      * Every holiday date must be a real calendar date - a 20270229
      * once loaded clean and silently never matched. The whole
      * master is checked once per run so each bad line is logged
      * once, not once per site build; LOAD-HOLIDAY-TABLE then
      * leaves those lines out.
       VALIDATE-HOLIDAY-MASTER SECTION.
           OPEN INPUT HOLIDAY-FILE
           IF WS-HOLIDAY-STATUS NOT = '00'
               GO TO VALIDATE-HOLIDAY-MASTER-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ HOLIDAY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE HOL-DATE TO WS-DATE-CHECK-VALUE
                       PERFORM CHECK-INBOUND-DATE
                       IF WS-DATE-CHECK-VALID = 'N'
                           MOVE 'FISCAL-CALENDAR' TO SERR-PROGRAM-ID
                           MOVE HOL-RECORD TO SERR-KEY-FIELD
                           MOVE WS-DATE-CHECK-REASON TO SERR-REASON
                           MOVE 'DTE001' TO SERR-ERROR-CODE
                           PERFORM WRITE-SUITE-ERROR-LOG
                           SET RC-WARNING TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HOLIDAY-FILE
           MOVE 'N' TO WS-EOF-FLAG.
       VALIDATE-HOLIDAY-MASTER-EXIT.
           EXIT.
      * High-water marks of the in-memory tables for this run,
      * kept so TABLE-CAPACITY-REPORT can warn before a ceiling is
      * reached.
       RECORD-TABLE-CAPACITY SECTION.
           MOVE 'FISCAL-CALENDAR' TO TCAP-PROGRAM-ID
           MOVE SPACES TO TCAP-RUN-ID
           MOVE 0 TO TCAP-RUN-DATE
           MOVE 'SITE' TO TCAP-TABLE-NAME
           MOVE WS-SITE-COUNT TO TCAP-PEAK
           MOVE WS-SITE-MAX TO TCAP-CEILING
           PERFORM WRITE-TABLE-CAPACITY
           MOVE 'HOLIDAY' TO TCAP-TABLE-NAME
           MOVE WS-HOLIDAY-COUNT TO TCAP-PEAK
           MOVE WS-HOLIDAY-MAX TO TCAP-CEILING
           PERFORM WRITE-TABLE-CAPACITY
           EXIT.

       COPY "suite-error-log-proc.cpy".
       COPY "table-capacity-proc.cpy".
       COPY "date-check-proc.cpy".
       END PROGRAM FISCAL-CALENDAR.

       IDENTIFICATION DIVISION.
           SELECT FISCAL-DAY-FILE ASSIGN TO DYNAMIC WS-FISCAL-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FISCAL-STATUS.
           COPY "table-capacity-select.cpy".

       DATA DIVISION.
       FILE SECTION.
          03 FDAY-BUSINESS-FLAG  PIC X.
          03 FILLER              PIC X(31).

       COPY "table-capacity-fd.cpy".

       WORKING-STORAGE SECTION.
       01 WS-FISCAL-DSN       PIC X(100) VALUE 'FISCAL-DAY.DAT'.
       01 WS-FISCAL-STATUS    PIC XX VALUE '00'.
       01 WS-DATE-FOUND       PIC X VALUE 'N'.

       COPY "env-accept-ws.cpy".
       COPY "table-capacity-ws.cpy".

       LINKAGE SECTION.
       01 LK-FUNCTION-CODE    PIC X(2).
                   END-READ
               END-PERFORM
               CLOSE FISCAL-DAY-FILE
               PERFORM RECORD-TABLE-CAPACITY
           END-IF
           MOVE 'N' TO WS-EOF-FLAG.
       LOAD-FISCAL-CALENDAR-EXIT.
           EXIT.

      * Capacity of the fiscal-day table, recorded once per load.
       RECORD-TABLE-CAPACITY SECTION.
           MOVE 'DATE-SERVICES' TO TCAP-PROGRAM-ID
           MOVE SPACES TO TCAP-RUN-ID
           MOVE 0 TO TCAP-RUN-DATE
           MOVE 'CAL' TO TCAP-TABLE-NAME
           MOVE WS-CAL-COUNT TO TCAP-PEAK
           MOVE WS-CAL-MAX TO TCAP-CEILING
           PERFORM WRITE-TABLE-CAPACITY
           EXIT.

       COPY "table-capacity-proc.cpy".
       END PROGRAM DATE-SERVICES.

