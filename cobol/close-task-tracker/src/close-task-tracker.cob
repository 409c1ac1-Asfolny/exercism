       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLOSE-TASK-TRACKER.
      * Month-end close checklist for finance. Deadlines such as
      * "business day 3 after period end" used to be worked out by
      * hand against a wall calendar. CLOSE-TASK-TEMPLATE.DAT holds
      * the standing checklist: task, owner, offset in business days
      * from the fiscal period end (negative for work due before
      * it), and the task that must finish first.
      * Each run finds the latest period end on or before the run
      * date and the next one after it on the site's fiscal-day file.
      * A period not yet on CLOSE-TASK-LIST.DAT gets its dated task
      * list cut from the template. Due dates come from the
      * DATE-SERVICES add-business-days entry, so they honour the
      * same holidays as the nightly schedule.
      * Owners record progress on CLOSE-TASK-STATUS.DAT: C completes
      * a task, R reopens it. Only the task's owner may post, and a
      * task cannot complete ahead of its predecessor.
      * The daily report lists tasks due today, overdue tasks, and
      * tasks still waiting on an unfinished predecessor. A fully
      * completed period older than the latest period end moves to
      * CLOSE-TASK-HISTORY.DAT.
      * The site calendar is the site-qualified fiscal-day file
      * (CLOSE_TASK_SITE, else the run's company code) and falls
      * back to the base calendar when the site has none.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TEMPLATE-FILE ASSIGN TO DYNAMIC WS-TEMPLATE-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TEMPLATE-STATUS.
           SELECT TASK-LIST-FILE ASSIGN TO DYNAMIC WS-TASK-LIST-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TASK-LIST-STATUS.
           SELECT TASK-HISTORY-FILE ASSIGN TO
               DYNAMIC WS-TASK-HISTORY-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TASK-HISTORY-STATUS.
           SELECT TASK-STATUS-FILE ASSIGN TO
               DYNAMIC WS-TASK-STATUS-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TASK-STATUS-STATUS.
           SELECT FISCAL-DAY-FILE ASSIGN TO DYNAMIC WS-FISCAL-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FISCAL-STATUS.
           SELECT CLOSE-REPORT-FILE ASSIGN TO
               DYNAMIC WS-CLOSE-RPT-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CLOSE-RPT-STATUS.
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

       DATA DIVISION.
       FILE SECTION.
       FD  TEMPLATE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 CTT-RECORD.
          03 CTT-TASK-ID         PIC X(8).
          03 FILLER              PIC X(1).
          03 CTT-DESCRIPTION     PIC X(30).
          03 FILLER              PIC X(1).
          03 CTT-OWNER           PIC X(8).
          03 FILLER              PIC X(1).
          03 CTT-OFFSET          PIC X(4).
          03 FILLER              PIC X(1).
          03 CTT-PREDECESSOR     PIC X(8).
          03 FILLER              PIC X(18).

       FD  TASK-LIST-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01 TASK-LIST-LINE PIC X(100).

       FD  TASK-HISTORY-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01 TASK-HISTORY-LINE PIC X(100).

      * C completes the task as of CTS-DATE (blank means the run
      * date); R reopens it.
       FD  TASK-STATUS-FILE
           RECORD CONTAINS 60 CHARACTERS.
       01 CTS-RECORD.
          03 CTS-PERIOD-END      PIC X(8).
          03 FILLER              PIC X(1).
          03 CTS-TASK-ID         PIC X(8).
          03 FILLER              PIC X(1).
          03 CTS-ACTION          PIC X(1).
          03 FILLER              PIC X(1).
          03 CTS-DATE            PIC X(8).
          03 FILLER              PIC X(1).
          03 CTS-OPERATOR        PIC X(8).
          03 FILLER              PIC X(23).

       FD  FISCAL-DAY-FILE
           RECORD CONTAINS 60 CHARACTERS.
       01 FDAY-LINE.
          03 FDAY-DATE           PIC 9(8).
          03 FILLER              PIC X(2).
          03 FILLER              PIC X(9).
          03 FILLER              PIC X(1).
          03 FDAY-PERIOD         PIC 9(2).
          03 FILLER              PIC X(1).
          03 FDAY-WEEK-NUMBER    PIC 9(2).
          03 FILLER              PIC X(1).
          03 FDAY-LEAP-FLAG      PIC X.
          03 FILLER              PIC X(1).
          03 FDAY-BUSINESS-FLAG  PIC X.
          03 FILLER              PIC X(1).
          03 FDAY-PERIOD-END     PIC X.
          03 FILLER              PIC X(29).

       FD  CLOSE-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01 CLR-LINE PIC X(132).

       FD  CONTROL-TOTAL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 CTL-LINE PIC X(80).

       COPY "suite-error-log-fd.cpy".
       COPY "table-capacity-fd.cpy".
       COPY "run-parms-fd.cpy".

       WORKING-STORAGE SECTION.
       01 WS-TEMPLATE-DSN       PIC X(100)
          VALUE 'CLOSE-TASK-TEMPLATE.DAT'.
       01 WS-TEMPLATE-STATUS    PIC XX VALUE '00'.
       01 WS-TASK-LIST-DSN      PIC X(100)
          VALUE 'CLOSE-TASK-LIST.DAT'.
       01 WS-TASK-LIST-STATUS   PIC XX VALUE '00'.
       01 WS-TASK-HISTORY-DSN   PIC X(100)
          VALUE 'CLOSE-TASK-HISTORY.DAT'.
       01 WS-TASK-HISTORY-STATUS PIC XX VALUE '00'.
       01 WS-TASK-STATUS-DSN    PIC X(100)
          VALUE 'CLOSE-TASK-STATUS.DAT'.
       01 WS-TASK-STATUS-STATUS PIC XX VALUE '00'.
       01 WS-FISCAL-DSN         PIC X(100) VALUE 'FISCAL-DAY.DAT'.
       01 WS-FISCAL-BASE-DSN    PIC X(100).
       01 WS-FISCAL-STATUS      PIC XX VALUE '00'.
       01 WS-CLOSE-RPT-DSN      PIC X(100)
          VALUE 'CLOSE-TASK-DAILY.RPT'.
       01 WS-CLOSE-RPT-STATUS   PIC XX VALUE '00'.
       01 WS-EOF-FLAG           PIC X VALUE 'N'.

       01 WS-CONTROL-TOTAL-DSN    PIC X(100)
          VALUE 'CLOSE-TASK-CONTROL-TOTALS.RPT'.
       01 WS-CONTROL-TOTAL-STATUS PIC XX VALUE '00'.
       01 WS-TEMPLATE-READ        PIC 9(6) VALUE 0.
       01 WS-TEMPLATE-REJECTED    PIC 9(6) VALUE 0.
       01 WS-TASKS-CARRIED        PIC 9(6) VALUE 0.
       01 WS-TASKS-GENERATED      PIC 9(6) VALUE 0.
       01 WS-TASKS-ARCHIVED       PIC 9(6) VALUE 0.
       01 WS-TASKS-ON-LIST        PIC 9(6) VALUE 0.
       01 WS-TASKS-OPEN           PIC 9(6) VALUE 0.
       01 WS-TASKS-COMPLETE       PIC 9(6) VALUE 0.
       01 WS-TASKS-DUE-TODAY      PIC 9(6) VALUE 0.
       01 WS-TASKS-OVERDUE        PIC 9(6) VALUE 0.
       01 WS-TASKS-BLOCKED        PIC 9(6) VALUE 0.
       01 WS-STATUS-READ          PIC 9(6) VALUE 0.
       01 WS-STATUS-APPLIED       PIC 9(6) VALUE 0.
       01 WS-STATUS-REJECTED      PIC 9(6) VALUE 0.
       01 WS-CTL-COUNT-TXT        PIC ZZZZZ9.

       01 WS-RUN-DAY            PIC 9(8) VALUE 0.
       01 WS-CLOSE-SITE         PIC X(4) VALUE SPACES.
       01 WS-CAL-FOUND          PIC X VALUE 'N'.
       01 WS-LAST-PERIOD-END    PIC 9(8) VALUE 0.
       01 WS-NEXT-PERIOD-END    PIC 9(8) VALUE 0.
       01 WS-GEN-PERIOD-END     PIC 9(8) VALUE 0.
       01 WS-PERIOD-ON-LIST     PIC X VALUE 'N'.
       01 WS-PERIOD-ALL-DONE    PIC X VALUE 'N'.

       01 WS-DS-FUNCTION        PIC X(2).
       01 WS-DS-DATE-1          PIC 9(8).
       01 WS-DS-DATE-2          PIC 9(8).
       01 WS-DS-DAY-COUNT       PIC S9(5).
       01 WS-DS-RESULT          PIC 9(8).

       01 WS-TPL-MAX            PIC 9(3) VALUE 100.
       01 WS-TPL-COUNT          PIC 9(3) VALUE 0.
       01 WS-TPL-TABLE.
          03 WS-TPL-ENTRY OCCURS 100 TIMES INDEXED BY TP-IDX.
             05 TPL-TASK-ID        PIC X(8).
             05 TPL-DESCRIPTION    PIC X(30).
             05 TPL-OWNER          PIC X(8).
             05 TPL-OFFSET         PIC S9(3).
             05 TPL-PREDECESSOR    PIC X(8).
       01 WS-TPL-PRED-FOUND     PIC X VALUE 'N'.
       01 WS-SCAN               PIC 9(3) VALUE 0.

       01 WS-TSK-MAX            PIC 9(3) VALUE 600.
       01 WS-TSK-COUNT          PIC 9(3) VALUE 0.
       01 WS-TSK-TABLE.
          03 WS-TSK-ENTRY OCCURS 600 TIMES INDEXED BY TK-IDX.
             05 TSK-PERIOD-END     PIC 9(8).
             05 TSK-TASK-ID        PIC X(8).
             05 TSK-DESCRIPTION    PIC X(30).
             05 TSK-OWNER          PIC X(8).
             05 TSK-DUE-DATE       PIC 9(8).
             05 TSK-PREDECESSOR    PIC X(8).
             05 TSK-STATUS         PIC X.
             05 TSK-DONE-DATE      PIC 9(8).
             05 TSK-DONE-BY        PIC X(8).
             05 TSK-ARCHIVE        PIC X.
       01 WS-FIND-PERIOD-END    PIC 9(8).
       01 WS-FIND-TASK-ID       PIC X(8).
       01 WS-FIND-HIT           PIC 9(3) VALUE 0.
       01 WS-TASK-HIT           PIC 9(3) VALUE 0.
       01 WS-PRED-HIT           PIC 9(3) VALUE 0.
       01 WS-REJECT-REASON      PIC X(30) VALUE SPACES.
       01 WS-STATUS-DATE        PIC 9(8) VALUE 0.

      * Task list and history record, built here so the spacing
      * between fields is always written as blanks.
       01 CTK-RECORD.
          03 CTK-PERIOD-END      PIC 9(8).
          03 FILLER              PIC X(1) VALUE SPACES.
          03 CTK-TASK-ID         PIC X(8).
          03 FILLER              PIC X(1) VALUE SPACES.
          03 CTK-DESCRIPTION     PIC X(30).
          03 FILLER              PIC X(1) VALUE SPACES.
          03 CTK-OWNER           PIC X(8).
          03 FILLER              PIC X(1) VALUE SPACES.
          03 CTK-DUE-DATE        PIC 9(8).
          03 FILLER              PIC X(1) VALUE SPACES.
          03 CTK-PREDECESSOR     PIC X(8).
          03 FILLER              PIC X(1) VALUE SPACES.
          03 CTK-STATUS          PIC X(1).
          03 FILLER              PIC X(1) VALUE SPACES.
          03 CTK-DONE-DATE       PIC 9(8).
          03 FILLER              PIC X(1) VALUE SPACES.
          03 CTK-DONE-BY         PIC X(8).
          03 FILLER              PIC X(5) VALUE SPACES.

       01 WS-DAYS-LATE          PIC S9(5) VALUE 0.
       01 WS-DAYS-LATE-TXT      PIC ZZZZ9.
       01 WS-DATE-TXT           PIC 9(8).

       COPY "suite-error-log-ws.cpy".
       COPY "table-capacity-ws.cpy".
       COPY "run-parms-ws.cpy".
       COPY "env-accept-ws.cpy".
       COPY "transaction-header.cpy".
       COPY "return-codes.cpy".
       COPY "env-switch-ws.cpy".

       PROCEDURE DIVISION.
       RUN-CLOSE-TASK-TRACKER SECTION.
           PERFORM READ-RUN-PARMS
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'CLOSE_TASK_TEMPLATE_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-TEMPLATE-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'CLOSE_TASK_LIST_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-TASK-LIST-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'CLOSE_TASK_HISTORY_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-TASK-HISTORY-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'CLOSE_TASK_STATUS_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-TASK-STATUS-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'CLOSE_TASK_REPORT_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-CLOSE-RPT-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'CLOSE_TASK_CONTROL_TOTAL_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-CONTROL-TOTAL-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'FISCAL_CALENDAR_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-FISCAL-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'SUITE_ERROR_LOG_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-SUITE-ERROR-LOG-DSN
           END-IF
           MOVE WS-TEMPLATE-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-TEMPLATE-DSN
           MOVE WS-TASK-LIST-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-TASK-LIST-DSN
           MOVE WS-TASK-HISTORY-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-TASK-HISTORY-DSN
           MOVE WS-TASK-STATUS-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-TASK-STATUS-DSN
           MOVE WS-CLOSE-RPT-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-CLOSE-RPT-DSN
           MOVE WS-CONTROL-TOTAL-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-CONTROL-TOTAL-DSN

           IF WS-RUN-DATE NOT = 0
               MOVE WS-RUN-DATE TO WS-RUN-DAY
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DAY
           END-IF
           MOVE WS-COMPANY-CODE TO WS-CLOSE-SITE
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'CLOSE_TASK_SITE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH(1:4) TO WS-CLOSE-SITE
           END-IF

           SET RC-NORMAL TO TRUE
           PERFORM SELECT-SITE-CALENDAR
           PERFORM LOAD-TEMPLATE
           PERFORM LOAD-TASK-LIST
           IF WS-LAST-PERIOD-END NOT = 0
               MOVE WS-LAST-PERIOD-END TO WS-GEN-PERIOD-END
               PERFORM GENERATE-PERIOD-TASKS
           END-IF
           IF WS-NEXT-PERIOD-END NOT = 0
               MOVE WS-NEXT-PERIOD-END TO WS-GEN-PERIOD-END
               PERFORM GENERATE-PERIOD-TASKS
           END-IF
           PERFORM APPLY-STATUS-TRANSACTIONS
           PERFORM MARK-CLOSED-PERIODS
           PERFORM SAVE-TASK-LIST
           PERFORM WRITE-DAILY-REPORT
           PERFORM WRITE-CONTROL-TOTALS

           IF WS-TASKS-OVERDUE > 0
               OR WS-STATUS-REJECTED > 0
               OR WS-TEMPLATE-REJECTED > 0
               IF WS-RETURN-CODE < 4
                   SET RC-WARNING TO TRUE
               END-IF
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
           PERFORM RECORD-TABLE-CAPACITY
           GOBACK.

      * The site's own fiscal-day file when FISCAL-CALENDAR cut one,
      * otherwise the base calendar - the same fallback the
      * scheduler uses. DATE-SERVICES is pointed at the same file so
      * due dates and period ends agree.
       SELECT-SITE-CALENDAR SECTION.
           MOVE WS-FISCAL-DSN TO WS-FISCAL-BASE-DSN
           IF WS-CLOSE-SITE NOT = SPACES
               MOVE SPACES TO WS-FISCAL-DSN
               STRING FUNCTION TRIM(WS-CLOSE-SITE) DELIMITED BY SIZE
                      '.' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-FISCAL-BASE-DSN)
                        DELIMITED BY SIZE
                 INTO WS-FISCAL-DSN
               PERFORM FIND-PERIOD-ENDS
               IF WS-CAL-FOUND = 'Y'
                   GO TO SELECT-SITE-CALENDAR-SET
               END-IF
               MOVE WS-FISCAL-BASE-DSN TO WS-FISCAL-DSN
           END-IF
           PERFORM FIND-PERIOD-ENDS
           IF WS-CAL-FOUND = 'N'
               MOVE 'CLOSE-TASKS' TO SERR-PROGRAM-ID
               MOVE WS-FISCAL-DSN(1:20) TO SERR-KEY-FIELD
               MOVE 'FISCAL CALENDAR NOT AVAILABLE' TO SERR-REASON
               MOVE 'REF001' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               SET RC-DATA-EXCEPTION TO TRUE
               GO TO SELECT-SITE-CALENDAR-EXIT
           END-IF.
       SELECT-SITE-CALENDAR-SET.
           SET ENVIRONMENT 'FISCAL_CALENDAR_FILE' TO WS-FISCAL-DSN.
       SELECT-SITE-CALENDAR-EXIT.
           EXIT.

       FIND-PERIOD-ENDS SECTION.
           MOVE 'N' TO WS-CAL-FOUND
           MOVE 0 TO WS-LAST-PERIOD-END
           MOVE 0 TO WS-NEXT-PERIOD-END
           OPEN INPUT FISCAL-DAY-FILE
           IF WS-FISCAL-STATUS NOT = '00'
               GO TO FIND-PERIOD-ENDS-EXIT
           END-IF
           MOVE 'Y' TO WS-CAL-FOUND
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ FISCAL-DAY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF FDAY-DATE IS NUMERIC
                           AND FDAY-PERIOD-END = 'Y'
                           IF FDAY-DATE <= WS-RUN-DAY
                               IF FDAY-DATE > WS-LAST-PERIOD-END
                                   MOVE FDAY-DATE
                                     TO WS-LAST-PERIOD-END
                               END-IF
                           ELSE
                               IF WS-NEXT-PERIOD-END = 0
                                   OR FDAY-DATE < WS-NEXT-PERIOD-END
                                   MOVE FDAY-DATE
                                     TO WS-NEXT-PERIOD-END
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FISCAL-DAY-FILE
           MOVE 'N' TO WS-EOF-FLAG.
       FIND-PERIOD-ENDS-EXIT.
           EXIT.

       LOAD-TEMPLATE SECTION.
           MOVE 0 TO WS-TPL-COUNT
           OPEN INPUT TEMPLATE-FILE
           IF WS-TEMPLATE-STATUS NOT = '00'
               MOVE 'CLOSE-TASKS' TO SERR-PROGRAM-ID
               MOVE WS-TEMPLATE-DSN(1:20) TO SERR-KEY-FIELD
               MOVE 'CLOSE TASK TEMPLATE MISSING' TO SERR-REASON
               MOVE 'REF001' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               SET RC-DATA-EXCEPTION TO TRUE
               GO TO LOAD-TEMPLATE-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ TEMPLATE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF CTT-TASK-ID NOT = SPACES
                           ADD 1 TO WS-TEMPLATE-READ
                           PERFORM LOAD-ONE-TEMPLATE-TASK
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TEMPLATE-FILE
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM VARYING TP-IDX FROM 1 BY 1
                   UNTIL TP-IDX > WS-TPL-COUNT
               PERFORM CHECK-TEMPLATE-PREDECESSOR
           END-PERFORM.
       LOAD-TEMPLATE-EXIT.
           EXIT.

       LOAD-ONE-TEMPLATE-TASK SECTION.
           MOVE SPACES TO WS-REJECT-REASON
           IF FUNCTION TEST-NUMVAL(CTT-OFFSET) NOT = 0
               MOVE 'OFFSET NOT NUMERIC' TO WS-REJECT-REASON
           END-IF
           IF CTT-OWNER = SPACES
               MOVE 'TASK HAS NO OWNER' TO WS-REJECT-REASON
           END-IF
           IF WS-TPL-COUNT >= WS-TPL-MAX
               MOVE 'TEMPLATE TABLE FULL' TO WS-REJECT-REASON
           END-IF
           IF WS-REJECT-REASON NOT = SPACES
               ADD 1 TO WS-TEMPLATE-REJECTED
               MOVE 'CLOSE-TASKS' TO SERR-PROGRAM-ID
               MOVE CTT-TASK-ID TO SERR-KEY-FIELD
               MOVE WS-REJECT-REASON TO SERR-REASON
               MOVE 'TXN001' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               GO TO LOAD-ONE-TEMPLATE-TASK-EXIT
           END-IF
           ADD 1 TO WS-TPL-COUNT
           SET TP-IDX TO WS-TPL-COUNT
           MOVE CTT-TASK-ID TO TPL-TASK-ID(TP-IDX)
           MOVE CTT-DESCRIPTION TO TPL-DESCRIPTION(TP-IDX)
           MOVE CTT-OWNER TO TPL-OWNER(TP-IDX)
           COMPUTE TPL-OFFSET(TP-IDX) = FUNCTION NUMVAL(CTT-OFFSET)
           MOVE CTT-PREDECESSOR TO TPL-PREDECESSOR(TP-IDX).
       LOAD-ONE-TEMPLATE-TASK-EXIT.
           EXIT.

      * A predecessor missing from the template can never complete,
      * so the task would show blocked every day. It is logged and
      * the dependency dropped.
       CHECK-TEMPLATE-PREDECESSOR SECTION.
           IF TPL-PREDECESSOR(TP-IDX) = SPACES
               GO TO CHECK-TEMPLATE-PREDECESSOR-EXIT
           END-IF
           MOVE 'N' TO WS-TPL-PRED-FOUND
           PERFORM VARYING WS-SCAN FROM 1 BY 1
                   UNTIL WS-SCAN > WS-TPL-COUNT
               IF TPL-TASK-ID(WS-SCAN) = TPL-PREDECESSOR(TP-IDX)
                   MOVE 'Y' TO WS-TPL-PRED-FOUND
               END-IF
           END-PERFORM
           IF WS-TPL-PRED-FOUND = 'N'
               MOVE 'CLOSE-TASKS' TO SERR-PROGRAM-ID
               MOVE TPL-TASK-ID(TP-IDX) TO SERR-KEY-FIELD
               MOVE 'PREDECESSOR NOT ON TEMPLATE' TO SERR-REASON
               MOVE 'REF002' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               MOVE SPACES TO TPL-PREDECESSOR(TP-IDX)
           END-IF.
       CHECK-TEMPLATE-PREDECESSOR-EXIT.
           EXIT.

       LOAD-TASK-LIST SECTION.
           MOVE 0 TO WS-TSK-COUNT
           OPEN INPUT TASK-LIST-FILE
           IF WS-TASK-LIST-STATUS NOT = '00'
               GO TO LOAD-TASK-LIST-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ TASK-LIST-FILE INTO CTK-RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF CTK-PERIOD-END IS NUMERIC
                           AND CTK-TASK-ID NOT = SPACES
                           PERFORM LOAD-ONE-LIST-TASK
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TASK-LIST-FILE
           MOVE 'N' TO WS-EOF-FLAG.
       LOAD-TASK-LIST-EXIT.
           EXIT.

       LOAD-ONE-LIST-TASK SECTION.
           IF WS-TSK-COUNT >= WS-TSK-MAX
               MOVE 'CLOSE-TASKS' TO SERR-PROGRAM-ID
               MOVE CTK-TASK-ID TO SERR-KEY-FIELD
               MOVE 'TASK LIST TABLE FULL' TO SERR-REASON
               MOVE 'TBL001' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               SET RC-CRITICAL TO TRUE
               GO TO LOAD-ONE-LIST-TASK-EXIT
           END-IF
           ADD 1 TO WS-TSK-COUNT
           ADD 1 TO WS-TASKS-CARRIED
           SET TK-IDX TO WS-TSK-COUNT
           MOVE CTK-PERIOD-END TO TSK-PERIOD-END(TK-IDX)
           MOVE CTK-TASK-ID TO TSK-TASK-ID(TK-IDX)
           MOVE CTK-DESCRIPTION TO TSK-DESCRIPTION(TK-IDX)
           MOVE CTK-OWNER TO TSK-OWNER(TK-IDX)
           MOVE CTK-DUE-DATE TO TSK-DUE-DATE(TK-IDX)
           MOVE CTK-PREDECESSOR TO TSK-PREDECESSOR(TK-IDX)
           MOVE CTK-STATUS TO TSK-STATUS(TK-IDX)
           IF CTK-DONE-DATE IS NUMERIC
               MOVE CTK-DONE-DATE TO TSK-DONE-DATE(TK-IDX)
           ELSE
               MOVE 0 TO TSK-DONE-DATE(TK-IDX)
           END-IF
           MOVE CTK-DONE-BY TO TSK-DONE-BY(TK-IDX)
           MOVE 'N' TO TSK-ARCHIVE(TK-IDX).
       LOAD-ONE-LIST-TASK-EXIT.
           EXIT.

      * A period already on the list is never re-cut, so template
      * changes take effect from the next period and completed work
      * is never lost.
       GENERATE-PERIOD-TASKS SECTION.
           MOVE 'N' TO WS-PERIOD-ON-LIST
           PERFORM VARYING TK-IDX FROM 1 BY 1
                   UNTIL TK-IDX > WS-TSK-COUNT
               IF TSK-PERIOD-END(TK-IDX) = WS-GEN-PERIOD-END
                   MOVE 'Y' TO WS-PERIOD-ON-LIST
               END-IF
           END-PERFORM
           IF WS-PERIOD-ON-LIST = 'Y'
               GO TO GENERATE-PERIOD-TASKS-EXIT
           END-IF
           PERFORM VARYING TP-IDX FROM 1 BY 1
                   UNTIL TP-IDX > WS-TPL-COUNT
               PERFORM GENERATE-ONE-TASK
           END-PERFORM.
       GENERATE-PERIOD-TASKS-EXIT.
           EXIT.

       GENERATE-ONE-TASK SECTION.
           IF WS-TSK-COUNT >= WS-TSK-MAX
               MOVE 'CLOSE-TASKS' TO SERR-PROGRAM-ID
               MOVE TPL-TASK-ID(TP-IDX) TO SERR-KEY-FIELD
               MOVE 'TASK LIST TABLE FULL' TO SERR-REASON
               MOVE 'TBL001' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               SET RC-CRITICAL TO TRUE
               GO TO GENERATE-ONE-TASK-EXIT
           END-IF
           MOVE 'AB' TO WS-DS-FUNCTION
           MOVE WS-GEN-PERIOD-END TO WS-DS-DATE-1
           MOVE 0 TO WS-DS-DATE-2
           MOVE TPL-OFFSET(TP-IDX) TO WS-DS-DAY-COUNT
           CALL 'DATE-SERVICES' USING WS-DS-FUNCTION WS-DS-DATE-1
                WS-DS-DATE-2 WS-DS-DAY-COUNT WS-DS-RESULT
           ADD 1 TO WS-TSK-COUNT
           ADD 1 TO WS-TASKS-GENERATED
           SET TK-IDX TO WS-TSK-COUNT
           MOVE WS-GEN-PERIOD-END TO TSK-PERIOD-END(TK-IDX)
           MOVE TPL-TASK-ID(TP-IDX) TO TSK-TASK-ID(TK-IDX)
           MOVE TPL-DESCRIPTION(TP-IDX) TO TSK-DESCRIPTION(TK-IDX)
           MOVE TPL-OWNER(TP-IDX) TO TSK-OWNER(TK-IDX)
           MOVE WS-DS-RESULT TO TSK-DUE-DATE(TK-IDX)
           MOVE TPL-PREDECESSOR(TP-IDX) TO TSK-PREDECESSOR(TK-IDX)
           MOVE 'O' TO TSK-STATUS(TK-IDX)
           MOVE 0 TO TSK-DONE-DATE(TK-IDX)
           MOVE SPACES TO TSK-DONE-BY(TK-IDX)
           MOVE 'N' TO TSK-ARCHIVE(TK-IDX).
       GENERATE-ONE-TASK-EXIT.
           EXIT.

       APPLY-STATUS-TRANSACTIONS SECTION.
           OPEN INPUT TASK-STATUS-FILE
           IF WS-TASK-STATUS-STATUS NOT = '00'
               GO TO APPLY-STATUS-TRANSACTIONS-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ TASK-STATUS-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF CTS-RECORD NOT = SPACES
                           ADD 1 TO WS-STATUS-READ
                           PERFORM APPLY-ONE-STATUS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TASK-STATUS-FILE
           MOVE 'N' TO WS-EOF-FLAG.
       APPLY-STATUS-TRANSACTIONS-EXIT.
           EXIT.

       APPLY-ONE-STATUS SECTION.
           MOVE SPACES TO WS-REJECT-REASON
           MOVE 0 TO WS-TASK-HIT
           IF CTS-PERIOD-END IS NOT NUMERIC
               MOVE 'PERIOD END NOT NUMERIC' TO WS-REJECT-REASON
               GO TO APPLY-ONE-STATUS-REJECT
           END-IF
           MOVE CTS-PERIOD-END TO WS-FIND-PERIOD-END
           MOVE CTS-TASK-ID TO WS-FIND-TASK-ID
           PERFORM FIND-TASK
           MOVE WS-FIND-HIT TO WS-TASK-HIT
           IF WS-TASK-HIT = 0
               MOVE 'TASK NOT ON CLOSE LIST' TO WS-REJECT-REASON
               GO TO APPLY-ONE-STATUS-REJECT
           END-IF
           IF CTS-OPERATOR NOT = TSK-OWNER(WS-TASK-HIT)
               MOVE 'NOT THE TASK OWNER' TO WS-REJECT-REASON
               GO TO APPLY-ONE-STATUS-REJECT
           END-IF
           IF CTS-DATE = SPACES
               MOVE WS-RUN-DAY TO WS-STATUS-DATE
           ELSE
               IF CTS-DATE IS NOT NUMERIC
                   MOVE 'STATUS DATE NOT NUMERIC' TO WS-REJECT-REASON
                   GO TO APPLY-ONE-STATUS-REJECT
               END-IF
               MOVE CTS-DATE TO WS-STATUS-DATE
           END-IF
           EVALUATE CTS-ACTION
               WHEN 'C'
                   PERFORM COMPLETE-TASK
               WHEN 'R'
                   IF TSK-STATUS(WS-TASK-HIT) NOT = 'C'
                       MOVE 'TASK IS NOT COMPLETE' TO WS-REJECT-REASON
                   ELSE
                       MOVE 'O' TO TSK-STATUS(WS-TASK-HIT)
                       MOVE 0 TO TSK-DONE-DATE(WS-TASK-HIT)
                       MOVE SPACES TO TSK-DONE-BY(WS-TASK-HIT)
                   END-IF
               WHEN OTHER
                   MOVE 'UNKNOWN STATUS ACTION' TO WS-REJECT-REASON
           END-EVALUATE
           IF WS-REJECT-REASON NOT = SPACES
               GO TO APPLY-ONE-STATUS-REJECT
           END-IF
           ADD 1 TO WS-STATUS-APPLIED
           GO TO APPLY-ONE-STATUS-EXIT.
       APPLY-ONE-STATUS-REJECT.
           ADD 1 TO WS-STATUS-REJECTED
           MOVE 'CLOSE-TASKS' TO SERR-PROGRAM-ID
           MOVE SPACES TO SERR-KEY-FIELD
           STRING CTS-PERIOD-END DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  CTS-TASK-ID DELIMITED BY SIZE
             INTO SERR-KEY-FIELD
           MOVE WS-REJECT-REASON TO SERR-REASON
           MOVE 'TXN001' TO SERR-ERROR-CODE
           PERFORM WRITE-SUITE-ERROR-LOG.
       APPLY-ONE-STATUS-EXIT.
           EXIT.

       COMPLETE-TASK SECTION.
           IF TSK-STATUS(WS-TASK-HIT) = 'C'
               MOVE 'TASK ALREADY COMPLETE' TO WS-REJECT-REASON
               GO TO COMPLETE-TASK-EXIT
           END-IF
           IF TSK-PREDECESSOR(WS-TASK-HIT) NOT = SPACES
               MOVE TSK-PERIOD-END(WS-TASK-HIT) TO WS-FIND-PERIOD-END
               MOVE TSK-PREDECESSOR(WS-TASK-HIT) TO WS-FIND-TASK-ID
               PERFORM FIND-TASK
               IF WS-FIND-HIT NOT = 0
                   IF TSK-STATUS(WS-FIND-HIT) NOT = 'C'
                       MOVE 'PREDECESSOR NOT COMPLETE'
                         TO WS-REJECT-REASON
                       GO TO COMPLETE-TASK-EXIT
                   END-IF
               END-IF
           END-IF
           MOVE 'C' TO TSK-STATUS(WS-TASK-HIT)
           MOVE WS-STATUS-DATE TO TSK-DONE-DATE(WS-TASK-HIT)
           MOVE CTS-OPERATOR TO TSK-DONE-BY(WS-TASK-HIT).
       COMPLETE-TASK-EXIT.
           EXIT.

       FIND-TASK SECTION.
           MOVE 0 TO WS-FIND-HIT
           PERFORM VARYING TK-IDX FROM 1 BY 1
                   UNTIL TK-IDX > WS-TSK-COUNT
                      OR WS-FIND-HIT NOT = 0
               IF TSK-PERIOD-END(TK-IDX) = WS-FIND-PERIOD-END
                   AND TSK-TASK-ID(TK-IDX) = WS-FIND-TASK-ID
                   SET WS-FIND-HIT TO TK-IDX
               END-IF
           END-PERFORM
           EXIT.

      * A period is finished with once every task is complete and a
      * later period end has passed; it moves to the history file.
       MARK-CLOSED-PERIODS SECTION.
           PERFORM VARYING TK-IDX FROM 1 BY 1
                   UNTIL TK-IDX > WS-TSK-COUNT
               IF TSK-PERIOD-END(TK-IDX) < WS-LAST-PERIOD-END
                   AND TSK-ARCHIVE(TK-IDX) = 'N'
                   MOVE TSK-PERIOD-END(TK-IDX) TO WS-FIND-PERIOD-END
                   PERFORM TEST-PERIOD-ALL-DONE
                   IF WS-PERIOD-ALL-DONE = 'Y'
                       PERFORM MARK-PERIOD-ARCHIVE
                   END-IF
               END-IF
           END-PERFORM
           EXIT.

       TEST-PERIOD-ALL-DONE SECTION.
           MOVE 'Y' TO WS-PERIOD-ALL-DONE
           PERFORM VARYING WS-SCAN FROM 1 BY 1
                   UNTIL WS-SCAN > WS-TSK-COUNT
               IF TSK-PERIOD-END(WS-SCAN) = WS-FIND-PERIOD-END
                   AND TSK-STATUS(WS-SCAN) NOT = 'C'
                   MOVE 'N' TO WS-PERIOD-ALL-DONE
               END-IF
           END-PERFORM
           EXIT.

       MARK-PERIOD-ARCHIVE SECTION.
           PERFORM VARYING WS-SCAN FROM 1 BY 1
                   UNTIL WS-SCAN > WS-TSK-COUNT
               IF TSK-PERIOD-END(WS-SCAN) = WS-FIND-PERIOD-END
                   MOVE 'Y' TO TSK-ARCHIVE(WS-SCAN)
               END-IF
           END-PERFORM
           EXIT.

       SAVE-TASK-LIST SECTION.
           OPEN OUTPUT TASK-LIST-FILE
           IF WS-TASK-LIST-STATUS NOT = '00'
               MOVE 'CLOSE-TASKS' TO SERR-PROGRAM-ID
               MOVE WS-TASK-LIST-DSN(1:20) TO SERR-KEY-FIELD
               MOVE 'CLOSE TASK LIST NOT WRITTEN' TO SERR-REASON
               MOVE 'MST002' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               SET RC-CRITICAL TO TRUE
               GO TO SAVE-TASK-LIST-EXIT
           END-IF
           OPEN EXTEND TASK-HISTORY-FILE
           IF WS-TASK-HISTORY-STATUS NOT = '00'
               OPEN OUTPUT TASK-HISTORY-FILE
           END-IF
           PERFORM VARYING TK-IDX FROM 1 BY 1
                   UNTIL TK-IDX > WS-TSK-COUNT
               MOVE TSK-PERIOD-END(TK-IDX) TO CTK-PERIOD-END
               MOVE TSK-TASK-ID(TK-IDX) TO CTK-TASK-ID
               MOVE TSK-DESCRIPTION(TK-IDX) TO CTK-DESCRIPTION
               MOVE TSK-OWNER(TK-IDX) TO CTK-OWNER
               MOVE TSK-DUE-DATE(TK-IDX) TO CTK-DUE-DATE
               MOVE TSK-PREDECESSOR(TK-IDX) TO CTK-PREDECESSOR
               MOVE TSK-STATUS(TK-IDX) TO CTK-STATUS
               MOVE TSK-DONE-DATE(TK-IDX) TO CTK-DONE-DATE
               MOVE TSK-DONE-BY(TK-IDX) TO CTK-DONE-BY
               IF TSK-ARCHIVE(TK-IDX) = 'Y'
                   WRITE TASK-HISTORY-LINE FROM CTK-RECORD
                   ADD 1 TO WS-TASKS-ARCHIVED
               ELSE
                   WRITE TASK-LIST-LINE FROM CTK-RECORD
                   ADD 1 TO WS-TASKS-ON-LIST
                   IF TSK-STATUS(TK-IDX) = 'C'
                       ADD 1 TO WS-TASKS-COMPLETE
                   ELSE
                       ADD 1 TO WS-TASKS-OPEN
                   END-IF
               END-IF
           END-PERFORM
           CLOSE TASK-HISTORY-FILE
           CLOSE TASK-LIST-FILE.
       SAVE-TASK-LIST-EXIT.
           EXIT.

      * Three lists from the open tasks: due today, overdue (with
      * calendar days late), and waiting on an unfinished
      * predecessor whatever their due date.
       WRITE-DAILY-REPORT SECTION.
           OPEN OUTPUT CLOSE-REPORT-FILE
           MOVE WS-PARM-RUN-ID TO TRX-RUN-ID
           MOVE 'CLOSETSK' TO TRX-SOURCE-SYSTEM
           MOVE FUNCTION CURRENT-DATE TO TRX-TIMESTAMP
           MOVE TRX-HEADER TO CLR-LINE
           WRITE CLR-LINE
           MOVE SPACES TO CLR-LINE
           STRING 'MONTH-END CLOSE TASKS AS OF ' DELIMITED BY SIZE
                  WS-RUN-DAY DELIMITED BY SIZE
                  '   CALENDAR ' DELIMITED BY SIZE
                  WS-FISCAL-DSN DELIMITED BY SPACE
             INTO CLR-LINE
           WRITE CLR-LINE
           MOVE ALL '-' TO CLR-LINE
           WRITE CLR-LINE

           MOVE 'TASKS DUE TODAY' TO CLR-LINE
           WRITE CLR-LINE
           PERFORM WRITE-TASK-COLUMN-HEADS
           PERFORM VARYING TK-IDX FROM 1 BY 1
                   UNTIL TK-IDX > WS-TSK-COUNT
               IF TSK-STATUS(TK-IDX) NOT = 'C'
                   AND TSK-ARCHIVE(TK-IDX) = 'N'
                   AND TSK-DUE-DATE(TK-IDX) = WS-RUN-DAY
                   ADD 1 TO WS-TASKS-DUE-TODAY
                   PERFORM WRITE-TASK-DETAIL
               END-IF
           END-PERFORM

           MOVE SPACES TO CLR-LINE
           WRITE CLR-LINE
           MOVE 'OVERDUE TASKS' TO CLR-LINE
           WRITE CLR-LINE
           PERFORM WRITE-TASK-COLUMN-HEADS
           PERFORM VARYING TK-IDX FROM 1 BY 1
                   UNTIL TK-IDX > WS-TSK-COUNT
               IF TSK-STATUS(TK-IDX) NOT = 'C'
                   AND TSK-ARCHIVE(TK-IDX) = 'N'
                   AND TSK-DUE-DATE(TK-IDX) < WS-RUN-DAY
                   ADD 1 TO WS-TASKS-OVERDUE
                   PERFORM WRITE-TASK-DETAIL
               END-IF
           END-PERFORM

           MOVE SPACES TO CLR-LINE
           WRITE CLR-LINE
           MOVE 'TASKS BLOCKED BY AN UNFINISHED PREDECESSOR'
             TO CLR-LINE
           WRITE CLR-LINE
           PERFORM WRITE-TASK-COLUMN-HEADS
           PERFORM VARYING TK-IDX FROM 1 BY 1
                   UNTIL TK-IDX > WS-TSK-COUNT
               IF TSK-STATUS(TK-IDX) NOT = 'C'
                   AND TSK-ARCHIVE(TK-IDX) = 'N'
                   AND TSK-PREDECESSOR(TK-IDX) NOT = SPACES
                   PERFORM TEST-PREDECESSOR-OPEN
                   IF WS-PRED-HIT NOT = 0
                       ADD 1 TO WS-TASKS-BLOCKED
                       PERFORM WRITE-TASK-DETAIL
                   END-IF
               END-IF
           END-PERFORM

           MOVE ALL '-' TO CLR-LINE
           WRITE CLR-LINE
           MOVE SPACES TO CLR-LINE
           MOVE WS-TASKS-DUE-TODAY TO WS-CTL-COUNT-TXT
           STRING 'DUE TODAY ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CLR-LINE
           MOVE WS-TASKS-OVERDUE TO WS-CTL-COUNT-TXT
           STRING '  OVERDUE ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CLR-LINE(17:16)
           MOVE WS-TASKS-BLOCKED TO WS-CTL-COUNT-TXT
           STRING '  BLOCKED ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CLR-LINE(33:16)
           MOVE WS-TASKS-OPEN TO WS-CTL-COUNT-TXT
           STRING '  OPEN ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CLR-LINE(49:13)
           WRITE CLR-LINE
           CLOSE CLOSE-REPORT-FILE
           EXIT.

       WRITE-TASK-COLUMN-HEADS SECTION.
           MOVE SPACES TO CLR-LINE
           MOVE 'PERIOD' TO CLR-LINE(3:6)
           MOVE 'TASK' TO CLR-LINE(12:4)
           MOVE 'DESCRIPTION' TO CLR-LINE(21:11)
           MOVE 'OWNER' TO CLR-LINE(52:5)
           MOVE 'DUE' TO CLR-LINE(61:3)
           MOVE 'LATE' TO CLR-LINE(71:4)
           MOVE 'WAITING ON' TO CLR-LINE(77:10)
           WRITE CLR-LINE
           EXIT.

       WRITE-TASK-DETAIL SECTION.
           MOVE SPACES TO CLR-LINE
           MOVE TSK-PERIOD-END(TK-IDX) TO WS-DATE-TXT
           MOVE WS-DATE-TXT TO CLR-LINE(3:8)
           MOVE TSK-TASK-ID(TK-IDX) TO CLR-LINE(12:8)
           MOVE TSK-DESCRIPTION(TK-IDX) TO CLR-LINE(21:30)
           MOVE TSK-OWNER(TK-IDX) TO CLR-LINE(52:8)
           MOVE TSK-DUE-DATE(TK-IDX) TO WS-DATE-TXT
           MOVE WS-DATE-TXT TO CLR-LINE(61:8)
           IF TSK-DUE-DATE(TK-IDX) < WS-RUN-DAY
               MOVE 'DB' TO WS-DS-FUNCTION
               MOVE TSK-DUE-DATE(TK-IDX) TO WS-DS-DATE-1
               MOVE WS-RUN-DAY TO WS-DS-DATE-2
               CALL 'DATE-SERVICES' USING WS-DS-FUNCTION
                    WS-DS-DATE-1 WS-DS-DATE-2 WS-DS-DAY-COUNT
                    WS-DS-RESULT
               MOVE WS-DS-DAY-COUNT TO WS-DAYS-LATE-TXT
               MOVE WS-DAYS-LATE-TXT TO CLR-LINE(70:5)
           END-IF
           IF TSK-PREDECESSOR(TK-IDX) NOT = SPACES
               PERFORM TEST-PREDECESSOR-OPEN
               IF WS-PRED-HIT NOT = 0
                   MOVE TSK-PREDECESSOR(TK-IDX) TO CLR-LINE(77:8)
                   MOVE TSK-OWNER(WS-PRED-HIT) TO CLR-LINE(86:8)
               END-IF
           END-IF
           WRITE CLR-LINE
           EXIT.

      * WS-PRED-HIT gets the predecessor's entry when it is still
      * open, zero when it is complete or not on the list.
       TEST-PREDECESSOR-OPEN SECTION.
           MOVE 0 TO WS-PRED-HIT
           PERFORM VARYING WS-SCAN FROM 1 BY 1
                   UNTIL WS-SCAN > WS-TSK-COUNT
               IF TSK-PERIOD-END(WS-SCAN) = TSK-PERIOD-END(TK-IDX)
                   AND TSK-TASK-ID(WS-SCAN) =
                       TSK-PREDECESSOR(TK-IDX)
                   AND TSK-STATUS(WS-SCAN) NOT = 'C'
                   MOVE WS-SCAN TO WS-PRED-HIT
               END-IF
           END-PERFORM
           EXIT.

      * Standard run-balancing control-total report so ops balances
      * this job the same way every other nightly batch job is
      * balanced.
       WRITE-CONTROL-TOTALS SECTION.
           OPEN OUTPUT CONTROL-TOTAL-FILE
           MOVE WS-PARM-RUN-ID TO TRX-RUN-ID
           MOVE 'CLOSETSK' TO TRX-SOURCE-SYSTEM
           MOVE FUNCTION CURRENT-DATE TO TRX-TIMESTAMP
           MOVE TRX-HEADER TO CTL-LINE
           WRITE CTL-LINE
           MOVE 'CLOSE TASK TRACKER CONTROL TOTALS' TO CTL-LINE
           WRITE CTL-LINE
           MOVE ALL '-' TO CTL-LINE
           WRITE CTL-LINE
           MOVE SPACES TO CTL-LINE
           MOVE WS-TEMPLATE-READ TO WS-CTL-COUNT-TXT
           STRING 'TEMPLATE TASKS   : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-TEMPLATE-REJECTED TO WS-CTL-COUNT-TXT
           STRING 'TEMPLATE REJECTED: ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-TASKS-CARRIED TO WS-CTL-COUNT-TXT
           STRING 'TASKS CARRIED IN : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-TASKS-GENERATED TO WS-CTL-COUNT-TXT
           STRING 'TASKS GENERATED  : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-TASKS-ARCHIVED TO WS-CTL-COUNT-TXT
           STRING 'TASKS ARCHIVED   : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-TASKS-ON-LIST TO WS-CTL-COUNT-TXT
           STRING 'TASKS ON LIST    : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-TASKS-OPEN TO WS-CTL-COUNT-TXT
           STRING 'TASKS OPEN       : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-TASKS-COMPLETE TO WS-CTL-COUNT-TXT
           STRING 'TASKS COMPLETE   : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-STATUS-READ TO WS-CTL-COUNT-TXT
           STRING 'STATUS TXNS READ : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-STATUS-APPLIED TO WS-CTL-COUNT-TXT
           STRING 'STATUS APPLIED   : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-STATUS-REJECTED TO WS-CTL-COUNT-TXT
           STRING 'STATUS REJECTED  : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-TASKS-DUE-TODAY TO WS-CTL-COUNT-TXT
           STRING 'DUE TODAY        : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-TASKS-OVERDUE TO WS-CTL-COUNT-TXT
           STRING 'OVERDUE          : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-TASKS-BLOCKED TO WS-CTL-COUNT-TXT
           STRING 'BLOCKED          : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           CLOSE CONTROL-TOTAL-FILE
           EXIT.

      * High-water marks of the in-memory tables for this run,
      * kept so TABLE-CAPACITY-REPORT can warn before a ceiling is
      * reached.
       RECORD-TABLE-CAPACITY SECTION.
           MOVE 'CLOSE-TASK-TRACKER' TO TCAP-PROGRAM-ID
           MOVE WS-PARM-RUN-ID TO TCAP-RUN-ID
           MOVE WS-RUN-DATE TO TCAP-RUN-DATE
           MOVE 'TPL' TO TCAP-TABLE-NAME
           MOVE WS-TPL-COUNT TO TCAP-PEAK
           MOVE WS-TPL-MAX TO TCAP-CEILING
           PERFORM WRITE-TABLE-CAPACITY
           MOVE 'TSK' TO TCAP-TABLE-NAME
           MOVE WS-TSK-COUNT TO TCAP-PEAK
           MOVE WS-TSK-MAX TO TCAP-CEILING
           PERFORM WRITE-TABLE-CAPACITY
           EXIT.

       COPY "suite-error-log-proc.cpy".
       COPY "run-parms-proc.cpy".
       COPY "env-switch-proc.cpy".
       COPY "table-capacity-proc.cpy".
