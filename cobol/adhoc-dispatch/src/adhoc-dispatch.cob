       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADHOC-DISPATCH.
      * Daytime dispatcher for one-off runs requested by the help
      * desk and compliance. An AUDIT-INQUIRY extract, a
      * LINEAGE-INQUIRY search or an allergen what-if used to mean an
      * email to ops and a hand-run with environment variables set
      * at a terminal. Requests now go on ADHOC-REQUEST-QUEUE.DAT
      * (requestor, program, parameters, requested date, priority).
      * This job takes them highest priority first. Each is checked
      * against ADHOC-ALLOWED-PROGRAMS.DAT: the program must be
      * enabled there and every parameter must be one the table
      * allows for it. A valid request runs the way a
      * NIGHTLY-SCHEDULER step runs. Its settings are applied to the
      * environment, the program is CALLed dynamically and then
      * CANCELled, and START/STOP lines go to the ad-hoc joblog.
      * Every output the table names for the program is pointed at a
      * request-qualified dataset (request ID as leading qualifier),
      * so an ad-hoc run never overwrites the night's files. Each
      * request is logged once with its condition code on
      * ADHOC-REQUEST-LOG.DAT, which is also how a later pass knows
      * it is done. The requestor gets a completion listing under
      * the same qualifier. Nothing runs outside the daytime hours
      * or while the batch window is open. Requests that cannot run
      * then stay queued for the next pass.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUEST-QUEUE-FILE ASSIGN TO DYNAMIC WS-QUEUE-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-QUEUE-STATUS.
           SELECT ALLOWED-PROGRAM-FILE ASSIGN TO
               DYNAMIC WS-ALLOWED-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ALLOWED-STATUS.
           SELECT REQUEST-LOG-FILE ASSIGN TO DYNAMIC WS-REQ-LOG-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REQ-LOG-STATUS.
           SELECT COMPLETION-FILE ASSIGN TO DYNAMIC WS-COMPLETION-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-COMPLETION-STATUS.
           SELECT JOBLOG-FILE ASSIGN TO DYNAMIC WS-JOBLOG-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-JOBLOG-STATUS.
           SELECT SIGNOFF-LOG-FILE ASSIGN TO DYNAMIC WS-SIGNOFF-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SIGNOFF-STATUS.
           SELECT COMPLETE-MARKER-FILE ASSIGN TO
               DYNAMIC WS-COMPLETE-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-COMPLETE-STATUS.
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
      * R records carry the request itself, P records one parameter
      * (an environment setting the program reads) for the request
      * with the same ID - the same split as the S and E records of
      * NIGHTLY-STEPS.DAT. ADQ-PRIORITY 1 runs first, 9 last.
       FD  REQUEST-QUEUE-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01 ADQ-RECORD.
          03 ADQ-TYPE           PIC X.
          03 ADQ-REQ-ID         PIC X(8).
          03 FILLER             PIC X.
          03 ADQ-DETAIL         PIC X(90).
       01 ADQ-REQUEST-RECORD REDEFINES ADQ-RECORD.
          03 FILLER             PIC X(10).
          03 ADQ-REQUESTOR      PIC X(8).
          03 FILLER             PIC X.
          03 ADQ-PROGRAM        PIC X(20).
          03 FILLER             PIC X.
          03 ADQ-REQUESTED-DATE PIC 9(8).
          03 FILLER             PIC X.
          03 ADQ-PRIORITY       PIC 9.
          03 FILLER             PIC X(50).
       01 ADQ-PARM-RECORD REDEFINES ADQ-RECORD.
          03 FILLER             PIC X(10).
          03 ADQ-PARM-NAME      PIC X(30).
          03 FILLER             PIC X.
          03 ADQ-PARM-VALUE     PIC X(40).
          03 FILLER             PIC X(19).

      * A records enable a program for ad-hoc use; P records name a
      * parameter a requestor may set for it; O records name an
      * output setting and its base dataset, which the dispatcher
      * qualifies by request ID.
       FD  ALLOWED-PROGRAM-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01 APG-RECORD.
          03 APG-TYPE           PIC X.
          03 FILLER             PIC X.
          03 APG-PROGRAM        PIC X(20).
          03 FILLER             PIC X.
          03 APG-DETAIL         PIC X(77).
       01 APG-PROGRAM-RECORD REDEFINES APG-RECORD.
          03 FILLER             PIC X(23).
          03 APG-ENABLED        PIC X.
          03 FILLER             PIC X.
          03 APG-DESCRIPTION    PIC X(30).
          03 FILLER             PIC X(45).
       01 APG-SETTING-RECORD REDEFINES APG-RECORD.
          03 FILLER             PIC X(23).
          03 APG-ENV-NAME       PIC X(30).
          03 FILLER             PIC X.
          03 APG-BASE-DSN       PIC X(40).
          03 FILLER             PIC X(6).

       FD  REQUEST-LOG-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01 RQL-RECORD.
          03 RQL-REQ-ID         PIC X(8).
          03 FILLER             PIC X.
          03 RQL-REQUESTOR      PIC X(8).
          03 FILLER             PIC X.
          03 RQL-PROGRAM        PIC X(20).
          03 FILLER             PIC X.
          03 RQL-OUTCOME        PIC X(8).
          03 FILLER             PIC X.
          03 RQL-RC             PIC 9(4).
          03 FILLER             PIC X.
          03 RQL-TIMESTAMP      PIC X(14).
          03 FILLER             PIC X.
          03 RQL-REASON         PIC X(30).
          03 FILLER             PIC X(2).

       FD  COMPLETION-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 CMPL-LINE PIC X(80).

       FD  JOBLOG-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 JOBLOG-LINE PIC X(80).

       FD  SIGNOFF-LOG-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 SIGNOFF-LINE PIC X(80).

       FD  COMPLETE-MARKER-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 COMPLETE-LINE PIC X(80).

       FD  CONTROL-TOTAL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 CTL-LINE PIC X(80).

       COPY "suite-error-log-fd.cpy".
       COPY "table-capacity-fd.cpy".
       COPY "run-parms-fd.cpy".

       WORKING-STORAGE SECTION.
       01 WS-QUEUE-DSN          PIC X(100)
          VALUE 'ADHOC-REQUEST-QUEUE.DAT'.
       01 WS-ALLOWED-DSN        PIC X(100)
          VALUE 'ADHOC-ALLOWED-PROGRAMS.DAT'.
       01 WS-REQ-LOG-DSN        PIC X(100)
          VALUE 'ADHOC-REQUEST-LOG.DAT'.
       01 WS-COMPLETION-DSN     PIC X(100) VALUE SPACES.
       01 WS-COMPLETION-BASE    PIC X(40)
          VALUE 'ADHOC-COMPLETION.RPT'.
       01 WS-JOBLOG-DSN         PIC X(100) VALUE 'ADHOC-JOBLOG.LOG'.
       01 WS-SIGNOFF-DSN        PIC X(100) VALUE 'BATCH-CANARY.LOG'.
       01 WS-COMPLETE-DSN       PIC X(100) VALUE 'BATCH-COMPLETE.DAT'.
       01 WS-QUEUE-STATUS       PIC XX VALUE '00'.
       01 WS-ALLOWED-STATUS     PIC XX VALUE '00'.
       01 WS-REQ-LOG-STATUS     PIC XX VALUE '00'.
       01 WS-COMPLETION-STATUS  PIC XX VALUE '00'.
       01 WS-JOBLOG-STATUS      PIC XX VALUE '00'.
       01 WS-SIGNOFF-STATUS     PIC XX VALUE '00'.
       01 WS-COMPLETE-STATUS    PIC XX VALUE '00'.
       01 WS-EOF-FLAG           PIC X VALUE 'N'.
       01 WS-TIMESTAMP          PIC X(26).

       01 WS-CONTROL-TOTAL-DSN    PIC X(100)
          VALUE 'ADHOC-DISPATCH-CONTROL-TOTALS.RPT'.
       01 WS-CONTROL-TOTAL-STATUS PIC XX VALUE '00'.
       01 WS-REQUESTS-READ        PIC 9(6) VALUE 0.
       01 WS-REQUESTS-LOGGED      PIC 9(6) VALUE 0.
       01 WS-REQUESTS-NOT-DUE     PIC 9(6) VALUE 0.
       01 WS-REQUESTS-REJECTED    PIC 9(6) VALUE 0.
       01 WS-REQUESTS-DISPATCHED  PIC 9(6) VALUE 0.
       01 WS-REQUESTS-DEFERRED    PIC 9(6) VALUE 0.
       01 WS-CTL-COUNT-TXT        PIC ZZZZZ9.

      * Daytime hours the dispatcher may run in, HHMMSS - outside
      * them every request stays queued.
       01 WS-DAY-START          PIC 9(6) VALUE 070000.
       01 WS-DAY-END            PIC 9(6) VALUE 190000.
       01 WS-DAY-TXT            PIC X(6) VALUE SPACES.
       01 WS-TIME-NOW           PIC 9(8) VALUE 0.
       01 WS-TIME-HHMMSS        PIC 9(6) VALUE 0.
       01 WS-WINDOW-OPEN        PIC X VALUE 'N'.
       01 WS-COMPLETE-SEEN      PIC X VALUE 'N'.
       01 WS-DEFER-REASON       PIC X(30) VALUE SPACES.
       01 WS-TODAY              PIC 9(8) VALUE 0.

       01 WS-ALLOWED-MAX        PIC 9(2) VALUE 30.
       01 WS-ALLOWED-COUNT      PIC 9(2) VALUE 0.
       01 WS-ALLOWED-TABLE.
          03 WS-ALLOWED-ENTRY OCCURS 30 TIMES INDEXED BY AP-IDX.
             05 APG-T-PROGRAM     PIC X(20).
             05 APG-T-ENABLED     PIC X.
             05 APG-T-PARM-COUNT  PIC 9(2).
             05 APG-T-PARM-NAME   PIC X(30) OCCURS 8 TIMES.
             05 APG-T-OUT-COUNT   PIC 9(2).
             05 APG-T-OUT-SETTING OCCURS 4 TIMES.
                07 APG-T-OUT-NAME PIC X(30).
                07 APG-T-OUT-DSN  PIC X(40).
       01 WS-AP-SUB             PIC 9(2) VALUE 0.
       01 WS-AP-FOUND           PIC X VALUE 'N'.

      * Requests held for the run with their parameters; RQT-T-STATE
      * P pending, F future-dated, D dispatched, R rejected, W
      * deferred. A request already on the log never takes a slot.
      * RQT-T-PARM-OVER is set when the queue carries more parameters
      * than an entry holds - the request is rejected, not run short.
       01 WS-REQUEST-MAX        PIC 9(3) VALUE 200.
       01 WS-REQUEST-COUNT      PIC 9(3) VALUE 0.
       01 WS-REQUEST-TABLE.
          03 WS-REQUEST-ENTRY OCCURS 200 TIMES INDEXED BY RQ-IDX.
             05 RQT-T-ID          PIC X(8).
             05 RQT-T-REQUESTOR   PIC X(8).
             05 RQT-T-PROGRAM     PIC X(20).
             05 RQT-T-DATE        PIC 9(8).
             05 RQT-T-PRIORITY    PIC 9.
             05 RQT-T-STATE       PIC X.
             05 RQT-T-PARM-COUNT  PIC 9(2).
             05 RQT-T-PARM-OVER   PIC X.
             05 RQT-T-PARM OCCURS 6 TIMES.
                07 RQT-T-PARM-NAME  PIC X(30).
                07 RQT-T-PARM-VALUE PIC X(40).
       01 WS-RQ-SUB             PIC 9(3) VALUE 0.
       01 WS-RQ-FOUND           PIC X VALUE 'N'.
       01 WS-PARM-SUB           PIC 9(2) VALUE 0.
       01 WS-OUT-SUB            PIC 9(2) VALUE 0.
       01 WS-NEXT-SUB           PIC 9(3) VALUE 0.
       01 WS-PARM-OK            PIC X VALUE 'N'.

      * Request IDs already on the log - done or rejected on an
      * earlier pass and never run twice. A log too big for the table
      * stops the run: an ID left off it would be dispatched again.
       01 WS-LOGGED-MAX         PIC 9(4) VALUE 2000.
       01 WS-LOGGED-COUNT       PIC 9(4) VALUE 0.
       01 WS-LOGGED-FOUND       PIC X VALUE 'N'.
       01 WS-LOGGED-OVERFLOW    PIC X VALUE 'N'.
       01 WS-LOGGED-TABLE.
          03 WS-LOGGED-ID OCCURS 2000 TIMES INDEXED BY LG-IDX
                                PIC X(8).

       01 WS-REJECT-REASON      PIC X(30) VALUE SPACES.
       01 WS-QUALIFIED-DSN      PIC X(100) VALUE SPACES.
       01 WS-STEP-RETURN-CODE   PIC 9(4) VALUE 0.
       01 WS-STEP-RC-TXT        PIC ZZZ9.
       01 WS-START-STAMP        PIC X(14) VALUE SPACES.

       COPY "suite-error-log-ws.cpy".
       COPY "table-capacity-ws.cpy".
       COPY "run-parms-ws.cpy".
       COPY "env-accept-ws.cpy".
       COPY "transaction-header.cpy".
       COPY "return-codes.cpy".
       COPY "env-switch-ws.cpy".

       PROCEDURE DIVISION.
       RUN-ADHOC-DISPATCH SECTION.
           PERFORM READ-RUN-PARMS
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'ADHOC_REQUEST_QUEUE_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-QUEUE-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'ADHOC_ALLOWED_PROGRAMS_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-ALLOWED-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'ADHOC_REQUEST_LOG_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-REQ-LOG-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'ADHOC_DISPATCH_JOBLOG_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-JOBLOG-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'ADHOC_DISPATCH_CONTROL_TOTAL_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-CONTROL-TOTAL-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'CANARY_SIGNOFF_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-SIGNOFF-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'NIGHTLY_SCHEDULER_COMPLETE_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-COMPLETE-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'SUITE_ERROR_LOG_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-SUITE-ERROR-LOG-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'ADHOC_DAY_START'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-DAY-TXT
               IF WS-DAY-TXT IS NUMERIC
                   MOVE WS-DAY-TXT TO WS-DAY-START
               END-IF
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'ADHOC_DAY_END'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-DAY-TXT
               IF WS-DAY-TXT IS NUMERIC
                   MOVE WS-DAY-TXT TO WS-DAY-END
               END-IF
           END-IF
           MOVE WS-QUEUE-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-QUEUE-DSN
           MOVE WS-ALLOWED-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-ALLOWED-DSN
           MOVE WS-REQ-LOG-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-REQ-LOG-DSN
           MOVE WS-CONTROL-TOTAL-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-CONTROL-TOTAL-DSN

           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM LOAD-ALLOWED-PROGRAMS
           PERFORM LOAD-REQUEST-LOG
           IF WS-LOGGED-OVERFLOW = 'Y'
               PERFORM WRITE-CONTROL-TOTALS
               SET RC-CRITICAL TO TRUE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               PERFORM RECORD-TABLE-CAPACITY
               GOBACK
           END-IF
           PERFORM LOAD-REQUEST-QUEUE

           OPEN EXTEND JOBLOG-FILE
           IF WS-JOBLOG-STATUS NOT = '00'
               OPEN OUTPUT JOBLOG-FILE
           END-IF
           OPEN EXTEND REQUEST-LOG-FILE
           IF WS-REQ-LOG-STATUS NOT = '00'
               OPEN OUTPUT REQUEST-LOG-FILE
           END-IF

           PERFORM DISPATCH-NEXT-REQUEST
           PERFORM UNTIL WS-NEXT-SUB = 0
               PERFORM DISPATCH-NEXT-REQUEST
           END-PERFORM

           CLOSE REQUEST-LOG-FILE
           CLOSE JOBLOG-FILE
           PERFORM WRITE-CONTROL-TOTALS

           SET RC-NORMAL TO TRUE
           IF WS-REQUESTS-REJECTED > 0 OR WS-REQUESTS-DEFERRED > 0
               SET RC-WARNING TO TRUE
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
           PERFORM RECORD-TABLE-CAPACITY
           GOBACK.

      * Picks the pending request with the best priority, earliest
      * requested date, then queue order, and settles it. The
      * window test is made before each one, so a batch window that
      * opens mid-pass stops the rest of the queue where it stands.
       DISPATCH-NEXT-REQUEST SECTION.
           MOVE 0 TO WS-NEXT-SUB
           PERFORM VARYING RQ-IDX FROM 1 BY 1
                   UNTIL RQ-IDX > WS-REQUEST-COUNT
               IF RQT-T-STATE(RQ-IDX) = 'P'
                   IF WS-NEXT-SUB = 0
                       SET WS-NEXT-SUB TO RQ-IDX
                   ELSE
                       IF RQT-T-PRIORITY(RQ-IDX)
                            < RQT-T-PRIORITY(WS-NEXT-SUB)
                          OR (RQT-T-PRIORITY(RQ-IDX)
                               = RQT-T-PRIORITY(WS-NEXT-SUB)
                              AND RQT-T-DATE(RQ-IDX)
                               < RQT-T-DATE(WS-NEXT-SUB))
                           SET WS-NEXT-SUB TO RQ-IDX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-NEXT-SUB = 0
               GO TO DISPATCH-NEXT-REQUEST-EXIT
           END-IF
           SET RQ-IDX TO WS-NEXT-SUB

           PERFORM TEST-DISPATCH-ALLOWED
           IF WS-DEFER-REASON NOT = SPACES
               PERFORM DEFER-REMAINING-REQUESTS
               GO TO DISPATCH-NEXT-REQUEST-EXIT
           END-IF

           PERFORM VALIDATE-REQUEST
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM REJECT-REQUEST
           ELSE
               PERFORM RUN-REQUEST-STEP
           END-IF.
       DISPATCH-NEXT-REQUEST-EXIT.
           EXIT.

      * Daytime hours first, then the batch window itself - the
      * same test TABLE-PROMOTE makes: the canary signed this run
      * on and the scheduler has not yet cut its BATCH-COMPLETE
      * marker.
       TEST-DISPATCH-ALLOWED SECTION.
           MOVE SPACES TO WS-DEFER-REASON
           ACCEPT WS-TIME-NOW FROM TIME
           COMPUTE WS-TIME-HHMMSS = WS-TIME-NOW / 100
           IF WS-TIME-HHMMSS < WS-DAY-START
               OR WS-TIME-HHMMSS > WS-DAY-END
               MOVE 'OUTSIDE DAYTIME HOURS' TO WS-DEFER-REASON
               GO TO TEST-DISPATCH-ALLOWED-EXIT
           END-IF
           PERFORM TEST-WINDOW-OPEN
           IF WS-WINDOW-OPEN = 'Y'
               MOVE 'BATCH WINDOW OPEN' TO WS-DEFER-REASON
           END-IF.
       TEST-DISPATCH-ALLOWED-EXIT.
           EXIT.

       TEST-WINDOW-OPEN SECTION.
           MOVE 'N' TO WS-WINDOW-OPEN
           MOVE 'N' TO WS-COMPLETE-SEEN
           OPEN INPUT COMPLETE-MARKER-FILE
           IF WS-COMPLETE-STATUS = '00'
               READ COMPLETE-MARKER-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF COMPLETE-LINE(1:14) = 'BATCH-COMPLETE'
                           AND COMPLETE-LINE(16:8) = WS-PARM-RUN-ID
                           MOVE 'Y' TO WS-COMPLETE-SEEN
                       END-IF
               END-READ
               CLOSE COMPLETE-MARKER-FILE
           END-IF
           IF WS-COMPLETE-SEEN = 'Y'
               GO TO TEST-WINDOW-OPEN-EXIT
           END-IF
           OPEN INPUT SIGNOFF-LOG-FILE
           IF WS-SIGNOFF-STATUS NOT = '00'
               GO TO TEST-WINDOW-OPEN-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ SIGNOFF-LOG-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF SIGNOFF-LINE(1:11) = 'WINDOW OPEN'
                           AND SIGNOFF-LINE(13:8) = WS-PARM-RUN-ID
                           MOVE 'Y' TO WS-WINDOW-OPEN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SIGNOFF-LOG-FILE
           MOVE 'N' TO WS-EOF-FLAG.
       TEST-WINDOW-OPEN-EXIT.
           EXIT.

      * Deferred requests are not logged - they stay on the queue
      * and the next pass picks them up.
       DEFER-REMAINING-REQUESTS SECTION.
           PERFORM VARYING RQ-IDX FROM 1 BY 1
                   UNTIL RQ-IDX > WS-REQUEST-COUNT
               IF RQT-T-STATE(RQ-IDX) = 'P'
                   MOVE 'W' TO RQT-T-STATE(RQ-IDX)
                   ADD 1 TO WS-REQUESTS-DEFERRED
               END-IF
           END-PERFORM
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE SPACES TO JOBLOG-LINE
           STRING 'DEFER  ADHOC QUEUE - ' DELIMITED BY SIZE
                  WS-DEFER-REASON DELIMITED BY '  '
                  ' ' DELIMITED BY SIZE
                  WS-TIMESTAMP(1:14) DELIMITED BY SIZE
             INTO JOBLOG-LINE
           WRITE JOBLOG-LINE
           MOVE 0 TO WS-NEXT-SUB
           EXIT.

      * The program must be enabled on the allowed table and every
      * parameter must be one the table lists for it - a request can
      * never point a program at a file the table does not offer.
       VALIDATE-REQUEST SECTION.
           MOVE SPACES TO WS-REJECT-REASON
           IF RQT-T-PARM-OVER(RQ-IDX) = 'Y'
               MOVE 'TOO MANY PARAMETERS' TO WS-REJECT-REASON
               GO TO VALIDATE-REQUEST-EXIT
           END-IF
           MOVE 'N' TO WS-AP-FOUND
           PERFORM VARYING AP-IDX FROM 1 BY 1
                   UNTIL AP-IDX > WS-ALLOWED-COUNT
                      OR WS-AP-FOUND = 'Y'
               IF APG-T-PROGRAM(AP-IDX) = RQT-T-PROGRAM(RQ-IDX)
                   MOVE 'Y' TO WS-AP-FOUND
                   SET WS-AP-SUB TO AP-IDX
               END-IF
           END-PERFORM
           IF WS-AP-FOUND = 'N'
               MOVE 'PROGRAM NOT ALLOWED' TO WS-REJECT-REASON
               GO TO VALIDATE-REQUEST-EXIT
           END-IF
           IF APG-T-ENABLED(WS-AP-SUB) NOT = 'Y'
               MOVE 'PROGRAM DISABLED FOR ADHOC' TO WS-REJECT-REASON
               GO TO VALIDATE-REQUEST-EXIT
           END-IF
           PERFORM VARYING WS-PARM-SUB FROM 1 BY 1
                   UNTIL WS-PARM-SUB > RQT-T-PARM-COUNT(RQ-IDX)
                      OR WS-REJECT-REASON NOT = SPACES
               MOVE 'N' TO WS-PARM-OK
               PERFORM VARYING WS-OUT-SUB FROM 1 BY 1
                       UNTIL WS-OUT-SUB
                             > APG-T-PARM-COUNT(WS-AP-SUB)
                   IF APG-T-PARM-NAME(WS-AP-SUB, WS-OUT-SUB)
                       = RQT-T-PARM-NAME(RQ-IDX, WS-PARM-SUB)
                       MOVE 'Y' TO WS-PARM-OK
                   END-IF
               END-PERFORM
               IF WS-PARM-OK = 'N'
                   MOVE 'PARAMETER NOT ALLOWED' TO WS-REJECT-REASON
               END-IF
           END-PERFORM.
       VALIDATE-REQUEST-EXIT.
           EXIT.

       REJECT-REQUEST SECTION.
           MOVE 'R' TO RQT-T-STATE(RQ-IDX)
           ADD 1 TO WS-REQUESTS-REJECTED
           MOVE 0 TO WS-STEP-RETURN-CODE
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP(1:14) TO WS-START-STAMP
           MOVE SPACES TO JOBLOG-LINE
           STRING 'REJECT ' DELIMITED BY SIZE
                  RQT-T-PROGRAM(RQ-IDX) DELIMITED BY SPACE
                  ' REQ=' DELIMITED BY SIZE
                  RQT-T-ID(RQ-IDX) DELIMITED BY SIZE
                  ' - ' DELIMITED BY SIZE
                  WS-REJECT-REASON DELIMITED BY SIZE
             INTO JOBLOG-LINE
           WRITE JOBLOG-LINE
           MOVE 'ADHOC-DISP' TO SERR-PROGRAM-ID
           MOVE RQT-T-ID(RQ-IDX) TO SERR-KEY-FIELD
           MOVE WS-REJECT-REASON TO SERR-REASON
           MOVE 'TXN001' TO SERR-ERROR-CODE
           PERFORM WRITE-SUITE-ERROR-LOG
           PERFORM WRITE-REQUEST-LOG
           PERFORM WRITE-COMPLETION-LISTING
           EXIT.

      * One request as one scheduler step: parameters and
      * request-qualified outputs applied to the environment, a
      * dynamic CALL, CANCEL back to initial state, then every name
      * set is blanked again so nothing leaks into the next request.
       RUN-REQUEST-STEP SECTION.
           MOVE 'D' TO RQT-T-STATE(RQ-IDX)
           ADD 1 TO WS-REQUESTS-DISPATCHED
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP(1:14) TO WS-START-STAMP
           MOVE SPACES TO JOBLOG-LINE
           STRING 'START  ' DELIMITED BY SIZE
                  RQT-T-PROGRAM(RQ-IDX) DELIMITED BY SPACE
                  ' REQ=' DELIMITED BY SIZE
                  RQT-T-ID(RQ-IDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-TIMESTAMP DELIMITED BY SIZE
             INTO JOBLOG-LINE
           WRITE JOBLOG-LINE

           PERFORM APPLY-REQUEST-ENVIRONMENT
           CALL RQT-T-PROGRAM(RQ-IDX)
           MOVE RETURN-CODE TO WS-STEP-RETURN-CODE
           CANCEL RQT-T-PROGRAM(RQ-IDX)
           PERFORM CLEAR-REQUEST-ENVIRONMENT
           MOVE 0 TO RETURN-CODE

           MOVE WS-STEP-RETURN-CODE TO WS-STEP-RC-TXT
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE SPACES TO JOBLOG-LINE
           STRING 'STOP   ' DELIMITED BY SIZE
                  RQT-T-PROGRAM(RQ-IDX) DELIMITED BY SPACE
                  ' REQ=' DELIMITED BY SIZE
                  RQT-T-ID(RQ-IDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-TIMESTAMP DELIMITED BY SIZE
                  ' RC=' DELIMITED BY SIZE
                  WS-STEP-RC-TXT DELIMITED BY SIZE
             INTO JOBLOG-LINE
           WRITE JOBLOG-LINE
           MOVE SPACES TO WS-REJECT-REASON
           PERFORM WRITE-REQUEST-LOG
           PERFORM WRITE-COMPLETION-LISTING
           EXIT.

       APPLY-REQUEST-ENVIRONMENT SECTION.
           PERFORM VARYING WS-PARM-SUB FROM 1 BY 1
                   UNTIL WS-PARM-SUB > RQT-T-PARM-COUNT(RQ-IDX)
               SET ENVIRONMENT
                   RQT-T-PARM-NAME(RQ-IDX, WS-PARM-SUB)
                   TO RQT-T-PARM-VALUE(RQ-IDX, WS-PARM-SUB)
           END-PERFORM
           PERFORM VARYING WS-OUT-SUB FROM 1 BY 1
                   UNTIL WS-OUT-SUB > APG-T-OUT-COUNT(WS-AP-SUB)
               PERFORM BUILD-QUALIFIED-DSN
               SET ENVIRONMENT
                   APG-T-OUT-NAME(WS-AP-SUB, WS-OUT-SUB)
                   TO WS-QUALIFIED-DSN
           END-PERFORM
           EXIT.

       CLEAR-REQUEST-ENVIRONMENT SECTION.
           PERFORM VARYING WS-PARM-SUB FROM 1 BY 1
                   UNTIL WS-PARM-SUB > RQT-T-PARM-COUNT(RQ-IDX)
               SET ENVIRONMENT
                   RQT-T-PARM-NAME(RQ-IDX, WS-PARM-SUB)
                   TO SPACE
           END-PERFORM
           PERFORM VARYING WS-OUT-SUB FROM 1 BY 1
                   UNTIL WS-OUT-SUB > APG-T-OUT-COUNT(WS-AP-SUB)
               SET ENVIRONMENT
                   APG-T-OUT-NAME(WS-AP-SUB, WS-OUT-SUB)
                   TO SPACE
           END-PERFORM
           EXIT.

      * Request ID as the leading qualifier, the same shape as the
      * company qualifier the scheduler puts on a multi-company
      * night.
       BUILD-QUALIFIED-DSN SECTION.
           MOVE SPACES TO WS-QUALIFIED-DSN
           STRING FUNCTION TRIM(RQT-T-ID(RQ-IDX)) DELIMITED BY SIZE
                  '.' DELIMITED BY SIZE
                  FUNCTION TRIM(APG-T-OUT-DSN(WS-AP-SUB, WS-OUT-SUB))
                    DELIMITED BY SIZE
             INTO WS-QUALIFIED-DSN
           EXIT.

       WRITE-REQUEST-LOG SECTION.
           MOVE SPACES TO RQL-RECORD
           MOVE RQT-T-ID(RQ-IDX) TO RQL-REQ-ID
           MOVE RQT-T-REQUESTOR(RQ-IDX) TO RQL-REQUESTOR
           MOVE RQT-T-PROGRAM(RQ-IDX) TO RQL-PROGRAM
           IF RQT-T-STATE(RQ-IDX) = 'R'
               MOVE 'REJECTED' TO RQL-OUTCOME
           ELSE
               MOVE 'RUN' TO RQL-OUTCOME
           END-IF
           MOVE WS-STEP-RETURN-CODE TO RQL-RC
           MOVE WS-START-STAMP TO RQL-TIMESTAMP
           MOVE WS-REJECT-REASON TO RQL-REASON
           WRITE RQL-RECORD
           EXIT.

      * The requestor's listing sits under the request qualifier
      * next to the outputs it names.
       WRITE-COMPLETION-LISTING SECTION.
           MOVE SPACES TO WS-COMPLETION-DSN
           STRING FUNCTION TRIM(RQT-T-ID(RQ-IDX)) DELIMITED BY SIZE
                  '.' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COMPLETION-BASE) DELIMITED BY SIZE
             INTO WS-COMPLETION-DSN
           MOVE WS-COMPLETION-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-COMPLETION-DSN
           OPEN OUTPUT COMPLETION-FILE
           MOVE WS-PARM-RUN-ID TO TRX-RUN-ID
           MOVE 'ADHOCDSP' TO TRX-SOURCE-SYSTEM
           MOVE FUNCTION CURRENT-DATE TO TRX-TIMESTAMP
           MOVE TRX-HEADER TO CMPL-LINE
           WRITE CMPL-LINE
           MOVE SPACES TO CMPL-LINE
           STRING 'AD-HOC REQUEST ' DELIMITED BY SIZE
                  RQT-T-ID(RQ-IDX) DELIMITED BY SIZE
                  ' FOR ' DELIMITED BY SIZE
                  RQT-T-REQUESTOR(RQ-IDX) DELIMITED BY SIZE
             INTO CMPL-LINE
           WRITE CMPL-LINE
           MOVE ALL '-' TO CMPL-LINE
           WRITE CMPL-LINE
           MOVE SPACES TO CMPL-LINE
           STRING 'PROGRAM   : ' DELIMITED BY SIZE
                  RQT-T-PROGRAM(RQ-IDX) DELIMITED BY SIZE
             INTO CMPL-LINE
           WRITE CMPL-LINE
           MOVE SPACES TO CMPL-LINE
           STRING 'REQUESTED : ' DELIMITED BY SIZE
                  RQT-T-DATE(RQ-IDX) DELIMITED BY SIZE
                  '  PRIORITY ' DELIMITED BY SIZE
                  RQT-T-PRIORITY(RQ-IDX) DELIMITED BY SIZE
             INTO CMPL-LINE
           WRITE CMPL-LINE
           PERFORM VARYING WS-PARM-SUB FROM 1 BY 1
                   UNTIL WS-PARM-SUB > RQT-T-PARM-COUNT(RQ-IDX)
               MOVE SPACES TO CMPL-LINE
               STRING 'PARAMETER : ' DELIMITED BY SIZE
                      RQT-T-PARM-NAME(RQ-IDX, WS-PARM-SUB)
                        DELIMITED BY SPACE
                      '=' DELIMITED BY SIZE
                      RQT-T-PARM-VALUE(RQ-IDX, WS-PARM-SUB)
                        DELIMITED BY SIZE
                 INTO CMPL-LINE
               WRITE CMPL-LINE
           END-PERFORM
           IF RQT-T-STATE(RQ-IDX) = 'R'
               MOVE SPACES TO CMPL-LINE
               STRING 'OUTCOME   : REJECTED - ' DELIMITED BY SIZE
                      WS-REJECT-REASON DELIMITED BY SIZE
                 INTO CMPL-LINE
               WRITE CMPL-LINE
           ELSE
               MOVE SPACES TO CMPL-LINE
               STRING 'OUTCOME   : RUN ' DELIMITED BY SIZE
                      WS-START-STAMP DELIMITED BY SIZE
                      '  CONDITION CODE ' DELIMITED BY SIZE
                      WS-STEP-RC-TXT DELIMITED BY SIZE
                 INTO CMPL-LINE
               WRITE CMPL-LINE
               PERFORM VARYING WS-OUT-SUB FROM 1 BY 1
                       UNTIL WS-OUT-SUB > APG-T-OUT-COUNT(WS-AP-SUB)
                   PERFORM BUILD-QUALIFIED-DSN
                   MOVE WS-QUALIFIED-DSN TO WS-ENV-SWITCH-DSN
                   PERFORM RESOLVE-ENVIRONMENT-DSN
                   MOVE SPACES TO CMPL-LINE
                   STRING 'OUTPUT    : ' DELIMITED BY SIZE
                          WS-ENV-SWITCH-DSN DELIMITED BY SPACE
                     INTO CMPL-LINE
                   WRITE CMPL-LINE
               END-PERFORM
           END-IF
           CLOSE COMPLETION-FILE
           EXIT.

       LOAD-ALLOWED-PROGRAMS SECTION.
           MOVE 0 TO WS-ALLOWED-COUNT
           OPEN INPUT ALLOWED-PROGRAM-FILE
           IF WS-ALLOWED-STATUS NOT = '00'
               GO TO LOAD-ALLOWED-PROGRAMS-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ ALLOWED-PROGRAM-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF APG-PROGRAM NOT = SPACES
                           PERFORM LOAD-ONE-ALLOWED-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ALLOWED-PROGRAM-FILE
           MOVE 'N' TO WS-EOF-FLAG.
       LOAD-ALLOWED-PROGRAMS-EXIT.
           EXIT.

       LOAD-ONE-ALLOWED-RECORD SECTION.
           MOVE 'N' TO WS-AP-FOUND
           PERFORM VARYING AP-IDX FROM 1 BY 1
                   UNTIL AP-IDX > WS-ALLOWED-COUNT
                      OR WS-AP-FOUND = 'Y'
               IF APG-T-PROGRAM(AP-IDX) = APG-PROGRAM
                   MOVE 'Y' TO WS-AP-FOUND
                   SET WS-AP-SUB TO AP-IDX
               END-IF
           END-PERFORM
           IF WS-AP-FOUND = 'N'
               IF WS-ALLOWED-COUNT NOT < WS-ALLOWED-MAX
                   MOVE 'ADHOC-DISP' TO SERR-PROGRAM-ID
                   MOVE APG-PROGRAM TO SERR-KEY-FIELD
                   MOVE 'ALLOWED PROGRAM TABLE FULL' TO SERR-REASON
                   MOVE 'TBL001' TO SERR-ERROR-CODE
                   PERFORM WRITE-SUITE-ERROR-LOG
                   GO TO LOAD-ONE-ALLOWED-RECORD-EXIT
               END-IF
               ADD 1 TO WS-ALLOWED-COUNT
               MOVE WS-ALLOWED-COUNT TO WS-AP-SUB
               MOVE APG-PROGRAM TO APG-T-PROGRAM(WS-AP-SUB)
               MOVE 'N' TO APG-T-ENABLED(WS-AP-SUB)
               MOVE 0 TO APG-T-PARM-COUNT(WS-AP-SUB)
               MOVE 0 TO APG-T-OUT-COUNT(WS-AP-SUB)
           END-IF
           EVALUATE APG-TYPE
               WHEN 'A'
                   MOVE APG-ENABLED TO APG-T-ENABLED(WS-AP-SUB)
               WHEN 'P'
                   IF APG-T-PARM-COUNT(WS-AP-SUB) < 8
                       ADD 1 TO APG-T-PARM-COUNT(WS-AP-SUB)
                       MOVE APG-ENV-NAME TO APG-T-PARM-NAME
                           (WS-AP-SUB, APG-T-PARM-COUNT(WS-AP-SUB))
                   END-IF
               WHEN 'O'
                   IF APG-T-OUT-COUNT(WS-AP-SUB) < 4
                       ADD 1 TO APG-T-OUT-COUNT(WS-AP-SUB)
                       MOVE APG-ENV-NAME TO APG-T-OUT-NAME
                           (WS-AP-SUB, APG-T-OUT-COUNT(WS-AP-SUB))
                       MOVE APG-BASE-DSN TO APG-T-OUT-DSN
                           (WS-AP-SUB, APG-T-OUT-COUNT(WS-AP-SUB))
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       LOAD-ONE-ALLOWED-RECORD-EXIT.
           EXIT.

       LOAD-REQUEST-LOG SECTION.
           MOVE 0 TO WS-LOGGED-COUNT
           OPEN INPUT REQUEST-LOG-FILE
           IF WS-REQ-LOG-STATUS NOT = '00'
               GO TO LOAD-REQUEST-LOG-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ REQUEST-LOG-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF RQL-REQ-ID NOT = SPACES
                           PERFORM LOAD-ONE-LOGGED-ID
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REQUEST-LOG-FILE
           MOVE 'N' TO WS-EOF-FLAG.
       LOAD-REQUEST-LOG-EXIT.
           EXIT.

       LOAD-ONE-LOGGED-ID SECTION.
           IF WS-LOGGED-COUNT NOT < WS-LOGGED-MAX
               MOVE 'ADHOC-DISP' TO SERR-PROGRAM-ID
               MOVE RQL-REQ-ID TO SERR-KEY-FIELD
               MOVE 'REQUEST LOG TABLE FULL' TO SERR-REASON
               MOVE 'TBL001' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               MOVE 'Y' TO WS-LOGGED-OVERFLOW
               MOVE 'Y' TO WS-EOF-FLAG
               GO TO LOAD-ONE-LOGGED-ID-EXIT
           END-IF
           ADD 1 TO WS-LOGGED-COUNT
           MOVE RQL-REQ-ID TO WS-LOGGED-ID(WS-LOGGED-COUNT).
       LOAD-ONE-LOGGED-ID-EXIT.
           EXIT.

       FIND-LOGGED-REQUEST SECTION.
           MOVE 'N' TO WS-LOGGED-FOUND
           PERFORM VARYING LG-IDX FROM 1 BY 1
                   UNTIL LG-IDX > WS-LOGGED-COUNT
                      OR WS-LOGGED-FOUND = 'Y'
               IF WS-LOGGED-ID(LG-IDX) = ADQ-REQ-ID
                   MOVE 'Y' TO WS-LOGGED-FOUND
               END-IF
           END-PERFORM
           EXIT.

       LOAD-REQUEST-QUEUE SECTION.
           MOVE 0 TO WS-REQUEST-COUNT
           OPEN INPUT REQUEST-QUEUE-FILE
           IF WS-QUEUE-STATUS NOT = '00'
               GO TO LOAD-REQUEST-QUEUE-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ REQUEST-QUEUE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF ADQ-REQ-ID NOT = SPACES
                           PERFORM LOAD-ONE-QUEUE-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REQUEST-QUEUE-FILE
           MOVE 'N' TO WS-EOF-FLAG.
       LOAD-REQUEST-QUEUE-EXIT.
           EXIT.

      * A request already on the log is counted and passed over
      * before it takes a table slot, parameters and all - settled
      * requests left on the queue never crowd out new ones.
       LOAD-ONE-QUEUE-RECORD SECTION.
           PERFORM FIND-LOGGED-REQUEST
           IF WS-LOGGED-FOUND = 'Y'
               IF ADQ-TYPE = 'R'
                   ADD 1 TO WS-REQUESTS-READ
                   ADD 1 TO WS-REQUESTS-LOGGED
               END-IF
               GO TO LOAD-ONE-QUEUE-RECORD-EXIT
           END-IF
           MOVE 'N' TO WS-RQ-FOUND
           PERFORM VARYING RQ-IDX FROM 1 BY 1
                   UNTIL RQ-IDX > WS-REQUEST-COUNT
                      OR WS-RQ-FOUND = 'Y'
               IF RQT-T-ID(RQ-IDX) = ADQ-REQ-ID
                   MOVE 'Y' TO WS-RQ-FOUND
                   SET WS-RQ-SUB TO RQ-IDX
               END-IF
           END-PERFORM
           EVALUATE ADQ-TYPE
               WHEN 'R'
                   IF WS-RQ-FOUND = 'Y'
                       MOVE 'ADHOC-DISP' TO SERR-PROGRAM-ID
                       MOVE ADQ-REQ-ID TO SERR-KEY-FIELD
                       MOVE 'DUPLICATE REQUEST ID' TO SERR-REASON
                       MOVE 'TXN003' TO SERR-ERROR-CODE
                       PERFORM WRITE-SUITE-ERROR-LOG
                       GO TO LOAD-ONE-QUEUE-RECORD-EXIT
                   END-IF
                   IF WS-REQUEST-COUNT NOT < WS-REQUEST-MAX
                       MOVE 'ADHOC-DISP' TO SERR-PROGRAM-ID
                       MOVE ADQ-REQ-ID TO SERR-KEY-FIELD
                       MOVE 'REQUEST TABLE FULL' TO SERR-REASON
                       MOVE 'TBL001' TO SERR-ERROR-CODE
                       PERFORM WRITE-SUITE-ERROR-LOG
                       GO TO LOAD-ONE-QUEUE-RECORD-EXIT
                   END-IF
                   ADD 1 TO WS-REQUEST-COUNT
                   ADD 1 TO WS-REQUESTS-READ
                   MOVE WS-REQUEST-COUNT TO WS-RQ-SUB
                   MOVE ADQ-REQ-ID TO RQT-T-ID(WS-RQ-SUB)
                   MOVE ADQ-REQUESTOR TO RQT-T-REQUESTOR(WS-RQ-SUB)
                   MOVE ADQ-PROGRAM TO RQT-T-PROGRAM(WS-RQ-SUB)
                   MOVE 0 TO RQT-T-PARM-COUNT(WS-RQ-SUB)
                   MOVE 'N' TO RQT-T-PARM-OVER(WS-RQ-SUB)
                   IF ADQ-REQUESTED-DATE IS NUMERIC
                       MOVE ADQ-REQUESTED-DATE TO RQT-T-DATE(WS-RQ-SUB)
                   ELSE
                       MOVE 0 TO RQT-T-DATE(WS-RQ-SUB)
                   END-IF
                   IF ADQ-PRIORITY IS NUMERIC
                       AND ADQ-PRIORITY > 0
                       MOVE ADQ-PRIORITY TO RQT-T-PRIORITY(WS-RQ-SUB)
                   ELSE
                       MOVE 5 TO RQT-T-PRIORITY(WS-RQ-SUB)
                   END-IF
                   MOVE 'P' TO RQT-T-STATE(WS-RQ-SUB)
                   IF RQT-T-DATE(WS-RQ-SUB) > WS-TODAY
                       MOVE 'F' TO RQT-T-STATE(WS-RQ-SUB)
                       ADD 1 TO WS-REQUESTS-NOT-DUE
                   END-IF
               WHEN 'P'
                   IF WS-RQ-FOUND = 'N'
                       MOVE 'ADHOC-DISP' TO SERR-PROGRAM-ID
                       MOVE ADQ-REQ-ID TO SERR-KEY-FIELD
                       MOVE 'PARAMETER WITHOUT REQUEST' TO SERR-REASON
                       MOVE 'TXN001' TO SERR-ERROR-CODE
                       PERFORM WRITE-SUITE-ERROR-LOG
                       GO TO LOAD-ONE-QUEUE-RECORD-EXIT
                   END-IF
                   IF RQT-T-PARM-COUNT(WS-RQ-SUB) NOT < 6
                       MOVE 'Y' TO RQT-T-PARM-OVER(WS-RQ-SUB)
                       GO TO LOAD-ONE-QUEUE-RECORD-EXIT
                   END-IF
                   ADD 1 TO RQT-T-PARM-COUNT(WS-RQ-SUB)
                   MOVE ADQ-PARM-NAME TO RQT-T-PARM-NAME
                       (WS-RQ-SUB, RQT-T-PARM-COUNT(WS-RQ-SUB))
                   MOVE ADQ-PARM-VALUE TO RQT-T-PARM-VALUE
                       (WS-RQ-SUB, RQT-T-PARM-COUNT(WS-RQ-SUB))
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       LOAD-ONE-QUEUE-RECORD-EXIT.
           EXIT.

      * Standard run-balancing control-total report so ops balances
      * this job the same way every other nightly batch job is
      * balanced.
       WRITE-CONTROL-TOTALS SECTION.
           OPEN OUTPUT CONTROL-TOTAL-FILE
           MOVE WS-PARM-RUN-ID TO TRX-RUN-ID
           MOVE 'ADHOCDSP' TO TRX-SOURCE-SYSTEM
           MOVE FUNCTION CURRENT-DATE TO TRX-TIMESTAMP
           MOVE TRX-HEADER TO CTL-LINE
           WRITE CTL-LINE
           MOVE 'AD-HOC DISPATCH CONTROL TOTALS' TO CTL-LINE
           WRITE CTL-LINE
           MOVE ALL '-' TO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-REQUESTS-READ TO WS-CTL-COUNT-TXT
           STRING 'REQUESTS READ    : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-REQUESTS-LOGGED TO WS-CTL-COUNT-TXT
           STRING 'ALREADY LOGGED   : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-REQUESTS-NOT-DUE TO WS-CTL-COUNT-TXT
           STRING 'NOT YET DUE      : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-REQUESTS-REJECTED TO WS-CTL-COUNT-TXT
           STRING 'REJECTED         : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-REQUESTS-DISPATCHED TO WS-CTL-COUNT-TXT
           STRING 'DISPATCHED       : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-REQUESTS-DEFERRED TO WS-CTL-COUNT-TXT
           STRING 'DEFERRED         : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           CLOSE CONTROL-TOTAL-FILE
           EXIT.

      * High-water marks of the in-memory tables for this run,
      * kept so TABLE-CAPACITY-REPORT can warn before a ceiling is
      * reached.
       RECORD-TABLE-CAPACITY SECTION.
           MOVE 'ADHOC-DISPATCH' TO TCAP-PROGRAM-ID
           MOVE WS-PARM-RUN-ID TO TCAP-RUN-ID
           MOVE WS-RUN-DATE TO TCAP-RUN-DATE
           MOVE 'ALLOWED' TO TCAP-TABLE-NAME
           MOVE WS-ALLOWED-COUNT TO TCAP-PEAK
           MOVE WS-ALLOWED-MAX TO TCAP-CEILING
           PERFORM WRITE-TABLE-CAPACITY
           MOVE 'REQUEST' TO TCAP-TABLE-NAME
           MOVE WS-REQUEST-COUNT TO TCAP-PEAK
           MOVE WS-REQUEST-MAX TO TCAP-CEILING
           PERFORM WRITE-TABLE-CAPACITY
           MOVE 'LOGGED' TO TCAP-TABLE-NAME
           MOVE WS-LOGGED-COUNT TO TCAP-PEAK
           MOVE WS-LOGGED-MAX TO TCAP-CEILING
           PERFORM WRITE-TABLE-CAPACITY
           EXIT.

       COPY "suite-error-log-proc.cpy".
       COPY "run-parms-proc.cpy".
       COPY "env-switch-proc.cpy".
       COPY "table-capacity-proc.cpy".
