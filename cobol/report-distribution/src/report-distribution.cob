       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORT-DISTRIBUTION.
      * Morning report distribution. Each night produces dozens of
      * reports (ALLERGY.RPT, the blocked-meal report, tray tickets,
      * PO-RECONCILE.RPT, price exceptions, the balance sheet, the
      * morning summary), and who got which used to be tribal
      * knowledge. REPORT-DISTRIBUTION.DAT now says it: one R record
      * per report and recipient group, giving copies, whether the
      * report is required, and which nights it is produced on. The
      * nights use the same frequency codes as the scheduler's step
      * definitions, tested against tonight's FISCAL-DAY.DAT entry.
      * G records describe each recipient group and whether it gets
      * a print (P) or transfer (T) package.
      * The job runs only after the scheduler's BATCH-COMPLETE
      * marker is cut for the night, so no half-written
      * report ever goes out. Each recipient's scheduled reports are
      * bundled into one package behind a banner page that lists
      * what is in it and what is not. Every entry is logged on
      * DISTRIBUTION-LOG.DAT as delivered or with the reason it was
      * not. A required report that is missing, empty, or still
      * carries an earlier night's run ID raises an alert on
      * NIGHTLY-ALERTS.DAT, the file the on-call already watches.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISTRIBUTION-TABLE-FILE ASSIGN TO
               DYNAMIC WS-DIST-TABLE-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DIST-TABLE-STATUS.
           SELECT NIGHT-REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT PACKAGE-FILE ASSIGN TO DYNAMIC WS-PACKAGE-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PACKAGE-STATUS.
           SELECT DELIVERY-LOG-FILE ASSIGN TO DYNAMIC WS-DELIVERY-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DELIVERY-STATUS.
           SELECT ALERT-FILE ASSIGN TO DYNAMIC WS-ALERT-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.
           SELECT COMPLETE-MARKER-FILE ASSIGN TO
               DYNAMIC WS-COMPLETE-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-COMPLETE-STATUS.
           SELECT FISCAL-DAY-FILE ASSIGN TO DYNAMIC WS-FISCAL-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FISCAL-STATUS.
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
      * DST-FREQUENCY: blank or D every night, B business days, P
      * period-end, 1-7 a weekday (1 Monday) - as SDF-FREQ on the
      * step file. DST-STAMPED Y marks a report that opens with the
      * standard transaction header, so its run ID can be checked.
       FD  DISTRIBUTION-TABLE-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01 DST-RECORD.
          03 DST-TYPE           PIC X.
          03 FILLER             PIC X.
          03 DST-GROUP          PIC X(8).
          03 FILLER             PIC X.
          03 DST-DETAIL         PIC X(89).
       01 DST-REPORT-RECORD REDEFINES DST-RECORD.
          03 FILLER             PIC X(11).
          03 DST-REPORT-DSN     PIC X(40).
          03 FILLER             PIC X.
          03 DST-COPIES         PIC 9(2).
          03 FILLER             PIC X.
          03 DST-REQUIRED       PIC X.
          03 FILLER             PIC X.
          03 DST-FREQUENCY      PIC X.
          03 FILLER             PIC X.
          03 DST-STAMPED        PIC X.
          03 FILLER             PIC X(40).
       01 DST-GROUP-RECORD REDEFINES DST-RECORD.
          03 FILLER             PIC X(11).
          03 DST-METHOD         PIC X.
          03 FILLER             PIC X.
          03 DST-GROUP-NAME     PIC X(30).
          03 FILLER             PIC X.
          03 DST-DESTINATION    PIC X(40).
          03 FILLER             PIC X(16).

       FD  NIGHT-REPORT-FILE
           RECORD CONTAINS 200 CHARACTERS.
       01 NRP-LINE             PIC X(200).

       FD  PACKAGE-FILE
           RECORD CONTAINS 200 CHARACTERS.
       01 PKG-LINE             PIC X(200).

       FD  DELIVERY-LOG-FILE
           RECORD CONTAINS 120 CHARACTERS.
       01 DLV-RECORD.
          03 DLV-RUN-ID         PIC X(8).
          03 FILLER             PIC X.
          03 DLV-GROUP          PIC X(8).
          03 FILLER             PIC X.
          03 DLV-METHOD         PIC X.
          03 FILLER             PIC X.
          03 DLV-REPORT-DSN     PIC X(40).
          03 FILLER             PIC X.
          03 DLV-COPIES         PIC 9(2).
          03 FILLER             PIC X.
          03 DLV-LINES          PIC 9(6).
          03 FILLER             PIC X.
          03 DLV-STATUS         PIC X(14).
          03 FILLER             PIC X.
          03 DLV-TIMESTAMP      PIC X(14).
          03 FILLER             PIC X(20).

       FD  ALERT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 ALERT-LINE PIC X(80).

       FD  COMPLETE-MARKER-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 COMPLETE-LINE PIC X(80).

       FD  FISCAL-DAY-FILE
           RECORD CONTAINS 60 CHARACTERS.
       01 FDAY-LINE.
          03 FDAY-DATE           PIC 9(8).
          03 FILLER              PIC X(2).
          03 FDAY-DOW-NAME       PIC X(9).
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
          03 FDAY-QTR-END        PIC X.
          03 FDAY-YEAR-END       PIC X.
          03 FILLER              PIC X(27).

       FD  CONTROL-TOTAL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 CTL-LINE PIC X(80).

       COPY "suite-error-log-fd.cpy".
       COPY "table-capacity-fd.cpy".
       COPY "run-parms-fd.cpy".

       WORKING-STORAGE SECTION.
       01 WS-DIST-TABLE-DSN     PIC X(100)
          VALUE 'REPORT-DISTRIBUTION.DAT'.
       01 WS-REPORT-DSN         PIC X(100) VALUE SPACES.
       01 WS-PACKAGE-DSN        PIC X(100) VALUE SPACES.
       01 WS-DELIVERY-DSN       PIC X(100)
          VALUE 'DISTRIBUTION-LOG.DAT'.
       01 WS-ALERT-DSN          PIC X(100) VALUE 'NIGHTLY-ALERTS.DAT'.
       01 WS-COMPLETE-DSN       PIC X(100) VALUE 'BATCH-COMPLETE.DAT'.
       01 WS-FISCAL-DSN         PIC X(100) VALUE 'FISCAL-DAY.DAT'.
       01 WS-DIST-TABLE-STATUS  PIC XX VALUE '00'.
       01 WS-REPORT-STATUS      PIC XX VALUE '00'.
       01 WS-PACKAGE-STATUS     PIC XX VALUE '00'.
       01 WS-DELIVERY-STATUS    PIC XX VALUE '00'.
       01 WS-ALERT-STATUS       PIC XX VALUE '00'.
       01 WS-COMPLETE-STATUS    PIC XX VALUE '00'.
       01 WS-FISCAL-STATUS      PIC XX VALUE '00'.
       01 WS-EOF-FLAG           PIC X VALUE 'N'.
       01 WS-RPT-EOF            PIC X VALUE 'N'.
       01 WS-TIMESTAMP          PIC X(26).

       01 WS-CONTROL-TOTAL-DSN    PIC X(100)
          VALUE 'REPORT-DISTRIBUTION-CONTROL-TOTALS.RPT'.
       01 WS-CONTROL-TOTAL-STATUS PIC XX VALUE '00'.
       01 WS-ENTRIES-READ         PIC 9(6) VALUE 0.
       01 WS-ENTRIES-DELIVERED    PIC 9(6) VALUE 0.
       01 WS-ENTRIES-NOT-TONIGHT  PIC 9(6) VALUE 0.
       01 WS-ENTRIES-MISSING      PIC 9(6) VALUE 0.
       01 WS-ENTRIES-EMPTY        PIC 9(6) VALUE 0.
       01 WS-ENTRIES-STALE        PIC 9(6) VALUE 0.
       01 WS-ALERTS-RAISED        PIC 9(6) VALUE 0.
       01 WS-PACKAGES-WRITTEN     PIC 9(6) VALUE 0.
       01 WS-CTL-COUNT-TXT        PIC ZZZZZ9.

      * Tonight's BATCH-COMPLETE marker; the final condition code is
      * carried onto every banner page. The run being distributed is
      * the one the marker names, not the parm card's: a clean
      * night's CLOSE-BATCH-WINDOW has already advanced the card to
      * tomorrow through RUN-PARMS-GEN by the time this job runs, so
      * the run ID and run date come off the marker the same way
      * MORNING-SUMMARY resolves its run, with an environment
      * override for a re-send of an older night.
       01 WS-COMPLETE-SEEN      PIC X VALUE 'N'.
       01 WS-BATCH-CC           PIC X(4) VALUE SPACES.
       01 WS-DIST-RUN-ID        PIC X(8) VALUE SPACES.
       01 WS-DIST-RUN-DATE      PIC 9(8) VALUE 0.

       01 WS-CAL-FOUND          PIC X VALUE 'N'.
       01 WS-CAL-BUSINESS       PIC X VALUE 'Y'.
       01 WS-CAL-PERIOD-END     PIC X VALUE 'N'.
       01 WS-CAL-DOW            PIC 9 VALUE 0.

       01 WS-GROUP-MAX          PIC 9(2) VALUE 40.
       01 WS-GROUP-COUNT        PIC 9(2) VALUE 0.
       01 WS-GROUP-TABLE.
          03 WS-GROUP-ENTRY OCCURS 40 TIMES INDEXED BY GR-IDX.
             05 GRP-T-GROUP       PIC X(8).
             05 GRP-T-METHOD      PIC X.
             05 GRP-T-NAME        PIC X(30).
             05 GRP-T-DESTINATION PIC X(40).
       01 WS-GR-SUB             PIC 9(2) VALUE 0.
       01 WS-GR-FOUND           PIC X VALUE 'N'.

      * DST-T-STATUS is settled per entry before any package is
      * built: DELIVERED, NOT TONIGHT, MISSING, EMPTY or STALE RUN ID.
       01 WS-ENTRY-MAX          PIC 9(3) VALUE 300.
       01 WS-ENTRY-COUNT        PIC 9(3) VALUE 0.
       01 WS-ENTRY-TABLE.
          03 WS-DIST-ENTRY OCCURS 300 TIMES INDEXED BY DE-IDX.
             05 DST-T-GROUP       PIC X(8).
             05 DST-T-REPORT-DSN  PIC X(40).
             05 DST-T-COPIES      PIC 9(2).
             05 DST-T-REQUIRED    PIC X.
             05 DST-T-FREQUENCY   PIC X.
             05 DST-T-STAMPED     PIC X.
             05 DST-T-LINES       PIC 9(6).
             05 DST-T-STATUS      PIC X(14).
       01 WS-COPY-NO            PIC 9(2) VALUE 0.
       01 WS-REPORT-LINES       PIC 9(6) VALUE 0.
       01 WS-REPORT-RUN-ID      PIC X(8) VALUE SPACES.
       01 WS-PACKAGE-OPEN       PIC X VALUE 'N'.
       01 WS-BANNER-METHOD      PIC X(8) VALUE SPACES.
       01 WS-COPIES-TXT         PIC Z9.
       01 WS-LINES-TXT          PIC ZZZZZ9.

       COPY "suite-error-log-ws.cpy".
       COPY "table-capacity-ws.cpy".
       COPY "run-parms-ws.cpy".
       COPY "env-accept-ws.cpy".
       COPY "transaction-header.cpy".
       COPY "return-codes.cpy".
       COPY "env-switch-ws.cpy".

       PROCEDURE DIVISION.
       RUN-REPORT-DISTRIBUTION SECTION.
           PERFORM READ-RUN-PARMS
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'REPORT_DISTRIBUTION_TABLE_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-DIST-TABLE-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'REPORT_DISTRIBUTION_LOG_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-DELIVERY-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'REPORT_DISTRIBUTION_CONTROL_TOTAL_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-CONTROL-TOTAL-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'NIGHTLY_SCHEDULER_ALERT_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-ALERT-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'NIGHTLY_SCHEDULER_COMPLETE_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-COMPLETE-DSN
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
           MOVE WS-DIST-TABLE-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-DIST-TABLE-DSN
           MOVE WS-DELIVERY-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-DELIVERY-DSN
           MOVE WS-CONTROL-TOTAL-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-CONTROL-TOTAL-DSN
           MOVE WS-FISCAL-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-FISCAL-DSN

      * Nothing goes out until the scheduler has verified the night.
           PERFORM TEST-BATCH-COMPLETE
           IF WS-COMPLETE-SEEN = 'N'
               MOVE 'RPT-DISTRIB' TO SERR-PROGRAM-ID
               MOVE WS-DIST-RUN-ID TO SERR-KEY-FIELD
               MOVE 'BATCH NOT COMPLETE - NOT SENT' TO SERR-REASON
               MOVE 'DST001' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               PERFORM WRITE-CONTROL-TOTALS
               SET RC-CRITICAL TO TRUE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM LOAD-RUN-CALENDAR
           PERFORM LOAD-DISTRIBUTION-TABLE
           PERFORM VARYING DE-IDX FROM 1 BY 1
                   UNTIL DE-IDX > WS-ENTRY-COUNT
               PERFORM CHECK-ONE-ENTRY
           END-PERFORM

           OPEN EXTEND DELIVERY-LOG-FILE
           IF WS-DELIVERY-STATUS NOT = '00'
               OPEN OUTPUT DELIVERY-LOG-FILE
           END-IF
           PERFORM VARYING GR-IDX FROM 1 BY 1
                   UNTIL GR-IDX > WS-GROUP-COUNT
               PERFORM BUILD-ONE-PACKAGE
           END-PERFORM
           CLOSE DELIVERY-LOG-FILE
           PERFORM WRITE-CONTROL-TOTALS

           SET RC-NORMAL TO TRUE
           IF WS-ENTRIES-MISSING > 0 OR WS-ENTRIES-EMPTY > 0
               OR WS-ENTRIES-STALE > 0
               SET RC-WARNING TO TRUE
           END-IF
           IF WS-ALERTS-RAISED > 0
               SET RC-DATA-EXCEPTION TO TRUE
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
           PERFORM RECORD-TABLE-CAPACITY
           GOBACK.

      * Settles the run being distributed: the override when one is
      * set, else whatever run the marker names. The run date is the
      * marker's timestamp date. With no marker at all the parm card
      * only keys the not-complete error line.
       TEST-BATCH-COMPLETE SECTION.
           MOVE 'N' TO WS-COMPLETE-SEEN
           MOVE SPACES TO WS-DIST-RUN-ID
           MOVE 0 TO WS-DIST-RUN-DATE
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'REPORT_DISTRIBUTION_RUN_ID'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-DIST-RUN-ID
           END-IF
           OPEN INPUT COMPLETE-MARKER-FILE
           IF WS-COMPLETE-STATUS NOT = '00'
               GO TO TEST-BATCH-COMPLETE-EXIT
           END-IF
           READ COMPLETE-MARKER-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF COMPLETE-LINE(1:14) = 'BATCH-COMPLETE'
                       IF WS-DIST-RUN-ID = SPACES
                           MOVE COMPLETE-LINE(16:8) TO WS-DIST-RUN-ID
                       END-IF
                       IF COMPLETE-LINE(16:8) = WS-DIST-RUN-ID
                           AND COMPLETE-LINE(33:8) IS NUMERIC
                           MOVE 'Y' TO WS-COMPLETE-SEEN
                           MOVE COMPLETE-LINE(28:4) TO WS-BATCH-CC
                           MOVE COMPLETE-LINE(33:8) TO WS-DIST-RUN-DATE
                       END-IF
                   END-IF
           END-READ
           CLOSE COMPLETE-MARKER-FILE.
       TEST-BATCH-COMPLETE-EXIT.
           IF WS-DIST-RUN-ID = SPACES
               MOVE WS-PARM-RUN-ID TO WS-DIST-RUN-ID
           END-IF
           EXIT.

      * Finds the run date's FISCAL-DAY.DAT entry the way the
      * scheduler does. No entry means every report is due tonight -
      * the calendar can narrow the list, its absence never hides a
      * required report.
       LOAD-RUN-CALENDAR SECTION.
           MOVE 'N' TO WS-CAL-FOUND
           IF WS-DIST-RUN-DATE = 0
               GO TO LOAD-RUN-CALENDAR-EXIT
           END-IF
           OPEN INPUT FISCAL-DAY-FILE
           IF WS-FISCAL-STATUS NOT = '00'
               GO TO LOAD-RUN-CALENDAR-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ FISCAL-DAY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF FDAY-DATE IS NUMERIC
                           AND FDAY-DATE = WS-DIST-RUN-DATE
                           MOVE 'Y' TO WS-CAL-FOUND
                           MOVE FDAY-BUSINESS-FLAG TO WS-CAL-BUSINESS
                           MOVE FDAY-PERIOD-END TO WS-CAL-PERIOD-END
                           EVALUATE FDAY-DOW-NAME
                               WHEN 'MONDAY' MOVE 1 TO WS-CAL-DOW
                               WHEN 'TUESDAY' MOVE 2 TO WS-CAL-DOW
                               WHEN 'WEDNESDAY' MOVE 3 TO WS-CAL-DOW
                               WHEN 'THURSDAY' MOVE 4 TO WS-CAL-DOW
                               WHEN 'FRIDAY' MOVE 5 TO WS-CAL-DOW
                               WHEN 'SATURDAY' MOVE 6 TO WS-CAL-DOW
                               WHEN OTHER MOVE 7 TO WS-CAL-DOW
                           END-EVALUATE
                           MOVE 'Y' TO WS-EOF-FLAG
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FISCAL-DAY-FILE
           MOVE 'N' TO WS-EOF-FLAG.
       LOAD-RUN-CALENDAR-EXIT.
           EXIT.

       LOAD-DISTRIBUTION-TABLE SECTION.
           MOVE 0 TO WS-ENTRY-COUNT
           MOVE 0 TO WS-GROUP-COUNT
           OPEN INPUT DISTRIBUTION-TABLE-FILE
           IF WS-DIST-TABLE-STATUS NOT = '00'
               MOVE 'RPT-DISTRIB' TO SERR-PROGRAM-ID
               MOVE WS-DIST-TABLE-DSN(1:20) TO SERR-KEY-FIELD
               MOVE 'DISTRIBUTION TABLE NOT FOUND' TO SERR-REASON
               MOVE 'REF001' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               GO TO LOAD-DISTRIBUTION-TABLE-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ DISTRIBUTION-TABLE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF DST-GROUP NOT = SPACES
                           PERFORM LOAD-ONE-TABLE-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DISTRIBUTION-TABLE-FILE
           MOVE 'N' TO WS-EOF-FLAG.
       LOAD-DISTRIBUTION-TABLE-EXIT.
           EXIT.

      * A group named only on R records still gets a package; its
      * method defaults to print until a G record says otherwise.
       LOAD-ONE-TABLE-RECORD SECTION.
           IF DST-TYPE NOT = 'G' AND DST-TYPE NOT = 'R'
               GO TO LOAD-ONE-TABLE-RECORD-EXIT
           END-IF
           MOVE 'N' TO WS-GR-FOUND
           PERFORM VARYING GR-IDX FROM 1 BY 1
                   UNTIL GR-IDX > WS-GROUP-COUNT
                      OR WS-GR-FOUND = 'Y'
               IF GRP-T-GROUP(GR-IDX) = DST-GROUP
                   MOVE 'Y' TO WS-GR-FOUND
                   SET WS-GR-SUB TO GR-IDX
               END-IF
           END-PERFORM
           IF WS-GR-FOUND = 'N'
               IF WS-GROUP-COUNT NOT < WS-GROUP-MAX
                   MOVE 'RPT-DISTRIB' TO SERR-PROGRAM-ID
                   MOVE DST-GROUP TO SERR-KEY-FIELD
                   MOVE 'RECIPIENT GROUP TABLE FULL' TO SERR-REASON
                   MOVE 'TBL001' TO SERR-ERROR-CODE
                   PERFORM WRITE-SUITE-ERROR-LOG
                   GO TO LOAD-ONE-TABLE-RECORD-EXIT
               END-IF
               ADD 1 TO WS-GROUP-COUNT
               MOVE WS-GROUP-COUNT TO WS-GR-SUB
               MOVE DST-GROUP TO GRP-T-GROUP(WS-GR-SUB)
               MOVE 'P' TO GRP-T-METHOD(WS-GR-SUB)
               MOVE SPACES TO GRP-T-NAME(WS-GR-SUB)
               MOVE SPACES TO GRP-T-DESTINATION(WS-GR-SUB)
           END-IF
           IF DST-TYPE = 'G'
               IF DST-METHOD = 'T'
                   MOVE 'T' TO GRP-T-METHOD(WS-GR-SUB)
               ELSE
                   MOVE 'P' TO GRP-T-METHOD(WS-GR-SUB)
               END-IF
               MOVE DST-GROUP-NAME TO GRP-T-NAME(WS-GR-SUB)
               MOVE DST-DESTINATION TO GRP-T-DESTINATION(WS-GR-SUB)
               GO TO LOAD-ONE-TABLE-RECORD-EXIT
           END-IF
           IF WS-ENTRY-COUNT NOT < WS-ENTRY-MAX
               MOVE 'RPT-DISTRIB' TO SERR-PROGRAM-ID
               MOVE DST-REPORT-DSN(1:20) TO SERR-KEY-FIELD
               MOVE 'DISTRIBUTION TABLE FULL' TO SERR-REASON
               MOVE 'TBL001' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               GO TO LOAD-ONE-TABLE-RECORD-EXIT
           END-IF
           ADD 1 TO WS-ENTRY-COUNT
           ADD 1 TO WS-ENTRIES-READ
           SET DE-IDX TO WS-ENTRY-COUNT
           MOVE DST-GROUP TO DST-T-GROUP(DE-IDX)
           MOVE DST-REPORT-DSN TO DST-T-REPORT-DSN(DE-IDX)
           IF DST-COPIES IS NUMERIC AND DST-COPIES > 0
               MOVE DST-COPIES TO DST-T-COPIES(DE-IDX)
           ELSE
               MOVE 1 TO DST-T-COPIES(DE-IDX)
           END-IF
           MOVE DST-REQUIRED TO DST-T-REQUIRED(DE-IDX)
           MOVE DST-FREQUENCY TO DST-T-FREQUENCY(DE-IDX)
           MOVE DST-STAMPED TO DST-T-STAMPED(DE-IDX)
           MOVE 0 TO DST-T-LINES(DE-IDX)
           MOVE SPACES TO DST-T-STATUS(DE-IDX).
       LOAD-ONE-TABLE-RECORD-EXIT.
           EXIT.

      * Settles one entry: not due tonight by the run calendar, or
      * the report read once to prove it exists, holds lines beyond
      * its header, and (if stamped) belongs to tonight's run ID.
       CHECK-ONE-ENTRY SECTION.
           IF WS-CAL-FOUND = 'Y'
               EVALUATE DST-T-FREQUENCY(DE-IDX)
                   WHEN 'B'
                       IF WS-CAL-BUSINESS = 'N'
                           MOVE 'NOT TONIGHT' TO DST-T-STATUS(DE-IDX)
                       END-IF
                   WHEN 'P'
                       IF WS-CAL-PERIOD-END = 'N'
                           MOVE 'NOT TONIGHT' TO DST-T-STATUS(DE-IDX)
                       END-IF
                   WHEN '1' THRU '7'
                       IF DST-T-FREQUENCY(DE-IDX) NOT = WS-CAL-DOW
                           MOVE 'NOT TONIGHT' TO DST-T-STATUS(DE-IDX)
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           IF DST-T-STATUS(DE-IDX) = 'NOT TONIGHT'
               ADD 1 TO WS-ENTRIES-NOT-TONIGHT
               GO TO CHECK-ONE-ENTRY-EXIT
           END-IF

           PERFORM SET-REPORT-DSN
           MOVE 0 TO WS-REPORT-LINES
           MOVE SPACES TO WS-REPORT-RUN-ID
           OPEN INPUT NIGHT-REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               MOVE 'MISSING' TO DST-T-STATUS(DE-IDX)
               ADD 1 TO WS-ENTRIES-MISSING
               PERFORM RAISE-MISSING-ALERT
               GO TO CHECK-ONE-ENTRY-EXIT
           END-IF
           MOVE 'N' TO WS-RPT-EOF
           PERFORM UNTIL WS-RPT-EOF = 'Y'
               READ NIGHT-REPORT-FILE
                   AT END
                       MOVE 'Y' TO WS-RPT-EOF
                   NOT AT END
                       ADD 1 TO WS-REPORT-LINES
                       IF WS-REPORT-LINES = 1
                           MOVE NRP-LINE(1:8) TO WS-REPORT-RUN-ID
                       END-IF
               END-READ
           END-PERFORM
           CLOSE NIGHT-REPORT-FILE
           MOVE WS-REPORT-LINES TO DST-T-LINES(DE-IDX)
           EVALUATE TRUE
               WHEN WS-REPORT-LINES = 0
                   MOVE 'EMPTY' TO DST-T-STATUS(DE-IDX)
                   ADD 1 TO WS-ENTRIES-EMPTY
               WHEN DST-T-STAMPED(DE-IDX) = 'Y'
                   AND WS-REPORT-RUN-ID NOT = WS-DIST-RUN-ID
                   MOVE 'STALE RUN ID' TO DST-T-STATUS(DE-IDX)
                   ADD 1 TO WS-ENTRIES-STALE
               WHEN DST-T-STAMPED(DE-IDX) = 'Y'
                   AND WS-REPORT-LINES = 1
                   MOVE 'EMPTY' TO DST-T-STATUS(DE-IDX)
                   ADD 1 TO WS-ENTRIES-EMPTY
               WHEN OTHER
                   MOVE 'DELIVERED' TO DST-T-STATUS(DE-IDX)
                   ADD 1 TO WS-ENTRIES-DELIVERED
           END-EVALUATE
           IF DST-T-STATUS(DE-IDX) NOT = 'DELIVERED'
               PERFORM RAISE-MISSING-ALERT
           END-IF.
       CHECK-ONE-ENTRY-EXIT.
           EXIT.

       SET-REPORT-DSN SECTION.
           MOVE DST-T-REPORT-DSN(DE-IDX) TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-REPORT-DSN
           EXIT.

      * Only a required report raises an alert; an optional one that
      * did not come out is logged and noted on the banner page.
       RAISE-MISSING-ALERT SECTION.
           MOVE 'RPT-DISTRIB' TO SERR-PROGRAM-ID
           MOVE DST-T-REPORT-DSN(DE-IDX)(1:20) TO SERR-KEY-FIELD
           MOVE SPACES TO SERR-REASON
           STRING 'REPORT ' DELIMITED BY SIZE
                  DST-T-STATUS(DE-IDX) DELIMITED BY '  '
                  ' FOR ' DELIMITED BY SIZE
                  DST-T-GROUP(DE-IDX) DELIMITED BY SPACE
             INTO SERR-REASON
           MOVE 'DST001' TO SERR-ERROR-CODE
           PERFORM WRITE-SUITE-ERROR-LOG
           IF DST-T-REQUIRED(DE-IDX) NOT = 'Y'
               GO TO RAISE-MISSING-ALERT-EXIT
           END-IF
           ADD 1 TO WS-ALERTS-RAISED
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE SPACES TO ALERT-LINE
           STRING 'REPORT ' DELIMITED BY SIZE
                  WS-DIST-RUN-ID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  DST-T-REPORT-DSN(DE-IDX) DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  DST-T-STATUS(DE-IDX) DELIMITED BY '  '
                  ' FOR ' DELIMITED BY SIZE
                  DST-T-GROUP(DE-IDX) DELIMITED BY SPACE
                  ' AT ' DELIMITED BY SIZE
                  WS-TIMESTAMP(1:14) DELIMITED BY SIZE
             INTO ALERT-LINE
           OPEN EXTEND ALERT-FILE
           IF WS-ALERT-STATUS NOT = '00'
               OPEN OUTPUT ALERT-FILE
           END-IF
           WRITE ALERT-LINE
           CLOSE ALERT-FILE.
       RAISE-MISSING-ALERT-EXIT.
           EXIT.

      * One package per recipient group: the banner page lists every
      * entry due tonight with its status, then each delivered report
      * follows behind a separator once per copy.
       BUILD-ONE-PACKAGE SECTION.
           MOVE SPACES TO WS-PACKAGE-DSN
           STRING 'DISTRIB-' DELIMITED BY SIZE
                  GRP-T-GROUP(GR-IDX) DELIMITED BY SPACE
                  '.PKG' DELIMITED BY SIZE
             INTO WS-PACKAGE-DSN
           MOVE WS-PACKAGE-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-PACKAGE-DSN
           OPEN OUTPUT PACKAGE-FILE
           IF WS-PACKAGE-STATUS NOT = '00'
               MOVE 'RPT-DISTRIB' TO SERR-PROGRAM-ID
               MOVE GRP-T-GROUP(GR-IDX) TO SERR-KEY-FIELD
               MOVE 'PACKAGE COULD NOT BE OPENED' TO SERR-REASON
               MOVE 'DST001' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               GO TO BUILD-ONE-PACKAGE-EXIT
           END-IF
           ADD 1 TO WS-PACKAGES-WRITTEN
           PERFORM WRITE-BANNER-PAGE
           PERFORM VARYING DE-IDX FROM 1 BY 1
                   UNTIL DE-IDX > WS-ENTRY-COUNT
               IF DST-T-GROUP(DE-IDX) = GRP-T-GROUP(GR-IDX)
                   IF DST-T-STATUS(DE-IDX) = 'DELIVERED'
                       PERFORM VARYING WS-COPY-NO FROM 1 BY 1
                               UNTIL WS-COPY-NO > DST-T-COPIES(DE-IDX)
                           PERFORM COPY-REPORT-INTO-PACKAGE
                       END-PERFORM
                   END-IF
                   IF DST-T-STATUS(DE-IDX) NOT = 'NOT TONIGHT'
                       PERFORM WRITE-DELIVERY-LOG
                   END-IF
               END-IF
           END-PERFORM
           CLOSE PACKAGE-FILE.
       BUILD-ONE-PACKAGE-EXIT.
           EXIT.

       WRITE-BANNER-PAGE SECTION.
           IF GRP-T-METHOD(GR-IDX) = 'T'
               MOVE 'TRANSFER' TO WS-BANNER-METHOD
           ELSE
               MOVE 'PRINT' TO WS-BANNER-METHOD
           END-IF
           MOVE WS-DIST-RUN-ID TO TRX-RUN-ID
           MOVE 'RPTDISTR' TO TRX-SOURCE-SYSTEM
           MOVE FUNCTION CURRENT-DATE TO TRX-TIMESTAMP
           MOVE TRX-HEADER TO PKG-LINE
           WRITE PKG-LINE
           MOVE ALL '*' TO PKG-LINE(1:80)
           WRITE PKG-LINE
           MOVE SPACES TO PKG-LINE
           STRING '*  REPORT PACKAGE FOR ' DELIMITED BY SIZE
                  GRP-T-GROUP(GR-IDX) DELIMITED BY SPACE
                  '  ' DELIMITED BY SIZE
                  GRP-T-NAME(GR-IDX) DELIMITED BY '  '
             INTO PKG-LINE
           WRITE PKG-LINE
           MOVE SPACES TO PKG-LINE
           STRING '*  RUN ' DELIMITED BY SIZE
                  WS-DIST-RUN-ID DELIMITED BY SIZE
                  '  RUN DATE ' DELIMITED BY SIZE
                  WS-DIST-RUN-DATE DELIMITED BY SIZE
                  '  BATCH CC=' DELIMITED BY SIZE
                  WS-BATCH-CC DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-BANNER-METHOD DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  GRP-T-DESTINATION(GR-IDX) DELIMITED BY '  '
             INTO PKG-LINE
           WRITE PKG-LINE
           MOVE ALL '*' TO PKG-LINE(1:80)
           WRITE PKG-LINE
           MOVE '   REPORT                                   COPIES'
             TO PKG-LINE
           MOVE '   LINES  REQ  STATUS' TO PKG-LINE(52:21)
           WRITE PKG-LINE
           PERFORM VARYING DE-IDX FROM 1 BY 1
                   UNTIL DE-IDX > WS-ENTRY-COUNT
               IF DST-T-GROUP(DE-IDX) = GRP-T-GROUP(GR-IDX)
                   AND DST-T-STATUS(DE-IDX) NOT = 'NOT TONIGHT'
                   MOVE SPACES TO PKG-LINE
                   MOVE DST-T-REPORT-DSN(DE-IDX) TO PKG-LINE(4:40)
                   MOVE DST-T-COPIES(DE-IDX) TO WS-COPIES-TXT
                   MOVE WS-COPIES-TXT TO PKG-LINE(49:2)
                   MOVE DST-T-LINES(DE-IDX) TO WS-LINES-TXT
                   MOVE WS-LINES-TXT TO PKG-LINE(52:6)
                   MOVE DST-T-REQUIRED(DE-IDX) TO PKG-LINE(61:1)
                   MOVE DST-T-STATUS(DE-IDX) TO PKG-LINE(65:14)
                   WRITE PKG-LINE
               END-IF
           END-PERFORM
           MOVE ALL '*' TO PKG-LINE(1:80)
           WRITE PKG-LINE
           EXIT.

       COPY-REPORT-INTO-PACKAGE SECTION.
           MOVE DST-T-COPIES(DE-IDX) TO WS-COPIES-TXT
           MOVE SPACES TO PKG-LINE
           STRING '==== ' DELIMITED BY SIZE
                  DST-T-REPORT-DSN(DE-IDX) DELIMITED BY SPACE
                  '  COPY ' DELIMITED BY SIZE
                  WS-COPY-NO DELIMITED BY SIZE
                  ' OF ' DELIMITED BY SIZE
                  WS-COPIES-TXT DELIMITED BY SIZE
                  ' ====' DELIMITED BY SIZE
             INTO PKG-LINE
           WRITE PKG-LINE
           PERFORM SET-REPORT-DSN
           OPEN INPUT NIGHT-REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               GO TO COPY-REPORT-INTO-PACKAGE-EXIT
           END-IF
           MOVE 'N' TO WS-RPT-EOF
           PERFORM UNTIL WS-RPT-EOF = 'Y'
               READ NIGHT-REPORT-FILE
                   AT END
                       MOVE 'Y' TO WS-RPT-EOF
                   NOT AT END
                       MOVE NRP-LINE TO PKG-LINE
                       WRITE PKG-LINE
               END-READ
           END-PERFORM
           CLOSE NIGHT-REPORT-FILE.
       COPY-REPORT-INTO-PACKAGE-EXIT.
           EXIT.

       WRITE-DELIVERY-LOG SECTION.
           MOVE SPACES TO DLV-RECORD
           MOVE WS-DIST-RUN-ID TO DLV-RUN-ID
           MOVE DST-T-GROUP(DE-IDX) TO DLV-GROUP
           MOVE GRP-T-METHOD(GR-IDX) TO DLV-METHOD
           MOVE DST-T-REPORT-DSN(DE-IDX) TO DLV-REPORT-DSN
           MOVE DST-T-COPIES(DE-IDX) TO DLV-COPIES
           MOVE DST-T-LINES(DE-IDX) TO DLV-LINES
           MOVE DST-T-STATUS(DE-IDX) TO DLV-STATUS
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP(1:14) TO DLV-TIMESTAMP
           WRITE DLV-RECORD
           EXIT.

      * Standard run-balancing control-total report so ops balances
      * this job the same way every other nightly batch job is
      * balanced.
       WRITE-CONTROL-TOTALS SECTION.
           OPEN OUTPUT CONTROL-TOTAL-FILE
           MOVE WS-DIST-RUN-ID TO TRX-RUN-ID
           MOVE 'RPTDISTR' TO TRX-SOURCE-SYSTEM
           MOVE FUNCTION CURRENT-DATE TO TRX-TIMESTAMP
           MOVE TRX-HEADER TO CTL-LINE
           WRITE CTL-LINE
           MOVE 'REPORT DISTRIBUTION CONTROL TOTALS' TO CTL-LINE
           WRITE CTL-LINE
           MOVE ALL '-' TO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-ENTRIES-READ TO WS-CTL-COUNT-TXT
           STRING 'ENTRIES READ     : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-ENTRIES-DELIVERED TO WS-CTL-COUNT-TXT
           STRING 'DELIVERED        : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-ENTRIES-NOT-TONIGHT TO WS-CTL-COUNT-TXT
           STRING 'NOT TONIGHT      : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-ENTRIES-MISSING TO WS-CTL-COUNT-TXT
           STRING 'MISSING          : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-ENTRIES-EMPTY TO WS-CTL-COUNT-TXT
           STRING 'EMPTY            : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-ENTRIES-STALE TO WS-CTL-COUNT-TXT
           STRING 'STALE RUN ID     : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-ALERTS-RAISED TO WS-CTL-COUNT-TXT
           STRING 'ALERTS RAISED    : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-PACKAGES-WRITTEN TO WS-CTL-COUNT-TXT
           STRING 'PACKAGES WRITTEN : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           CLOSE CONTROL-TOTAL-FILE
           EXIT.

      * High-water marks of the in-memory tables for this run,
      * kept so TABLE-CAPACITY-REPORT can warn before a ceiling is
      * reached.
       RECORD-TABLE-CAPACITY SECTION.
           MOVE 'REPORT-DISTRIBUTION' TO TCAP-PROGRAM-ID
           MOVE WS-DIST-RUN-ID TO TCAP-RUN-ID
           MOVE WS-DIST-RUN-DATE TO TCAP-RUN-DATE
           MOVE 'GROUP' TO TCAP-TABLE-NAME
           MOVE WS-GROUP-COUNT TO TCAP-PEAK
           MOVE WS-GROUP-MAX TO TCAP-CEILING
           PERFORM WRITE-TABLE-CAPACITY
           MOVE 'ENTRY' TO TCAP-TABLE-NAME
           MOVE WS-ENTRY-COUNT TO TCAP-PEAK
           MOVE WS-ENTRY-MAX TO TCAP-CEILING
           PERFORM WRITE-TABLE-CAPACITY
           EXIT.

       COPY "suite-error-log-proc.cpy".
       COPY "run-parms-proc.cpy".
       COPY "env-switch-proc.cpy".
       COPY "table-capacity-proc.cpy".
