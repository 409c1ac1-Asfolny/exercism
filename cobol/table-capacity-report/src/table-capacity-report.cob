       IDENTIFICATION DIVISION.
       PROGRAM-ID. TABLE-CAPACITY-REPORT.
      * Capacity trend for every fixed in-memory table in the suite.
      * Each program appends one line per table to TABLE-CAPACITY.DAT
      * at the end of its run: program, table, run ID, run date, the
      * peak entry count reached and the table's OCCURS ceiling.
      * Until now a table only made itself known the night it
      * overflowed and the run rejected or truncated.
      * This report keeps the last 30 runs of every program/table
      * series. Several lines for one series in the same run (a
      * callable subprogram loaded by more than one step) count once,
      * at the highest peak. Each series is listed with its ceiling,
      * the latest peak and percent used, a 30-run trend line (tens
      * digit of the percent used per run, * at the ceiling), and
      * the number of nights left before the table fills if it keeps
      * growing at its average nightly rate over the runs held.
      * A table at 80 percent or more of its ceiling is flagged WARN,
      * one at the ceiling FULL, and both go to the suite error log
      * so ops sees them in the morning review.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAPACITY-REPORT-FILE ASSIGN TO
               DYNAMIC WS-CAPACITY-RPT-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CAPACITY-RPT-STATUS.
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
       FD  CAPACITY-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01 CPR-LINE PIC X(132).

       FD  CONTROL-TOTAL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 CTL-LINE PIC X(80).

       COPY "suite-error-log-fd.cpy".
       COPY "table-capacity-fd.cpy".
       COPY "run-parms-fd.cpy".

       WORKING-STORAGE SECTION.
       01 WS-CAPACITY-RPT-DSN   PIC X(100)
          VALUE 'TABLE-CAPACITY.RPT'.
       01 WS-CAPACITY-RPT-STATUS PIC XX VALUE '00'.
       01 WS-EOF-FLAG           PIC X VALUE 'N'.
       01 WS-WARN-PCT           PIC 9(3) VALUE 80.

       01 WS-CONTROL-TOTAL-DSN    PIC X(100)
          VALUE 'TABLE-CAPACITY-CONTROL-TOTALS.RPT'.
       01 WS-CONTROL-TOTAL-STATUS PIC XX VALUE '00'.
       01 WS-RECORDS-READ         PIC 9(6) VALUE 0.
       01 WS-RECORDS-REJECTED     PIC 9(6) VALUE 0.
       01 WS-TABLES-REPORTED      PIC 9(6) VALUE 0.
       01 WS-TABLES-OK            PIC 9(6) VALUE 0.
       01 WS-TABLES-WARN          PIC 9(6) VALUE 0.
       01 WS-TABLES-FULL          PIC 9(6) VALUE 0.
       01 WS-CTL-COUNT-TXT        PIC ZZZZZ9.

      * One series per program/table; up to 30 runs held per series,
      * oldest first. When a 31st run arrives the oldest is dropped.
       01 WS-SERIES-MAX         PIC 9(3) VALUE 400.
       01 WS-SERIES-COUNT       PIC 9(3) VALUE 0.
       01 WS-RUN-MAX            PIC 9(2) VALUE 30.
       01 WS-SERIES-TABLE.
          03 WS-SERIES-ENTRY OCCURS 400 TIMES INDEXED BY SR-IDX.
             05 SR-PROGRAM-ID      PIC X(24).
             05 SR-TABLE-NAME      PIC X(16).
             05 SR-CEILING         PIC 9(6).
             05 SR-RUN-COUNT       PIC 9(2).
             05 SR-RUN OCCURS 30 TIMES.
                07 SR-RUN-DATE     PIC 9(8).
                07 SR-RUN-ID       PIC X(8).
                07 SR-RUN-PEAK     PIC 9(6).
       01 WS-SR-FOUND           PIC X VALUE 'N'.
       01 WS-RUN-SUB            PIC 9(2) VALUE 0.
       01 WS-RUN-FOUND          PIC X VALUE 'N'.
       01 WS-SHIFT-SUB          PIC 9(2) VALUE 0.

       01 WS-LATEST-PEAK        PIC 9(6) VALUE 0.
       01 WS-FIRST-PEAK         PIC 9(6) VALUE 0.
       01 WS-PCT-USED           PIC 9(5) VALUE 0.
       01 WS-RUN-PCT            PIC 9(5) VALUE 0.
       01 WS-TREND              PIC X(30) VALUE SPACES.
       01 WS-GROWTH-RATE        PIC S9(6)V9(4) VALUE 0.
       01 WS-NIGHTS-LEFT        PIC 9(6) VALUE 0.
       01 WS-NIGHTS-TXT         PIC ZZZZZ9.
       01 WS-STATUS-TXT         PIC X(4) VALUE SPACES.
       01 WS-PROJECTION-TXT     PIC X(12) VALUE SPACES.
       01 WS-CEILING-TXT        PIC ZZZZZ9.
       01 WS-PEAK-TXT           PIC ZZZZZ9.
       01 WS-PCT-TXT            PIC ZZZZ9.
       01 WS-RUNS-TXT           PIC Z9.

       COPY "suite-error-log-ws.cpy".
       COPY "table-capacity-ws.cpy".
       COPY "run-parms-ws.cpy".
       COPY "env-accept-ws.cpy".
       COPY "transaction-header.cpy".
       COPY "return-codes.cpy".
       COPY "env-switch-ws.cpy".

       PROCEDURE DIVISION.
      * The capacity file is suite-wide, like the suite error log:
      * WRITE-TABLE-CAPACITY never qualifies it by environment or
      * company, so neither does the report - it reads the one file
      * every program appends to.
       RUN-TABLE-CAPACITY-REPORT SECTION.
           PERFORM READ-RUN-PARMS
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'TABLE_CAPACITY_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-TABLE-CAPACITY-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'TABLE_CAPACITY_REPORT_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-CAPACITY-RPT-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'TABLE_CAPACITY_CONTROL_TOTAL_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-CONTROL-TOTAL-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'SUITE_ERROR_LOG_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-SUITE-ERROR-LOG-DSN
           END-IF
           MOVE WS-CAPACITY-RPT-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-CAPACITY-RPT-DSN
           MOVE WS-CONTROL-TOTAL-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-CONTROL-TOTAL-DSN

           PERFORM LOAD-CAPACITY-HISTORY

           OPEN OUTPUT CAPACITY-REPORT-FILE
           PERFORM WRITE-REPORT-HEADER
           PERFORM VARYING SR-IDX FROM 1 BY 1
                   UNTIL SR-IDX > WS-SERIES-COUNT
               PERFORM REPORT-ONE-SERIES
           END-PERFORM
           PERFORM WRITE-REPORT-TRAILER
           CLOSE CAPACITY-REPORT-FILE
           PERFORM WRITE-CONTROL-TOTALS

           SET RC-NORMAL TO TRUE
           IF WS-TABLES-WARN > 0
               OR WS-RECORDS-REJECTED > 0
               SET RC-WARNING TO TRUE
           END-IF
           IF WS-TABLES-FULL > 0
               SET RC-DATA-EXCEPTION TO TRUE
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
           PERFORM RECORD-TABLE-CAPACITY
           GOBACK.

      * The capacity file is read before this run's own line is
      * appended, so the report never includes itself mid-run.
       LOAD-CAPACITY-HISTORY SECTION.
           MOVE 0 TO WS-SERIES-COUNT
           OPEN INPUT TABLE-CAPACITY-FILE
           IF WS-TABLE-CAPACITY-STATUS NOT = '00'
               MOVE 'TBL-CAPACITY' TO SERR-PROGRAM-ID
               MOVE WS-TABLE-CAPACITY-DSN(1:20) TO SERR-KEY-FIELD
               MOVE 'NO TABLE CAPACITY HISTORY' TO SERR-REASON
               MOVE 'REF003' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               GO TO LOAD-CAPACITY-HISTORY-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ TABLE-CAPACITY-FILE INTO TCAP-RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-RECORDS-READ
                       PERFORM POST-ONE-CAPACITY-LINE
               END-READ
           END-PERFORM
           CLOSE TABLE-CAPACITY-FILE
           MOVE 'N' TO WS-EOF-FLAG.
       LOAD-CAPACITY-HISTORY-EXIT.
           EXIT.

       POST-ONE-CAPACITY-LINE SECTION.
           IF TCAP-PROGRAM-ID = SPACES
               OR TCAP-TABLE-NAME = SPACES
               OR TCAP-PEAK NOT NUMERIC
               OR TCAP-CEILING NOT NUMERIC
               OR TCAP-RUN-DATE NOT NUMERIC
               ADD 1 TO WS-RECORDS-REJECTED
               GO TO POST-ONE-CAPACITY-LINE-EXIT
           END-IF
           MOVE 'N' TO WS-SR-FOUND
           PERFORM VARYING SR-IDX FROM 1 BY 1
                   UNTIL SR-IDX > WS-SERIES-COUNT
                      OR WS-SR-FOUND = 'Y'
               IF SR-PROGRAM-ID(SR-IDX) = TCAP-PROGRAM-ID
                   AND SR-TABLE-NAME(SR-IDX) = TCAP-TABLE-NAME
                   MOVE 'Y' TO WS-SR-FOUND
               END-IF
           END-PERFORM
           IF WS-SR-FOUND = 'Y'
               SET SR-IDX DOWN BY 1
           ELSE
               IF WS-SERIES-COUNT >= WS-SERIES-MAX
                   ADD 1 TO WS-RECORDS-REJECTED
                   GO TO POST-ONE-CAPACITY-LINE-EXIT
               END-IF
               ADD 1 TO WS-SERIES-COUNT
               SET SR-IDX TO WS-SERIES-COUNT
               MOVE TCAP-PROGRAM-ID TO SR-PROGRAM-ID(SR-IDX)
               MOVE TCAP-TABLE-NAME TO SR-TABLE-NAME(SR-IDX)
               MOVE 0 TO SR-RUN-COUNT(SR-IDX)
           END-IF
      * The ceiling reported is the one in force on the latest run -
      * a ceiling raised last week is what tonight is measured by.
           MOVE TCAP-CEILING TO SR-CEILING(SR-IDX)

           MOVE 'N' TO WS-RUN-FOUND
           PERFORM VARYING WS-RUN-SUB FROM 1 BY 1
                   UNTIL WS-RUN-SUB > SR-RUN-COUNT(SR-IDX)
                      OR WS-RUN-FOUND = 'Y'
               IF SR-RUN-DATE(SR-IDX WS-RUN-SUB) = TCAP-RUN-DATE
                   AND SR-RUN-ID(SR-IDX WS-RUN-SUB) = TCAP-RUN-ID
                   MOVE 'Y' TO WS-RUN-FOUND
                   IF TCAP-PEAK > SR-RUN-PEAK(SR-IDX WS-RUN-SUB)
                       MOVE TCAP-PEAK
                         TO SR-RUN-PEAK(SR-IDX WS-RUN-SUB)
                   END-IF
               END-IF
           END-PERFORM
           IF WS-RUN-FOUND = 'Y'
               GO TO POST-ONE-CAPACITY-LINE-EXIT
           END-IF

           IF SR-RUN-COUNT(SR-IDX) >= WS-RUN-MAX
               PERFORM VARYING WS-SHIFT-SUB FROM 2 BY 1
                       UNTIL WS-SHIFT-SUB > WS-RUN-MAX
                   MOVE SR-RUN(SR-IDX WS-SHIFT-SUB)
                     TO SR-RUN(SR-IDX WS-SHIFT-SUB - 1)
               END-PERFORM
           ELSE
               ADD 1 TO SR-RUN-COUNT(SR-IDX)
           END-IF
           MOVE SR-RUN-COUNT(SR-IDX) TO WS-RUN-SUB
           MOVE TCAP-RUN-DATE TO SR-RUN-DATE(SR-IDX WS-RUN-SUB)
           MOVE TCAP-RUN-ID TO SR-RUN-ID(SR-IDX WS-RUN-SUB)
           MOVE TCAP-PEAK TO SR-RUN-PEAK(SR-IDX WS-RUN-SUB).
       POST-ONE-CAPACITY-LINE-EXIT.
           EXIT.

      * Growth is averaged over the runs held: (latest peak - first
      * peak) / (runs - 1). A series that is flat or shrinking shows
      * NO GROWTH rather than a meaningless projection.
       REPORT-ONE-SERIES SECTION.
           ADD 1 TO WS-TABLES-REPORTED
           MOVE SR-RUN-COUNT(SR-IDX) TO WS-RUN-SUB
           MOVE SR-RUN-PEAK(SR-IDX WS-RUN-SUB) TO WS-LATEST-PEAK
           MOVE SR-RUN-PEAK(SR-IDX 1) TO WS-FIRST-PEAK
           IF SR-CEILING(SR-IDX) = 0
               MOVE 100 TO WS-PCT-USED
           ELSE
               COMPUTE WS-PCT-USED =
                   (WS-LATEST-PEAK * 100) / SR-CEILING(SR-IDX)
           END-IF

           MOVE SPACES TO WS-TREND
           PERFORM VARYING WS-RUN-SUB FROM 1 BY 1
                   UNTIL WS-RUN-SUB > SR-RUN-COUNT(SR-IDX)
               IF SR-CEILING(SR-IDX) = 0
                   MOVE 100 TO WS-RUN-PCT
               ELSE
                   COMPUTE WS-RUN-PCT =
                       (SR-RUN-PEAK(SR-IDX WS-RUN-SUB) * 100)
                       / SR-CEILING(SR-IDX)
               END-IF
               IF WS-RUN-PCT >= 100
                   MOVE '*' TO WS-TREND(WS-RUN-SUB:1)
               ELSE
                   MOVE WS-RUN-PCT(4:1) TO WS-TREND(WS-RUN-SUB:1)
               END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN WS-PCT-USED >= 100
                   MOVE 'FULL' TO WS-STATUS-TXT
                   ADD 1 TO WS-TABLES-FULL
               WHEN WS-PCT-USED >= WS-WARN-PCT
                   MOVE 'WARN' TO WS-STATUS-TXT
                   ADD 1 TO WS-TABLES-WARN
               WHEN OTHER
                   MOVE 'OK' TO WS-STATUS-TXT
                   ADD 1 TO WS-TABLES-OK
           END-EVALUATE

           MOVE SPACES TO WS-PROJECTION-TXT
           EVALUATE TRUE
               WHEN WS-LATEST-PEAK >= SR-CEILING(SR-IDX)
                   MOVE 'AT CEILING' TO WS-PROJECTION-TXT
               WHEN SR-RUN-COUNT(SR-IDX) < 2
                   MOVE 'ONE RUN ONLY' TO WS-PROJECTION-TXT
               WHEN WS-LATEST-PEAK <= WS-FIRST-PEAK
                   MOVE 'NO GROWTH' TO WS-PROJECTION-TXT
               WHEN OTHER
                   COMPUTE WS-GROWTH-RATE =
                       (WS-LATEST-PEAK - WS-FIRST-PEAK)
                       / (SR-RUN-COUNT(SR-IDX) - 1)
                   COMPUTE WS-NIGHTS-LEFT =
                       (SR-CEILING(SR-IDX) - WS-LATEST-PEAK)
                       / WS-GROWTH-RATE
                   MOVE WS-NIGHTS-LEFT TO WS-NIGHTS-TXT
                   MOVE WS-NIGHTS-TXT TO WS-PROJECTION-TXT
           END-EVALUATE

           PERFORM WRITE-SERIES-LINE
           IF WS-STATUS-TXT NOT = 'OK'
               MOVE 'TBL-CAPACITY' TO SERR-PROGRAM-ID
               MOVE SPACES TO SERR-KEY-FIELD
               STRING FUNCTION TRIM(SR-PROGRAM-ID(SR-IDX))
                        DELIMITED BY SIZE
                      '/' DELIMITED BY SIZE
                      FUNCTION TRIM(SR-TABLE-NAME(SR-IDX))
                        DELIMITED BY SIZE
                 INTO SERR-KEY-FIELD
               END-STRING
               IF WS-STATUS-TXT = 'FULL'
                   MOVE 'TABLE AT ITS OCCURS CEILING' TO SERR-REASON
                   MOVE 'TBL001' TO SERR-ERROR-CODE
               ELSE
                   MOVE 'TABLE OVER 80 PCT OF CEILING' TO SERR-REASON
                   MOVE 'TBL002' TO SERR-ERROR-CODE
               END-IF
               PERFORM WRITE-SUITE-ERROR-LOG
           END-IF
           EXIT.

       WRITE-REPORT-HEADER SECTION.
           MOVE WS-PARM-RUN-ID TO TRX-RUN-ID
           MOVE 'TBLCAPAC' TO TRX-SOURCE-SYSTEM
           MOVE FUNCTION CURRENT-DATE TO TRX-TIMESTAMP
           MOVE TRX-HEADER TO CPR-LINE
           WRITE CPR-LINE
           MOVE SPACES TO CPR-LINE
           STRING 'IN-MEMORY TABLE CAPACITY - LAST 30 RUNS, WARN AT '
                    DELIMITED BY SIZE
                  WS-WARN-PCT DELIMITED BY SIZE
                  ' PCT' DELIMITED BY SIZE
             INTO CPR-LINE
           WRITE CPR-LINE
           MOVE ALL '-' TO CPR-LINE
           WRITE CPR-LINE
           MOVE SPACES TO CPR-LINE
           MOVE 'PROGRAM' TO CPR-LINE(1:7)
           MOVE 'TABLE' TO CPR-LINE(26:5)
           MOVE 'CEILING' TO CPR-LINE(42:7)
           MOVE 'PEAK' TO CPR-LINE(52:4)
           MOVE 'PCT' TO CPR-LINE(58:3)
           MOVE 'RUNS' TO CPR-LINE(62:4)
           MOVE 'TREND (OLDEST FIRST)' TO CPR-LINE(67:20)
           MOVE 'STAT' TO CPR-LINE(98:4)
           MOVE 'NIGHTS TO FULL' TO CPR-LINE(103:14)
           WRITE CPR-LINE
           EXIT.

       WRITE-SERIES-LINE SECTION.
           MOVE SPACES TO CPR-LINE
           MOVE SR-PROGRAM-ID(SR-IDX) TO CPR-LINE(1:24)
           MOVE SR-TABLE-NAME(SR-IDX) TO CPR-LINE(26:16)
           MOVE SR-CEILING(SR-IDX) TO WS-CEILING-TXT
           MOVE WS-CEILING-TXT TO CPR-LINE(43:6)
           MOVE WS-LATEST-PEAK TO WS-PEAK-TXT
           MOVE WS-PEAK-TXT TO CPR-LINE(50:6)
           MOVE WS-PCT-USED TO WS-PCT-TXT
           MOVE WS-PCT-TXT TO CPR-LINE(56:5)
           MOVE SR-RUN-COUNT(SR-IDX) TO WS-RUNS-TXT
           MOVE WS-RUNS-TXT TO CPR-LINE(63:2)
           MOVE WS-TREND TO CPR-LINE(67:30)
           MOVE WS-STATUS-TXT TO CPR-LINE(98:4)
           MOVE WS-PROJECTION-TXT TO CPR-LINE(103:12)
           WRITE CPR-LINE
           EXIT.

       WRITE-REPORT-TRAILER SECTION.
           MOVE ALL '-' TO CPR-LINE
           WRITE CPR-LINE
           MOVE SPACES TO CPR-LINE
           MOVE WS-TABLES-REPORTED TO WS-CTL-COUNT-TXT
           STRING 'TABLES ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CPR-LINE
           MOVE WS-TABLES-OK TO WS-CTL-COUNT-TXT
           STRING '  OK ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CPR-LINE(14:20)
           MOVE WS-TABLES-WARN TO WS-CTL-COUNT-TXT
           STRING '  WARN ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CPR-LINE(25:20)
           MOVE WS-TABLES-FULL TO WS-CTL-COUNT-TXT
           STRING '  FULL ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CPR-LINE(38:20)
           WRITE CPR-LINE
           EXIT.

      * Standard run-balancing control-total report so ops balances
      * this job the same way every other nightly batch job is
      * balanced.
       WRITE-CONTROL-TOTALS SECTION.
           OPEN OUTPUT CONTROL-TOTAL-FILE
           MOVE WS-PARM-RUN-ID TO TRX-RUN-ID
           MOVE 'TBLCAPAC' TO TRX-SOURCE-SYSTEM
           MOVE FUNCTION CURRENT-DATE TO TRX-TIMESTAMP
           MOVE TRX-HEADER TO CTL-LINE
           WRITE CTL-LINE
           MOVE 'TABLE CAPACITY CONTROL TOTALS' TO CTL-LINE
           WRITE CTL-LINE
           MOVE ALL '-' TO CTL-LINE
           WRITE CTL-LINE
           MOVE SPACES TO CTL-LINE
           MOVE WS-RECORDS-READ TO WS-CTL-COUNT-TXT
           STRING 'RECORDS READ     : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-RECORDS-REJECTED TO WS-CTL-COUNT-TXT
           STRING 'RECORDS REJECTED : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-TABLES-REPORTED TO WS-CTL-COUNT-TXT
           STRING 'TABLES REPORTED  : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-TABLES-OK TO WS-CTL-COUNT-TXT
           STRING 'TABLES OK        : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-TABLES-WARN TO WS-CTL-COUNT-TXT
           STRING 'TABLES AT WARN   : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-TABLES-FULL TO WS-CTL-COUNT-TXT
           STRING 'TABLES FULL      : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           CLOSE CONTROL-TOTAL-FILE
           EXIT.

      * High-water marks of the in-memory tables for this run,
      * kept so TABLE-CAPACITY-REPORT can warn before a ceiling is
      * reached.
       RECORD-TABLE-CAPACITY SECTION.
           MOVE 'TABLE-CAPACITY-REPORT' TO TCAP-PROGRAM-ID
           MOVE WS-PARM-RUN-ID TO TCAP-RUN-ID
           MOVE WS-RUN-DATE TO TCAP-RUN-DATE
           MOVE 'SERIES' TO TCAP-TABLE-NAME
           MOVE WS-SERIES-COUNT TO TCAP-PEAK
           MOVE WS-SERIES-MAX TO TCAP-CEILING
           PERFORM WRITE-TABLE-CAPACITY
           EXIT.

       COPY "suite-error-log-proc.cpy".
       COPY "run-parms-proc.cpy".
       COPY "env-switch-proc.cpy".
       COPY "table-capacity-proc.cpy".
