       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALLERGEN-TREND.
      * Allergen prevalence trend for the dietary committee. "How many
      * residents are egg-allergic now against this time last year"
      * meant decoding scores by hand. This job decodes every
      * PAT-ALLERGY-SCORE through ALLERGEN-TABLE.DAT and counts
      * residents per allergen, and per severity code from
      * ALLERGY-SEVERITY.DAT; then it rebuilds the same counts as of
      * each of the last twelve fiscal period-ends on FISCAL-DAY.DAT,
      * taking each resident's score as it stood that night from
      * ALLERGY-SCORE-HISTORY.DAT, leaving out anyone the discharge
      * register shows had left by then. Any allergen whose count moved
      * more than the alert percentage against the year-ago
      * period-end is flagged. The committee uses it to stock
      * allergen-free product lines and for the annual menu redesign;
      * it is scheduled for the period-end night.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PATIENT-MASTER ASSIGN TO DYNAMIC WS-PATIENT-MST-DSN
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAT-PATIENT-ID
               FILE STATUS IS WS-PATIENT-MST-STATUS.
           SELECT ALLERGEN-TABLE-FILE ASSIGN TO
               DYNAMIC WS-ALLERGEN-TBL-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ALLERGEN-TBL-STATUS.
           SELECT SEVERITY-FILE ASSIGN TO DYNAMIC WS-SEVERITY-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SEVERITY-STATUS.
           SELECT SCORE-HISTORY-FILE ASSIGN TO
               DYNAMIC WS-SCORE-HIST-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SCORE-HIST-STATUS.
           SELECT LOCATION-HISTORY-FILE ASSIGN TO
               DYNAMIC WS-LOCATION-HIST-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LOCATION-HIST-STATUS.
           SELECT DISCHARGE-REGISTER-FILE ASSIGN TO
               DYNAMIC WS-DISCHARGE-REG-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DISCHARGE-REG-STATUS.
           SELECT FISCAL-DAY-FILE ASSIGN TO DYNAMIC WS-FISCAL-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FISCAL-STATUS.
           SELECT TREND-REPORT-FILE ASSIGN TO DYNAMIC WS-TREND-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TREND-STATUS.
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
       FD  PATIENT-MASTER
           RECORD CONTAINS 60 CHARACTERS.
       01 PAT-RECORD.
          03 PAT-PATIENT-ID     PIC X(10).
          03 PAT-PATIENT-NAME   PIC X(30).
          03 PAT-ALLERGY-SCORE  PIC 9(5).
          03 PAT-LOCATION.
             05 PAT-NURSING-UNIT PIC X(6).
             05 PAT-ROOM         PIC X(5).
             05 PAT-BED          PIC X(2).
          03 FILLER             PIC X(2).

       FD  ALLERGEN-TABLE-FILE
           RECORD CONTAINS 19 CHARACTERS.
       01 ALG-RECORD.
          03 ALG-TYPE            PIC X(12).
          03 ALG-ACTIVE          PIC X.
          03 ALG-VAL             PIC 9(5).
          03 FILLER              PIC X.

      * SEV-CODE: M mild, S severe, A anaphylaxis.
       FD  SEVERITY-FILE
           RECORD CONTAINS 24 CHARACTERS.
       01 SEV-RECORD.
          03 SEV-PATIENT-ID     PIC X(10).
          03 SEV-ALLERGEN       PIC X(12).
          03 SEV-CODE           PIC X.
          03 FILLER             PIC X.

       FD  SCORE-HISTORY-FILE
           RECORD CONTAINS 62 CHARACTERS.
       01 HIST-RECORD.
          03 HIST-PATIENT-ID    PIC X(10).
          03 FILLER             PIC X(2).
          03 HIST-OLD-SCORE     PIC 9(5).
          03 FILLER             PIC X(2).
          03 HIST-NEW-SCORE     PIC 9(5).
          03 FILLER             PIC X(2).
          03 HIST-RUN-ID        PIC X(8).
          03 FILLER             PIC X(2).
          03 HIST-TIMESTAMP     PIC X(26).

       FD  LOCATION-HISTORY-FILE
           RECORD CONTAINS 78 CHARACTERS.
       01 LOC-RECORD.
          03 LOC-PATIENT-ID     PIC X(10).
          03 FILLER             PIC X(2).
          03 LOC-OLD-LOCATION   PIC X(13).
          03 FILLER             PIC X(2).
          03 LOC-NEW-LOCATION   PIC X(13).
          03 FILLER             PIC X(2).
          03 LOC-RUN-ID         PIC X(8).
          03 FILLER             PIC X(2).
          03 LOC-TIMESTAMP      PIC X(26).

      * Written by ALLERGIES' RECORD-DISCHARGE, one line per
      * discharge; the discharge date is the run date.
       FD  DISCHARGE-REGISTER-FILE
           RECORD CONTAINS 58 CHARACTERS.
       01 DRG-RECORD.
          03 DRG-PATIENT-ID     PIC X(10).
          03 FILLER             PIC X(2).
          03 DRG-DISCHARGE-DATE PIC X(8).
          03 FILLER             PIC X(2).
          03 DRG-RUN-ID         PIC X(8).
          03 FILLER             PIC X(2).
          03 DRG-TIMESTAMP      PIC X(26).

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

       FD  TREND-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01 TRD-LINE PIC X(132).

       FD  CONTROL-TOTAL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 CTL-LINE PIC X(80).

       COPY "suite-error-log-fd.cpy".
       COPY "table-capacity-fd.cpy".
       COPY "run-parms-fd.cpy".

       WORKING-STORAGE SECTION.
       01 WS-PATIENT-MST-DSN    PIC X(100) VALUE 'PATIENT-MASTER.DAT'.
       01 WS-ALLERGEN-TBL-DSN   PIC X(100)
          VALUE 'ALLERGEN-TABLE.DAT'.
       01 WS-SEVERITY-DSN       PIC X(100)
          VALUE 'ALLERGY-SEVERITY.DAT'.
       01 WS-SCORE-HIST-DSN     PIC X(100)
          VALUE 'ALLERGY-SCORE-HISTORY.DAT'.
       01 WS-LOCATION-HIST-DSN  PIC X(100)
          VALUE 'RESIDENT-LOCATION-HISTORY.DAT'.
       01 WS-DISCHARGE-REG-DSN  PIC X(100)
          VALUE 'RESIDENT-DISCHARGE-REGISTER.DAT'.
       01 WS-FISCAL-DSN         PIC X(100) VALUE 'FISCAL-DAY.DAT'.
       01 WS-TREND-DSN          PIC X(100)
          VALUE 'ALLERGEN-TREND.RPT'.
       01 WS-PATIENT-MST-STATUS PIC XX VALUE '00'.
       01 WS-ALLERGEN-TBL-STATUS PIC XX VALUE '00'.
       01 WS-SEVERITY-STATUS    PIC XX VALUE '00'.
       01 WS-SCORE-HIST-STATUS  PIC XX VALUE '00'.
       01 WS-LOCATION-HIST-STATUS PIC XX VALUE '00'.
       01 WS-DISCHARGE-REG-STATUS PIC XX VALUE '00'.
       01 WS-FISCAL-STATUS      PIC XX VALUE '00'.
       01 WS-TREND-STATUS       PIC XX VALUE '00'.
       01 WS-EOF-FLAG           PIC X VALUE 'N'.

       01 WS-CONTROL-TOTAL-DSN    PIC X(100)
          VALUE 'ALLERGEN-TREND-CONTROL-TOTALS.RPT'.
       01 WS-CONTROL-TOTAL-STATUS PIC XX VALUE '00'.
       01 WS-RESIDENTS-READ       PIC 9(6) VALUE 0.
       01 WS-HISTORY-READ         PIC 9(6) VALUE 0.
       01 WS-DISCHARGED-ADDED     PIC 9(6) VALUE 0.
       01 WS-DISCHARGES-READ      PIC 9(6) VALUE 0.
       01 WS-LOCATIONS-READ       PIC 9(6) VALUE 0.
       01 WS-DISCHARGED-LEFT-OUT  PIC 9(6) VALUE 0.
       01 WS-ALLERGENS-FLAGGED    PIC 9(6) VALUE 0.
       01 WS-CTL-COUNT-TXT        PIC ZZZZZ9.

       01 WS-ALERT-PCT          PIC 9(3) VALUE 25.
       01 WS-ALERT-TXT          PIC X(3) VALUE SPACES.
       01 WS-TREND-DATE         PIC 9(8) VALUE 0.
       01 WS-TREND-DATE-TXT     PIC X(8) VALUE SPACES.

      * The twelve period-ends before the run date, oldest first;
      * column 13 is tonight. Without a fiscal calendar the calendar
      * month-ends stand in, the same periods a CAL-policy calendar
      * would have carried.
       01 WS-COL-MAX            PIC 99 VALUE 13.
       01 WS-PE-MAX             PIC 99 VALUE 12.
       01 WS-PE-COUNT           PIC 99 VALUE 0.
       01 WS-PE-TABLE.
          03 WS-PE-DATE OCCURS 12 TIMES PIC 9(8).
       01 WS-PE-TEXT            PIC X(8).
       01 WS-PE-I               PIC 99.
       01 WS-COL                PIC 99.
       01 WS-MONTH-FIRST        PIC 9(8).
       01 WS-MONTH-INT          PIC 9(8) COMP.
       01 WS-CAL-USED           PIC X VALUE 'N'.

      * Every resident on the master now, plus anyone the score
      * history knows who has since been discharged - the year-ago
      * panel included them. Per column: the score in force and
      * where it came from (B last change on or before the date, A
      * before-image of the first change after it, blank not
      * determined yet); the latest discharge on or before the date;
      * and the latest score or location change on or before it - a
      * change after the discharge means the resident was back.
       01 WS-RES-MAX            PIC 9(4) VALUE 3000.
       01 WS-RES-COUNT          PIC 9(4) VALUE 0.
       01 WS-RES-FULL-LOGGED    PIC X VALUE 'N'.
       01 WS-RES-TABLE.
          03 WS-RES-ENTRY OCCURS 3000 TIMES INDEXED BY RS-IDX.
             05 RES-PATIENT-ID     PIC X(10).
             05 RES-ON-MASTER      PIC X.
             05 RES-CUR-SCORE      PIC 9(5).
             05 RES-COL OCCURS 12 TIMES.
                07 RES-COL-SCORE   PIC 9(5).
                07 RES-COL-STATE   PIC X.
                07 RES-COL-DISCH   PIC X(8).
                07 RES-COL-SEEN    PIC X(8).
       01 WS-RES-HIT            PIC X VALUE 'N'.
       01 WS-HIST-DATE          PIC X(8).
       01 WS-COL-SCORE          PIC 9(5).
       01 WS-COL-COUNTED        PIC X VALUE 'N'.

       01 WS-SEVERITY-MAX       PIC 9(4) VALUE 500.
       01 WS-SEVERITY-COUNT     PIC 9(4) VALUE 0.
       01 WS-SEVERITY-TABLE.
          03 WS-SEVERITY-ENTRY OCCURS 500 TIMES INDEXED BY V-IDX.
             05 SEV-T-PATIENT-ID   PIC X(10).
             05 SEV-T-ALLERGEN     PIC X(12).
             05 SEV-T-CODE         PIC X.
       01 WS-SEV-CODE           PIC X.
       01 WS-SEV-SLOT           PIC 9.

      * Counts per allergen per column, and per severity (1 mild,
      * 2 severe, 3 anaphylaxis) per column.
       01 WS-COUNT-TABLE.
          03 WS-CNT-ALG OCCURS 16 TIMES.
             05 CNT-COL OCCURS 13 TIMES PIC 9(5).
             05 CNT-SEV-COL OCCURS 13 TIMES.
                07 CNT-SEV OCCURS 3 TIMES PIC 9(5).
       01 WS-PANEL-COUNTS.
          03 PNL-COL OCCURS 13 TIMES PIC 9(5).
       01 WS-ALG-I              PIC 99.

      * Same doubled-bit table, ceiling and fallback as allergies.cob
      * - the decode here must agree with the program that wrote the
      * scores.
       01 TBL-SZ PIC 99 VALUE 0.
       01 WS-ALLERGEN-MAX-SIZE PIC 99 VALUE 16.
       01 WS-SCORE-CEILING PIC 9(5) VALUE 65536.
       01 ALLERGY-TABLE.
         03 CONTENTS OCCURS 16 TIMES INDEXED BY A-IDX.
            05 ALLERGY-TYPE   PIC X(12).
            05 IS-ALLERGIC    PIC X.
            05 ALLERGY-VAL    PIC 9(5).
            05 ALLERGY-ACTIVE PIC X VALUE 'Y'.
       01 WS-SCORE       PIC S9(5) COMP.

       01 WS-PCT-MOVE           PIC S9(5) VALUE 0.
       01 WS-PCT-TXT            PIC -(4)9.
       01 WS-TRD-ROW.
          03 TRR-LABEL          PIC X(12).
          03 FILLER             PIC X(1) VALUE SPACES.
          03 TRR-COL-TXT OCCURS 13 TIMES.
             05 FILLER          PIC X(1).
             05 TRR-COL         PIC ZZZZZ9.
          03 FILLER             PIC X(2) VALUE SPACES.
          03 TRR-PCT            PIC X(5).
          03 FILLER             PIC X(2) VALUE SPACES.
          03 TRR-FLAG           PIC X(7).
       01 WS-TRD-HEAD.
          03 TRH-LABEL          PIC X(12).
          03 FILLER             PIC X(1) VALUE SPACES.
          03 TRH-COL-TXT OCCURS 13 TIMES.
             05 FILLER          PIC X(1).
             05 TRH-COL         PIC X(6).
          03 FILLER             PIC X(2) VALUE SPACES.
          03 TRH-PCT            PIC X(5).
          03 FILLER             PIC X(2) VALUE SPACES.
          03 TRH-FLAG           PIC X(7).
       01 WS-SEV-ROW.
          03 SVR-LABEL          PIC X(12).
          03 FILLER             PIC X(2) VALUE SPACES.
          03 SVR-SEV-TXT OCCURS 3 TIMES.
             05 SVR-NOW         PIC ZZZZ9.
             05 FILLER          PIC X(1) VALUE SPACES.
             05 SVR-AGO         PIC ZZZZ9.
             05 FILLER          PIC X(3) VALUE SPACES.
       01 WS-SEV-HEAD.
          03 FILLER PIC X(14) VALUE 'ALLERGEN'.
          03 FILLER PIC X(14) VALUE 'MILD NOW  AGO'.
          03 FILLER PIC X(14) VALUE 'SEVR NOW  AGO'.
          03 FILLER PIC X(14) VALUE 'ANAP NOW  AGO'.

       COPY "suite-error-log-ws.cpy".
       COPY "table-capacity-ws.cpy".
       COPY "run-parms-ws.cpy".
       COPY "env-accept-ws.cpy".
       COPY "transaction-header.cpy".
       COPY "return-codes.cpy".
       COPY "env-switch-ws.cpy".

       PROCEDURE DIVISION.
       RUN-ALLERGEN-TREND SECTION.
           PERFORM READ-RUN-PARMS
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'ALLERGIES_PATIENT_MASTER_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-PATIENT-MST-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'ALLERGIES_ALLERGEN_TABLE_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-ALLERGEN-TBL-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'ALLERGIES_SEVERITY_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-SEVERITY-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'ALLERGIES_SCORE_HISTORY_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-SCORE-HIST-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'ALLERGIES_LOCATION_HISTORY_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-LOCATION-HIST-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'ALLERGIES_DISCHARGE_REGISTER_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-DISCHARGE-REG-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'FISCAL_CALENDAR_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-FISCAL-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'ALLERGEN_TREND_REPORT_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-TREND-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'ALLERGEN_TREND_ALERT_PCT'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-ALERT-TXT
           END-IF
           IF WS-ALERT-TXT NOT = SPACES
               AND WS-ALERT-TXT IS NUMERIC
               MOVE WS-ALERT-TXT TO WS-ALERT-PCT
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'ALLERGEN_TREND_CONTROL_TOTAL_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-CONTROL-TOTAL-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'SUITE_ERROR_LOG_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-SUITE-ERROR-LOG-DSN
           END-IF
           MOVE WS-PATIENT-MST-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-PATIENT-MST-DSN
           MOVE WS-SCORE-HIST-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-SCORE-HIST-DSN
           MOVE WS-LOCATION-HIST-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-LOCATION-HIST-DSN
           MOVE WS-DISCHARGE-REG-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-DISCHARGE-REG-DSN
           MOVE WS-TREND-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-TREND-DSN
           MOVE WS-CONTROL-TOTAL-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-CONTROL-TOTAL-DSN

           IF WS-RUN-DATE NOT = 0
               MOVE WS-RUN-DATE TO WS-TREND-DATE
           ELSE
               ACCEPT WS-TREND-DATE FROM DATE YYYYMMDD
           END-IF
           MOVE WS-TREND-DATE TO WS-TREND-DATE-TXT

           PERFORM LOAD-ALLERGEN-TABLE
           PERFORM LOAD-SEVERITY-TABLE
           PERFORM FIND-PERIOD-ENDS
           PERFORM LOAD-CURRENT-PANEL
           PERFORM APPLY-SCORE-HISTORY
           PERFORM APPLY-LOCATION-HISTORY
           PERFORM APPLY-DISCHARGE-REGISTER
           PERFORM COUNT-ALL-COLUMNS
           PERFORM WRITE-TREND-REPORT
           PERFORM WRITE-CONTROL-TOTALS

           SET RC-NORMAL TO TRUE
           IF WS-ALLERGENS-FLAGGED > 0
               OR WS-RES-FULL-LOGGED = 'Y'
               SET RC-WARNING TO TRUE
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
           PERFORM RECORD-TABLE-CAPACITY
           GOBACK.

      * Period-ends strictly before the run date, the latest twelve
      * kept; the calendar is in date order, so the buffer slides.
       FIND-PERIOD-ENDS SECTION.
           MOVE 0 TO WS-PE-COUNT
           OPEN INPUT FISCAL-DAY-FILE
           IF WS-FISCAL-STATUS = '00'
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ FISCAL-DAY-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           IF FDAY-DATE IS NUMERIC
                               AND FDAY-PERIOD-END = 'Y'
                               AND FDAY-DATE < WS-TREND-DATE
                               PERFORM KEEP-PERIOD-END
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FISCAL-DAY-FILE
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           IF WS-PE-COUNT < WS-PE-MAX
               PERFORM BUILD-CALENDAR-MONTH-ENDS
           END-IF
           EXIT.

       KEEP-PERIOD-END SECTION.
           IF WS-PE-COUNT < WS-PE-MAX
               ADD 1 TO WS-PE-COUNT
               MOVE FDAY-DATE TO WS-PE-DATE(WS-PE-COUNT)
           ELSE
               PERFORM VARYING WS-PE-I FROM 1 BY 1
                       UNTIL WS-PE-I >= WS-PE-MAX
                   MOVE WS-PE-DATE(WS-PE-I + 1) TO WS-PE-DATE(WS-PE-I)
               END-PERFORM
               MOVE FDAY-DATE TO WS-PE-DATE(WS-PE-MAX)
           END-IF
           EXIT.

      * Short calendar (or none): the twelve calendar month-ends
      * before the run date, worked back from the first of each
      * month.
       BUILD-CALENDAR-MONTH-ENDS SECTION.
           MOVE 'Y' TO WS-CAL-USED
           MOVE 12 TO WS-PE-COUNT
           MOVE WS-TREND-DATE TO WS-MONTH-FIRST
           MOVE '01' TO WS-MONTH-FIRST(7:2)
           PERFORM VARYING WS-PE-I FROM 12 BY -1 UNTIL WS-PE-I < 1
               COMPUTE WS-MONTH-INT =
                   FUNCTION INTEGER-OF-DATE(WS-MONTH-FIRST) - 1
               MOVE FUNCTION DATE-OF-INTEGER(WS-MONTH-INT)
                 TO WS-PE-DATE(WS-PE-I)
               MOVE WS-PE-DATE(WS-PE-I) TO WS-MONTH-FIRST
               MOVE '01' TO WS-MONTH-FIRST(7:2)
           END-PERFORM
           EXIT.

       LOAD-CURRENT-PANEL SECTION.
           MOVE 0 TO WS-RES-COUNT
           OPEN INPUT PATIENT-MASTER
           IF WS-PATIENT-MST-STATUS NOT = '00'
               GO TO LOAD-CURRENT-PANEL-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ PATIENT-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-RESIDENTS-READ
                       PERFORM ADD-RESIDENT-ENTRY
                       IF WS-RES-HIT = 'Y'
                           MOVE 'Y' TO RES-ON-MASTER(RS-IDX)
                           IF PAT-ALLERGY-SCORE IS NUMERIC
                               MOVE PAT-ALLERGY-SCORE
                                 TO RES-CUR-SCORE(RS-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PATIENT-MASTER
           MOVE 'N' TO WS-EOF-FLAG.
       LOAD-CURRENT-PANEL-EXIT.
           EXIT.

      * Adds PAT-PATIENT-ID as a fresh entry; WS-RES-HIT says whether
      * there was room, with RS-IDX on the new entry.
       ADD-RESIDENT-ENTRY SECTION.
           MOVE 'N' TO WS-RES-HIT
           IF WS-RES-COUNT >= WS-RES-MAX
               IF WS-RES-FULL-LOGGED = 'N'
                   MOVE 'Y' TO WS-RES-FULL-LOGGED
                   MOVE 'ALG-TREND' TO SERR-PROGRAM-ID
                   MOVE PAT-PATIENT-ID TO SERR-KEY-FIELD
                   MOVE 'RESIDENT TABLE FULL' TO SERR-REASON
                   MOVE 'TBL001' TO SERR-ERROR-CODE
                   PERFORM WRITE-SUITE-ERROR-LOG
               END-IF
               GO TO ADD-RESIDENT-ENTRY-EXIT
           END-IF
           ADD 1 TO WS-RES-COUNT
           SET RS-IDX TO WS-RES-COUNT
           MOVE PAT-PATIENT-ID TO RES-PATIENT-ID(RS-IDX)
           MOVE 'N' TO RES-ON-MASTER(RS-IDX)
           MOVE 0 TO RES-CUR-SCORE(RS-IDX)
           PERFORM VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > WS-PE-MAX
               MOVE 0 TO RES-COL-SCORE(RS-IDX, WS-COL)
               MOVE SPACE TO RES-COL-STATE(RS-IDX, WS-COL)
               MOVE SPACES TO RES-COL-DISCH(RS-IDX, WS-COL)
               MOVE SPACES TO RES-COL-SEEN(RS-IDX, WS-COL)
           END-PERFORM
           MOVE 'Y' TO WS-RES-HIT.
       ADD-RESIDENT-ENTRY-EXIT.
           EXIT.

      * The history is in the order the nightly runs wrote it, so for
      * each period-end the last change on or before it wins, and the
      * first change after it supplies the before-image.
       APPLY-SCORE-HISTORY SECTION.
           OPEN INPUT SCORE-HISTORY-FILE
           IF WS-SCORE-HIST-STATUS NOT = '00'
               GO TO APPLY-SCORE-HISTORY-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ SCORE-HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-HISTORY-READ
                       PERFORM APPLY-ONE-HISTORY-RECORD
               END-READ
           END-PERFORM
           CLOSE SCORE-HISTORY-FILE
           MOVE 'N' TO WS-EOF-FLAG.
       APPLY-SCORE-HISTORY-EXIT.
           EXIT.

       APPLY-ONE-HISTORY-RECORD SECTION.
           IF HIST-OLD-SCORE IS NOT NUMERIC
               OR HIST-NEW-SCORE IS NOT NUMERIC
               GO TO APPLY-ONE-HISTORY-RECORD-EXIT
           END-IF
           MOVE 'N' TO WS-RES-HIT
           PERFORM VARYING RS-IDX FROM 1 BY 1
                   UNTIL RS-IDX > WS-RES-COUNT
                   OR WS-RES-HIT = 'Y'
               IF RES-PATIENT-ID(RS-IDX) = HIST-PATIENT-ID
                   MOVE 'Y' TO WS-RES-HIT
               END-IF
           END-PERFORM
           IF WS-RES-HIT = 'Y'
               SET RS-IDX DOWN BY 1
           ELSE
               MOVE HIST-PATIENT-ID TO PAT-PATIENT-ID
               PERFORM ADD-RESIDENT-ENTRY
               IF WS-RES-HIT = 'N'
                   GO TO APPLY-ONE-HISTORY-RECORD-EXIT
               END-IF
               ADD 1 TO WS-DISCHARGED-ADDED
           END-IF
           MOVE HIST-TIMESTAMP(1:8) TO WS-HIST-DATE
           PERFORM VARYING WS-COL FROM 1 BY 1
                   UNTIL WS-COL > WS-PE-COUNT
               MOVE WS-PE-DATE(WS-COL) TO WS-PE-TEXT
               IF WS-HIST-DATE <= WS-PE-TEXT
                   MOVE HIST-NEW-SCORE TO RES-COL-SCORE(RS-IDX, WS-COL)
                   MOVE 'B' TO RES-COL-STATE(RS-IDX, WS-COL)
                   MOVE WS-HIST-DATE TO RES-COL-SEEN(RS-IDX, WS-COL)
               ELSE
                   IF RES-COL-STATE(RS-IDX, WS-COL) = SPACE
                       MOVE HIST-OLD-SCORE
                         TO RES-COL-SCORE(RS-IDX, WS-COL)
                       MOVE 'A' TO RES-COL-STATE(RS-IDX, WS-COL)
                   END-IF
               END-IF
           END-PERFORM.
       APPLY-ONE-HISTORY-RECORD-EXIT.
           EXIT.

      * A placement or room move is as good a sign as a score change
      * that the resident was here - re-admission writes one but no
      * score change. Residents the panel does not already know are
      * skipped; they would not be counted anyway.
       APPLY-LOCATION-HISTORY SECTION.
           OPEN INPUT LOCATION-HISTORY-FILE
           IF WS-LOCATION-HIST-STATUS NOT = '00'
               GO TO APPLY-LOCATION-HISTORY-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ LOCATION-HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-LOCATIONS-READ
                       MOVE LOC-PATIENT-ID TO PAT-PATIENT-ID
                       MOVE LOC-TIMESTAMP(1:8) TO WS-HIST-DATE
                       PERFORM FIND-RESIDENT-ENTRY
                       IF WS-RES-HIT = 'Y'
                           PERFORM MARK-RESIDENT-SEEN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOCATION-HISTORY-FILE
           MOVE 'N' TO WS-EOF-FLAG.
       APPLY-LOCATION-HISTORY-EXIT.
           EXIT.

      * A resident discharged more than once has a line per
      * discharge; each period-end keeps the latest on or before it.
       APPLY-DISCHARGE-REGISTER SECTION.
           OPEN INPUT DISCHARGE-REGISTER-FILE
           IF WS-DISCHARGE-REG-STATUS NOT = '00'
               GO TO APPLY-DISCHARGE-REGISTER-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ DISCHARGE-REGISTER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-DISCHARGES-READ
                       MOVE DRG-PATIENT-ID TO PAT-PATIENT-ID
                       PERFORM FIND-RESIDENT-ENTRY
                       IF WS-RES-HIT = 'Y'
                           AND DRG-DISCHARGE-DATE IS NUMERIC
                           PERFORM MARK-RESIDENT-DISCHARGED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DISCHARGE-REGISTER-FILE
           MOVE 'N' TO WS-EOF-FLAG.
       APPLY-DISCHARGE-REGISTER-EXIT.
           EXIT.

      * Finds PAT-PATIENT-ID on the panel without adding it;
      * WS-RES-HIT says whether it is there, with RS-IDX on it.
       FIND-RESIDENT-ENTRY SECTION.
           MOVE 'N' TO WS-RES-HIT
           PERFORM VARYING RS-IDX FROM 1 BY 1
                   UNTIL RS-IDX > WS-RES-COUNT
                   OR WS-RES-HIT = 'Y'
               IF RES-PATIENT-ID(RS-IDX) = PAT-PATIENT-ID
                   MOVE 'Y' TO WS-RES-HIT
               END-IF
           END-PERFORM
           IF WS-RES-HIT = 'Y'
               SET RS-IDX DOWN BY 1
           END-IF
           EXIT.

       MARK-RESIDENT-SEEN SECTION.
           PERFORM VARYING WS-COL FROM 1 BY 1
                   UNTIL WS-COL > WS-PE-COUNT
               MOVE WS-PE-DATE(WS-COL) TO WS-PE-TEXT
               IF WS-HIST-DATE <= WS-PE-TEXT
                   AND WS-HIST-DATE > RES-COL-SEEN(RS-IDX, WS-COL)
                   MOVE WS-HIST-DATE TO RES-COL-SEEN(RS-IDX, WS-COL)
               END-IF
           END-PERFORM
           EXIT.

       MARK-RESIDENT-DISCHARGED SECTION.
           PERFORM VARYING WS-COL FROM 1 BY 1
                   UNTIL WS-COL > WS-PE-COUNT
               MOVE WS-PE-DATE(WS-COL) TO WS-PE-TEXT
               IF DRG-DISCHARGE-DATE <= WS-PE-TEXT
                   AND DRG-DISCHARGE-DATE >
                       RES-COL-DISCH(RS-IDX, WS-COL)
                   MOVE DRG-DISCHARGE-DATE
                     TO RES-COL-DISCH(RS-IDX, WS-COL)
               END-IF
           END-PERFORM
           EXIT.

      * Column 13 is the master tonight. For a period-end a resident
      * counts when the history places a score on that date, or when
      * the resident is still on the master with no change since -
      * a discharged resident whose only changes came later is left
      * out, there being nothing to say they were here. Nor is a
      * resident discharged on or before the period-end counted,
      * unless a score or location change after that discharge shows
      * they had been re-admitted by then.
       COUNT-ALL-COLUMNS SECTION.
           INITIALIZE WS-COUNT-TABLE
           INITIALIZE WS-PANEL-COUNTS
           PERFORM VARYING RS-IDX FROM 1 BY 1
                   UNTIL RS-IDX > WS-RES-COUNT
               PERFORM VARYING WS-COL FROM 1 BY 1
                       UNTIL WS-COL > WS-COL-MAX
                   MOVE 'N' TO WS-COL-COUNTED
                   IF WS-COL = WS-COL-MAX
                       IF RES-ON-MASTER(RS-IDX) = 'Y'
                           MOVE RES-CUR-SCORE(RS-IDX) TO WS-COL-SCORE
                           MOVE 'Y' TO WS-COL-COUNTED
                       END-IF
                   ELSE
                       IF WS-COL <= WS-PE-COUNT
                           IF RES-COL-STATE(RS-IDX, WS-COL) = 'B'
                               OR (RES-COL-STATE(RS-IDX, WS-COL) = 'A'
                                   AND RES-ON-MASTER(RS-IDX) = 'Y')
                               MOVE RES-COL-SCORE(RS-IDX, WS-COL)
                                 TO WS-COL-SCORE
                               MOVE 'Y' TO WS-COL-COUNTED
                           ELSE
                               IF RES-ON-MASTER(RS-IDX) = 'Y'
                                   MOVE RES-CUR-SCORE(RS-IDX)
                                     TO WS-COL-SCORE
                                   MOVE 'Y' TO WS-COL-COUNTED
                               END-IF
                           END-IF
                       END-IF
                   END-IF
                   IF WS-COL-COUNTED = 'Y'
                       AND WS-COL <= WS-PE-COUNT
                       AND RES-COL-DISCH(RS-IDX, WS-COL) NOT = SPACES
                       AND RES-COL-SEEN(RS-IDX, WS-COL)
                           NOT > RES-COL-DISCH(RS-IDX, WS-COL)
                       MOVE 'N' TO WS-COL-COUNTED
                       ADD 1 TO WS-DISCHARGED-LEFT-OUT
                   END-IF
                   IF WS-COL-COUNTED = 'Y'
                       PERFORM COUNT-ONE-RESIDENT-COLUMN
                   END-IF
               END-PERFORM
           END-PERFORM
           EXIT.

       COUNT-ONE-RESIDENT-COLUMN SECTION.
           ADD 1 TO PNL-COL(WS-COL)
           MOVE WS-COL-SCORE TO WS-SCORE
           PERFORM INITIALIZE-TABLE
           PERFORM VARYING A-IDX FROM 1 BY 1 UNTIL A-IDX > TBL-SZ
               IF IS-ALLERGIC OF CONTENTS(A-IDX) = 'Y'
                   SET WS-ALG-I TO A-IDX
                   ADD 1 TO CNT-COL(WS-ALG-I, WS-COL)
                   PERFORM LOOKUP-SEVERITY
                   IF WS-SEV-SLOT > 0
                       ADD 1 TO CNT-SEV(WS-ALG-I, WS-COL, WS-SEV-SLOT)
                   END-IF
               END-IF
           END-PERFORM
           EXIT.

      * Severity is carried only as it stands today; a past column
      * counts today's severity letter against the allergen as it
      * was flagged then.
       LOOKUP-SEVERITY SECTION.
           MOVE 0 TO WS-SEV-SLOT
           MOVE SPACE TO WS-SEV-CODE
           PERFORM VARYING V-IDX FROM 1 BY 1
                   UNTIL V-IDX > WS-SEVERITY-COUNT
               IF SEV-T-PATIENT-ID(V-IDX) = RES-PATIENT-ID(RS-IDX)
                   AND SEV-T-ALLERGEN(V-IDX) =
                       ALLERGY-TYPE OF CONTENTS(A-IDX)
                   MOVE SEV-T-CODE(V-IDX) TO WS-SEV-CODE
               END-IF
           END-PERFORM
           EVALUATE WS-SEV-CODE
               WHEN 'M'
                   MOVE 1 TO WS-SEV-SLOT
               WHEN 'S'
                   MOVE 2 TO WS-SEV-SLOT
               WHEN 'A'
                   MOVE 3 TO WS-SEV-SLOT
           END-EVALUATE
           EXIT.

       WRITE-TREND-REPORT SECTION.
           OPEN OUTPUT TREND-REPORT-FILE
           MOVE WS-PARM-RUN-ID TO TRX-RUN-ID
           MOVE 'ALG-TRND' TO TRX-SOURCE-SYSTEM
           MOVE FUNCTION CURRENT-DATE TO TRX-TIMESTAMP
           MOVE TRX-HEADER TO TRD-LINE
           WRITE TRD-LINE
           MOVE SPACES TO TRD-LINE
           STRING 'ALLERGEN PREVALENCE TREND AS OF ' DELIMITED BY SIZE
                  WS-TREND-DATE-TXT DELIMITED BY SIZE
                  ' - RESIDENTS PER ALLERGEN AT EACH PERIOD-END'
                    DELIMITED BY SIZE
             INTO TRD-LINE
           WRITE TRD-LINE
           IF WS-CAL-USED = 'Y'
               MOVE 'FISCAL CALENDAR SHORT - CALENDAR MONTH-ENDS USED'
                 TO TRD-LINE
               WRITE TRD-LINE
           END-IF
           MOVE SPACES TO WS-TRD-HEAD
           MOVE 'ALLERGEN' TO TRH-LABEL
           PERFORM VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > WS-PE-MAX
               MOVE WS-PE-DATE(WS-COL) TO WS-PE-TEXT
               MOVE WS-PE-TEXT(1:6) TO TRH-COL(WS-COL)
           END-PERFORM
           MOVE '   NOW' TO TRH-COL(WS-COL-MAX)
           MOVE '  PCT' TO TRH-PCT
           MOVE 'FLAG' TO TRH-FLAG
           MOVE WS-TRD-HEAD TO TRD-LINE
           WRITE TRD-LINE
           MOVE ALL '-' TO TRD-LINE
           WRITE TRD-LINE
           PERFORM VARYING WS-ALG-I FROM 1 BY 1 UNTIL WS-ALG-I > TBL-SZ
               PERFORM WRITE-ONE-ALLERGEN-ROW
           END-PERFORM
           MOVE SPACES TO WS-TRD-ROW
           MOVE 'RESIDENTS' TO TRR-LABEL
           PERFORM VARYING WS-COL FROM 1 BY 1
                   UNTIL WS-COL > WS-COL-MAX
               MOVE PNL-COL(WS-COL) TO TRR-COL(WS-COL)
           END-PERFORM
           MOVE ALL '-' TO TRD-LINE
           WRITE TRD-LINE
           MOVE WS-TRD-ROW TO TRD-LINE
           WRITE TRD-LINE

           MOVE SPACES TO TRD-LINE
           WRITE TRD-LINE
           MOVE 'RESIDENTS PER SEVERITY - NOW AGAINST A YEAR AGO'
             TO TRD-LINE
           WRITE TRD-LINE
           MOVE WS-SEV-HEAD TO TRD-LINE
           WRITE TRD-LINE
           MOVE ALL '-' TO TRD-LINE
           WRITE TRD-LINE
           PERFORM VARYING WS-ALG-I FROM 1 BY 1 UNTIL WS-ALG-I > TBL-SZ
               MOVE SPACES TO WS-SEV-ROW
               MOVE ALLERGY-TYPE OF CONTENTS(WS-ALG-I) TO SVR-LABEL
               PERFORM VARYING WS-SEV-SLOT FROM 1 BY 1
                       UNTIL WS-SEV-SLOT > 3
                   MOVE CNT-SEV(WS-ALG-I, WS-COL-MAX, WS-SEV-SLOT)
                     TO SVR-NOW(WS-SEV-SLOT)
                   MOVE CNT-SEV(WS-ALG-I, 1, WS-SEV-SLOT)
                     TO SVR-AGO(WS-SEV-SLOT)
               END-PERFORM
               MOVE WS-SEV-ROW TO TRD-LINE
               WRITE TRD-LINE
           END-PERFORM
           CLOSE TREND-REPORT-FILE
           EXIT.

      * Movement is tonight against the oldest column - the same
      * period-end a year ago. An allergen from nothing to something
      * is flagged NEW.
       WRITE-ONE-ALLERGEN-ROW SECTION.
           MOVE SPACES TO WS-TRD-ROW
           MOVE ALLERGY-TYPE OF CONTENTS(WS-ALG-I) TO TRR-LABEL
           PERFORM VARYING WS-COL FROM 1 BY 1
                   UNTIL WS-COL > WS-COL-MAX
               MOVE CNT-COL(WS-ALG-I, WS-COL) TO TRR-COL(WS-COL)
           END-PERFORM
           IF CNT-COL(WS-ALG-I, 1) = 0
               IF CNT-COL(WS-ALG-I, WS-COL-MAX) > 0
                   MOVE '  NEW' TO TRR-PCT
                   MOVE 'MOVED' TO TRR-FLAG
                   ADD 1 TO WS-ALLERGENS-FLAGGED
               END-IF
           ELSE
               COMPUTE WS-PCT-MOVE ROUNDED =
                   (CNT-COL(WS-ALG-I, WS-COL-MAX)
                    - CNT-COL(WS-ALG-I, 1)) * 100
                   / CNT-COL(WS-ALG-I, 1)
               MOVE WS-PCT-MOVE TO WS-PCT-TXT
               MOVE WS-PCT-TXT TO TRR-PCT
               IF WS-PCT-MOVE > WS-ALERT-PCT
                   OR WS-PCT-MOVE < 0 - WS-ALERT-PCT
                   MOVE 'MOVED' TO TRR-FLAG
                   ADD 1 TO WS-ALLERGENS-FLAGGED
               END-IF
           END-IF
           MOVE WS-TRD-ROW TO TRD-LINE
           WRITE TRD-LINE
           EXIT.

       LOAD-SEVERITY-TABLE SECTION.
           MOVE 0 TO WS-SEVERITY-COUNT
           OPEN INPUT SEVERITY-FILE
           IF WS-SEVERITY-STATUS = '00'
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ SEVERITY-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           IF WS-SEVERITY-COUNT < WS-SEVERITY-MAX
                               ADD 1 TO WS-SEVERITY-COUNT
                               MOVE SEV-PATIENT-ID TO
                                 SEV-T-PATIENT-ID(WS-SEVERITY-COUNT)
                               MOVE SEV-ALLERGEN TO
                                 SEV-T-ALLERGEN(WS-SEVERITY-COUNT)
                               MOVE SEV-CODE TO
                                 SEV-T-CODE(WS-SEVERITY-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SEVERITY-FILE
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           EXIT.

       INITIALIZE-TABLE SECTION.
           COMPUTE WS-SCORE = FUNCTION MOD(WS-SCORE WS-SCORE-CEILING)
           PERFORM VARYING A-IDX FROM TBL-SZ BY -1 UNTIL A-IDX < 1
               IF  WS-SCORE NOT EQUAL 0 AND
                   ALLERGY-VAL OF CONTENTS(A-IDX) <= WS-SCORE
                   SUBTRACT ALLERGY-VAL OF CONTENTS(A-IDX) FROM WS-SCORE
                   IF ALLERGY-ACTIVE OF CONTENTS(A-IDX) = 'N'
                       MOVE 'N' TO IS-ALLERGIC OF CONTENTS(A-IDX)
                   ELSE
                       MOVE 'Y' TO IS-ALLERGIC OF CONTENTS(A-IDX)
                   END-IF
               ELSE
                   MOVE 'N' TO IS-ALLERGIC OF CONTENTS(A-IDX)
               END-IF
           END-PERFORM.
           EXIT.

      * Reads ALLERGEN-TABLE-FILE fresh at start; falls back to the
      * original 11-allergen table (all active) when the file is
      * missing or empty - same behavior as allergies.cob.
       LOAD-ALLERGEN-TABLE SECTION.
           MOVE 0 TO TBL-SZ
           OPEN INPUT ALLERGEN-TABLE-FILE
           IF WS-ALLERGEN-TBL-STATUS = '00'
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ ALLERGEN-TABLE-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           IF TBL-SZ >= WS-ALLERGEN-MAX-SIZE
                               CONTINUE
                           ELSE
                               ADD 1 TO TBL-SZ
                               MOVE ALG-TYPE
                                 TO ALLERGY-TYPE OF CONTENTS(TBL-SZ)
                               MOVE ALG-VAL
                                 TO ALLERGY-VAL OF CONTENTS(TBL-SZ)
                               MOVE ALG-ACTIVE
                                 TO ALLERGY-ACTIVE OF CONTENTS(TBL-SZ)
                               IF ALLERGY-ACTIVE OF CONTENTS(TBL-SZ)
                                   NOT = 'N'
                                   MOVE 'Y' TO
                                     ALLERGY-ACTIVE OF CONTENTS(TBL-SZ)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ALLERGEN-TABLE-FILE
           END-IF
           IF TBL-SZ = 0
               MOVE 'eggs        ' TO ALLERGY-TYPE OF CONTENTS(1)
               MOVE 1 TO ALLERGY-VAL OF CONTENTS(1)
               MOVE 'peanuts     ' TO ALLERGY-TYPE OF CONTENTS(2)
               MOVE 2 TO ALLERGY-VAL OF CONTENTS(2)
               MOVE 'shellfish   ' TO ALLERGY-TYPE OF CONTENTS(3)
               MOVE 4 TO ALLERGY-VAL OF CONTENTS(3)
               MOVE 'strawberries' TO ALLERGY-TYPE OF CONTENTS(4)
               MOVE 8 TO ALLERGY-VAL OF CONTENTS(4)
               MOVE 'tomatoes    ' TO ALLERGY-TYPE OF CONTENTS(5)
               MOVE 16 TO ALLERGY-VAL OF CONTENTS(5)
               MOVE 'chocolate   ' TO ALLERGY-TYPE OF CONTENTS(6)
               MOVE 32 TO ALLERGY-VAL OF CONTENTS(6)
               MOVE 'pollen      ' TO ALLERGY-TYPE OF CONTENTS(7)
               MOVE 64 TO ALLERGY-VAL OF CONTENTS(7)
               MOVE 'cats        ' TO ALLERGY-TYPE OF CONTENTS(8)
               MOVE 128 TO ALLERGY-VAL OF CONTENTS(8)
               MOVE 'dairy       ' TO ALLERGY-TYPE OF CONTENTS(9)
               MOVE 256 TO ALLERGY-VAL OF CONTENTS(9)
               MOVE 'gluten      ' TO ALLERGY-TYPE OF CONTENTS(10)
               MOVE 512 TO ALLERGY-VAL OF CONTENTS(10)
               MOVE 'sesame      ' TO ALLERGY-TYPE OF CONTENTS(11)
               MOVE 1024 TO ALLERGY-VAL OF CONTENTS(11)
               MOVE 11 TO TBL-SZ
               PERFORM VARYING A-IDX FROM 1 BY 1 UNTIL A-IDX > TBL-SZ
                   MOVE 'Y' TO ALLERGY-ACTIVE OF CONTENTS(A-IDX)
               END-PERFORM
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           EXIT.

      * Standard run-balancing control-total report so ops balances
      * this job the same way every other nightly batch job is
      * balanced.
       WRITE-CONTROL-TOTALS SECTION.
           OPEN OUTPUT CONTROL-TOTAL-FILE
           MOVE WS-PARM-RUN-ID TO TRX-RUN-ID
           MOVE 'ALG-TRND' TO TRX-SOURCE-SYSTEM
           MOVE FUNCTION CURRENT-DATE TO TRX-TIMESTAMP
           MOVE TRX-HEADER TO CTL-LINE
           WRITE CTL-LINE
           MOVE 'ALLERGEN TREND CONTROL TOTALS' TO CTL-LINE
           WRITE CTL-LINE
           MOVE ALL '-' TO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-RESIDENTS-READ TO WS-CTL-COUNT-TXT
           STRING 'RESIDENTS READ   : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-HISTORY-READ TO WS-CTL-COUNT-TXT
           STRING 'HISTORY READ     : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-DISCHARGED-ADDED TO WS-CTL-COUNT-TXT
           STRING 'HISTORY ONLY     : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-DISCHARGES-READ TO WS-CTL-COUNT-TXT
           STRING 'DISCHARGES READ  : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-DISCHARGED-LEFT-OUT TO WS-CTL-COUNT-TXT
           STRING 'DISCHARGED OUT   : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-ALLERGENS-FLAGGED TO WS-CTL-COUNT-TXT
           STRING 'ALLERGENS MOVED  : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           CLOSE CONTROL-TOTAL-FILE
           EXIT.

      * High-water marks of the in-memory tables for this run,
      * kept so TABLE-CAPACITY-REPORT can warn before a ceiling is
      * reached.
       RECORD-TABLE-CAPACITY SECTION.
           MOVE 'ALLERGEN-TREND' TO TCAP-PROGRAM-ID
           MOVE WS-PARM-RUN-ID TO TCAP-RUN-ID
           MOVE WS-RUN-DATE TO TCAP-RUN-DATE
           MOVE 'RES' TO TCAP-TABLE-NAME
           MOVE WS-RES-COUNT TO TCAP-PEAK
           MOVE WS-RES-MAX TO TCAP-CEILING
           PERFORM WRITE-TABLE-CAPACITY
           MOVE 'SEVERITY' TO TCAP-TABLE-NAME
           MOVE WS-SEVERITY-COUNT TO TCAP-PEAK
           MOVE WS-SEVERITY-MAX TO TCAP-CEILING
           PERFORM WRITE-TABLE-CAPACITY
           EXIT.

       COPY "suite-error-log-proc.cpy".
       COPY "run-parms-proc.cpy".
       COPY "env-switch-proc.cpy".
       COPY "table-capacity-proc.cpy".
