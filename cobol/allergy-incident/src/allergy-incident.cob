       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALLERGY-INCIDENT.
      * Allergic reaction and near-miss register. A reaction, or a
      * tray caught at the bedside carrying a blocked dish, used to go
      * on a paper form and nobody could say whether the system had
      * flagged it. Nursing now keys each incident onto the incident
      * transaction file - resident, meal, serve date, dish, allergen,
      * reaction or near-miss, reporting nurse - and this job looks
      * each one up against what the night's jobs actually produced
      * for that serve date: the blocked-meal report from MENU-CHECK,
      * the resident's tray ticket from TRAY-TICKET, the substitution
      * catalog, and the resident's score (as it stood that night,
      * from ALLERGY-SCORE-HISTORY.DAT) and severity on file. Each
      * incident gets a root cause - the ticket printed a substitute
      * or a hold, the report flagged the dish, the allergen was
      * never recorded, or the system missed the dish - and lands on
      * the permanent register. The listing closes with monthly
      * counts by cause across the whole register for the dietary
      * safety committee.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INCIDENT-FILE ASSIGN TO DYNAMIC WS-INCIDENT-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-INCIDENT-STATUS.
      * Every incident ever analyzed, with its cause - appended to,
      * never rewritten, so the committee's monthly counts are
      * rebuilt from the register rather than carried as totals.
           SELECT INCIDENT-REGISTER ASSIGN TO DYNAMIC WS-REGISTER-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.
           SELECT PATIENT-MASTER ASSIGN TO DYNAMIC WS-PATIENT-MST-DSN
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAT-PATIENT-ID
               FILE STATUS IS WS-PATIENT-MST-STATUS.
           SELECT BLOCKED-MEAL-FILE ASSIGN TO DYNAMIC WS-BLOCKED-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BLOCKED-STATUS.
           SELECT TICKET-FILE ASSIGN TO DYNAMIC WS-TICKET-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TICKET-STATUS.
           SELECT SUBSTITUTION-FILE ASSIGN TO
               DYNAMIC WS-SUBSTITUTION-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SUBSTITUTION-STATUS.
           SELECT SCORE-HISTORY-FILE ASSIGN TO
               DYNAMIC WS-SCORE-HIST-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SCORE-HIST-STATUS.
           SELECT SEVERITY-FILE ASSIGN TO DYNAMIC WS-SEVERITY-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SEVERITY-STATUS.
           SELECT ALLERGEN-TABLE-FILE ASSIGN TO
               DYNAMIC WS-ALLERGEN-TBL-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ALLERGEN-TBL-STATUS.
           SELECT ROOT-CAUSE-FILE ASSIGN TO DYNAMIC WS-ROOT-CAUSE-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ROOT-CAUSE-STATUS.
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
      * INC-TYPE: R reaction, N near-miss (caught before it was
      * eaten).
       FD  INCIDENT-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01 INC-RECORD.
          03 INC-PATIENT-ID     PIC X(10).
          03 INC-MEAL           PIC X(12).
          03 INC-SERVE-DATE     PIC 9(8).
          03 INC-DISH           PIC X(30).
          03 INC-ALLERGEN       PIC X(12).
          03 INC-TYPE           PIC X.
          03 INC-NURSE          PIC X(20).
          03 FILLER             PIC X(7).

      * REG-ON-FILE: allergen on the score in force that night.
      * REG-FLAGGED: dish listed against the resident on the
      * blocked-meal report. REG-TICKET: S substitute printed, H hold
      * printed, P dish printed as served, N not on the ticket, blank
      * no ticket for the serve date. REG-CATALOG: catalog carries an
      * alternate for the dish and allergen.
       FD  INCIDENT-REGISTER
           RECORD CONTAINS 161 CHARACTERS.
       01 REG-RECORD.
          03 REG-PATIENT-ID     PIC X(10).
          03 FILLER             PIC X(2).
          03 REG-MEAL           PIC X(12).
          03 FILLER             PIC X(2).
          03 REG-SERVE-DATE     PIC 9(8).
          03 FILLER             PIC X(2).
          03 REG-DISH           PIC X(30).
          03 FILLER             PIC X(2).
          03 REG-ALLERGEN       PIC X(12).
          03 FILLER             PIC X(2).
          03 REG-TYPE           PIC X.
          03 FILLER             PIC X(2).
          03 REG-NURSE          PIC X(20).
          03 FILLER             PIC X(2).
          03 REG-CAUSE          PIC X(12).
          03 FILLER             PIC X(2).
          03 REG-SCORE          PIC 9(5).
          03 FILLER             PIC X(2).
          03 REG-SEVERITY       PIC X.
          03 FILLER             PIC X(2).
          03 REG-ON-FILE        PIC X.
          03 REG-FLAGGED        PIC X.
          03 REG-TICKET         PIC X.
          03 REG-CATALOG        PIC X.
          03 FILLER             PIC X(2).
          03 REG-RUN-ID         PIC X(8).
          03 FILLER             PIC X(2).
          03 REG-TIMESTAMP      PIC X(14).

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

      * MENU-CHECK's printed layout: a SERVE DATE line opens each
      * date's group, detail lines carry meal, dish, allergen and the
      * comma-separated IDs of the residents blocked from the dish.
       FD  BLOCKED-MEAL-FILE
           RECORD CONTAINS 210 CHARACTERS.
       01 BLK-LINE.
          03 BLK-MEAL           PIC X(12).
          03 FILLER             PIC X(2).
          03 BLK-DISH           PIC X(30).
          03 FILLER             PIC X(2).
          03 BLK-ALLERGEN       PIC X(12).
          03 FILLER             PIC X(48).
          03 BLK-PATIENT-LIST   PIC X(100).
          03 FILLER             PIC X(4).
       01 BLK-DATE-LINE.
          03 BLK-DATE-TAG       PIC X(11).
          03 BLK-DATE           PIC X(8).
          03 FILLER             PIC X(191).

      * TRAY-TICKET's printed layout: the resident's ID opens each
      * ticket, MEAL: lines open each meal, dish lines carry the dish
      * served and the substitution or hold note.
       FD  TICKET-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01 TKT-LINE.
          03 TKT-PREFIX         PIC X(4).
          03 TKT-DISH           PIC X(30).
          03 FILLER             PIC X(2).
          03 TKT-NOTE           PIC X(60).
          03 FILLER             PIC X(4).
       01 TKT-ID-LINE.
          03 TKT-PATIENT-ID     PIC X(10).
          03 FILLER             PIC X(90).
       01 TKT-MEAL-LINE.
          03 TKT-MEAL-TAG       PIC X(6).
          03 TKT-MEAL           PIC X(12).
          03 FILLER             PIC X(82).
       01 TKT-TITLE-LINE.
          03 TKT-TITLE-TAG      PIC X(28).
          03 TKT-SERVE-DATE     PIC X(8).
          03 FILLER             PIC X(64).

       FD  SUBSTITUTION-FILE
           RECORD CONTAINS 72 CHARACTERS.
       01 SUB-RECORD.
          03 SUB-DISH            PIC X(30).
          03 SUB-ALLERGEN        PIC X(12).
          03 SUB-ALTERNATE       PIC X(30).

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

      * SEV-CODE: M mild, S severe, A anaphylaxis.
       FD  SEVERITY-FILE
           RECORD CONTAINS 24 CHARACTERS.
       01 SEV-RECORD.
          03 SEV-PATIENT-ID     PIC X(10).
          03 SEV-ALLERGEN       PIC X(12).
          03 SEV-CODE           PIC X.
          03 FILLER             PIC X.

       FD  ALLERGEN-TABLE-FILE
           RECORD CONTAINS 19 CHARACTERS.
       01 ALG-RECORD.
          03 ALG-TYPE            PIC X(12).
          03 ALG-ACTIVE          PIC X.
          03 ALG-VAL             PIC 9(5).
          03 FILLER              PIC X.

       FD  ROOT-CAUSE-FILE
           RECORD CONTAINS 160 CHARACTERS.
       01 RCA-LINE PIC X(160).

       FD  CONTROL-TOTAL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 CTL-LINE PIC X(80).

       COPY "suite-error-log-fd.cpy".
       COPY "table-capacity-fd.cpy".
       COPY "run-parms-fd.cpy".

       WORKING-STORAGE SECTION.
       01 WS-INCIDENT-DSN       PIC X(100)
          VALUE 'ALLERGY-INCIDENT-TRX.DAT'.
       01 WS-REGISTER-DSN       PIC X(100)
          VALUE 'ALLERGY-INCIDENT-REGISTER.DAT'.
       01 WS-PATIENT-MST-DSN    PIC X(100) VALUE 'PATIENT-MASTER.DAT'.
       01 WS-BLOCKED-DSN        PIC X(100) VALUE 'BLOCKED-MEALS.RPT'.
       01 WS-TICKET-DSN         PIC X(100) VALUE 'TRAY-TICKETS.RPT'.
       01 WS-SUBSTITUTION-DSN   PIC X(100)
          VALUE 'SUBSTITUTION-CATALOG.DAT'.
       01 WS-SCORE-HIST-DSN     PIC X(100)
          VALUE 'ALLERGY-SCORE-HISTORY.DAT'.
       01 WS-SEVERITY-DSN       PIC X(100)
          VALUE 'ALLERGY-SEVERITY.DAT'.
       01 WS-ALLERGEN-TBL-DSN   PIC X(100)
          VALUE 'ALLERGEN-TABLE.DAT'.
       01 WS-ROOT-CAUSE-DSN     PIC X(100)
          VALUE 'ALLERGY-INCIDENT-ROOT-CAUSE.RPT'.
       01 WS-INCIDENT-STATUS    PIC XX VALUE '00'.
       01 WS-REGISTER-STATUS    PIC XX VALUE '00'.
       01 WS-PATIENT-MST-STATUS PIC XX VALUE '00'.
       01 WS-BLOCKED-STATUS     PIC XX VALUE '00'.
       01 WS-TICKET-STATUS      PIC XX VALUE '00'.
       01 WS-SUBSTITUTION-STATUS PIC XX VALUE '00'.
       01 WS-SCORE-HIST-STATUS  PIC XX VALUE '00'.
       01 WS-SEVERITY-STATUS    PIC XX VALUE '00'.
       01 WS-ALLERGEN-TBL-STATUS PIC XX VALUE '00'.
       01 WS-ROOT-CAUSE-STATUS  PIC XX VALUE '00'.
       01 WS-EOF-FLAG           PIC X VALUE 'N'.
       01 WS-SCAN-EOF           PIC X VALUE 'N'.

       01 WS-CONTROL-TOTAL-DSN    PIC X(100)
          VALUE 'ALLERGY-INCIDENT-CONTROL-TOTALS.RPT'.
       01 WS-CONTROL-TOTAL-STATUS PIC XX VALUE '00'.
       01 WS-INCIDENTS-READ       PIC 9(6) VALUE 0.
       01 WS-INCIDENTS-REJECTED   PIC 9(6) VALUE 0.
       01 WS-INCIDENTS-REGISTERED PIC 9(6) VALUE 0.
       01 WS-INCIDENTS-MISSED     PIC 9(6) VALUE 0.
       01 WS-REGISTER-READ        PIC 9(6) VALUE 0.
       01 WS-CTL-COUNT-TXT        PIC ZZZZZ9.

      * Root causes, in the order the committee reads them: the
      * system did its job and the floor did not follow it, the
      * system flagged but the ticket did not show it, the system
      * never had the allergy, the system had the allergy and still
      * missed the dish, or the night's outputs are not on file.
       01 WS-CAUSE-VALUES.
          03 FILLER PIC X(12) VALUE 'SUB PRINTED '.
          03 FILLER PIC X(12) VALUE 'HOLD PRINTED'.
          03 FILLER PIC X(12) VALUE 'FLAGGED     '.
          03 FILLER PIC X(12) VALUE 'NOT RECORDED'.
          03 FILLER PIC X(12) VALUE 'MISSED      '.
          03 FILLER PIC X(12) VALUE 'NO OUTPUT   '.
       01 WS-CAUSE-TABLE REDEFINES WS-CAUSE-VALUES.
          03 WS-CAUSE-NAME OCCURS 6 TIMES PIC X(12).
       01 WS-CAUSE-MAX          PIC 9 VALUE 6.
       01 WS-CAUSE-I            PIC 9 VALUE 0.

      * Findings for the incident in hand.
       01 WS-INC-SCORE          PIC 9(5) VALUE 0.
       01 WS-INC-SEVERITY       PIC X VALUE SPACE.
       01 WS-INC-ON-FILE        PIC X VALUE 'N'.
       01 WS-INC-FLAGGED        PIC X VALUE 'N'.
       01 WS-INC-TICKET         PIC X VALUE SPACE.
       01 WS-INC-CATALOG        PIC X VALUE 'N'.
       01 WS-INC-CAUSE          PIC X(12) VALUE SPACES.
       01 WS-INC-FINDING        PIC X(44) VALUE SPACES.
       01 WS-INC-NAME           PIC X(30) VALUE SPACES.
       01 WS-REPORT-HAS-DATE    PIC X VALUE 'N'.
       01 WS-TICKET-HAS-DATE    PIC X VALUE 'N'.

      * Score in force that night: the last history record stamped on
      * or before the serve date; failing that, the before-image of
      * the first change after it; failing that, the master's score.
       01 WS-HIST-BEFORE-FOUND  PIC X VALUE 'N'.
       01 WS-HIST-AFTER-FOUND   PIC X VALUE 'N'.
       01 WS-HIST-BEFORE-SCORE  PIC 9(5) VALUE 0.
       01 WS-HIST-AFTER-SCORE   PIC 9(5) VALUE 0.

      * Blocked-report scan state.
       01 WS-BLK-CUR-DATE       PIC X(8) VALUE SPACES.
       01 WS-SERVE-DATE-TXT     PIC X(8) VALUE SPACES.
       01 WS-LIST-PROBE         PIC X(102) VALUE SPACES.
       01 WS-ID-PROBE           PIC X(12) VALUE SPACES.
       01 WS-ID-PROBE-LEN       PIC 99 VALUE 0.
       01 WS-ID-TALLY           PIC 9(4) VALUE 0.

      * Ticket scan state.
       01 WS-IN-TICKET          PIC X VALUE 'N'.
       01 WS-TKT-CUR-MEAL       PIC X(12) VALUE SPACES.
       01 WS-SUB-NOTE-PROBE     PIC X(60) VALUE SPACES.

       01 WS-SUB-MAX            PIC 9(3) VALUE 100.
       01 WS-SUB-COUNT          PIC 9(3) VALUE 0.
       01 WS-SUB-TABLE.
          03 WS-SUB-ENTRY OCCURS 100 TIMES INDEXED BY SB-IDX.
             05 SUB-T-DISH         PIC X(30).
             05 SUB-T-ALLERGEN     PIC X(12).

       01 WS-SEVERITY-MAX       PIC 9(4) VALUE 500.
       01 WS-SEVERITY-COUNT     PIC 9(4) VALUE 0.
       01 WS-SEVERITY-TABLE.
          03 WS-SEVERITY-ENTRY OCCURS 500 TIMES INDEXED BY V-IDX.
             05 SEV-T-PATIENT-ID   PIC X(10).
             05 SEV-T-ALLERGEN     PIC X(12).
             05 SEV-T-CODE         PIC X.

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

      * Month-by-cause counts rebuilt from the register each run,
      * sorted into month order before printing.
       01 WS-MONTH-MAX          PIC 99 VALUE 60.
       01 WS-MONTH-COUNT        PIC 99 VALUE 0.
       01 WS-MONTH-FULL-LOGGED  PIC X VALUE 'N'.
       01 WS-MONTH-TABLE.
          03 WS-MONTH-ENTRY OCCURS 60 TIMES INDEXED BY MO-IDX.
             05 MTH-YYYYMM         PIC 9(6).
             05 MTH-CAUSE-COUNT OCCURS 6 TIMES PIC 9(5).
             05 MTH-REACTIONS      PIC 9(5).
             05 MTH-NEAR-MISSES    PIC 9(5).
             05 MTH-TOTAL          PIC 9(5).
       01 WS-MONTH-SWAP.
          03 FILLER                PIC 9(6).
          03 FILLER                PIC 9(5) OCCURS 6 TIMES.
          03 FILLER                PIC 9(5).
          03 FILLER                PIC 9(5).
          03 FILLER                PIC 9(5).
       01 WS-REG-MONTH          PIC 9(6) VALUE 0.
       01 WS-MONTH-FOUND        PIC X VALUE 'N'.
       01 WS-MONTH-I            PIC 99.
       01 WS-MONTH-J            PIC 99.

       01 WS-RCA-HEADING.
          03 FILLER PIC X(22) VALUE 'PATIENT ID  SERVE DT  '.
          03 FILLER PIC X(14) VALUE 'MEAL'.
          03 FILLER PIC X(32) VALUE 'DISH'.
          03 FILLER PIC X(14) VALUE 'ALLERGEN'.
          03 FILLER PIC X(11) VALUE 'TYPE'.
          03 FILLER PIC X(3)  VALUE 'S'.
          03 FILLER PIC X(14) VALUE 'CAUSE'.
          03 FILLER PIC X(7)  VALUE 'FINDING'.
       01 WS-MTH-HEADING.
          03 FILLER PIC X(20) VALUE 'MONTH    SUB PRINTED'.
          03 FILLER PIC X(13) VALUE ' HOLD PRINTED'.
          03 FILLER PIC X(13) VALUE '      FLAGGED'.
          03 FILLER PIC X(13) VALUE ' NOT RECORDED'.
          03 FILLER PIC X(13) VALUE '       MISSED'.
          03 FILLER PIC X(13) VALUE '    NO OUTPUT'.
          03 FILLER PIC X(20) VALUE ' REACT   NEAR  TOTAL'.
       01 WS-RCA-DETAIL.
          03 RCD-PATIENT-ID     PIC X(10).
          03 FILLER             PIC X(2) VALUE SPACES.
          03 RCD-SERVE-DATE     PIC X(8).
          03 FILLER             PIC X(2) VALUE SPACES.
          03 RCD-MEAL           PIC X(12).
          03 FILLER             PIC X(2) VALUE SPACES.
          03 RCD-DISH           PIC X(30).
          03 FILLER             PIC X(2) VALUE SPACES.
          03 RCD-ALLERGEN       PIC X(12).
          03 FILLER             PIC X(2) VALUE SPACES.
          03 RCD-TYPE           PIC X(9).
          03 FILLER             PIC X(2) VALUE SPACES.
          03 RCD-SEVERITY       PIC X.
          03 FILLER             PIC X(2) VALUE SPACES.
          03 RCD-CAUSE          PIC X(12).
          03 FILLER             PIC X(2) VALUE SPACES.
          03 RCD-FINDING        PIC X(44).
       01 WS-RCA-NURSE-LINE.
          03 FILLER             PIC X(12) VALUE SPACES.
          03 FILLER             PIC X(12) VALUE 'REPORTED BY '.
          03 RCN-NURSE          PIC X(20).
          03 FILLER             PIC X(2) VALUE SPACES.
          03 RCN-NAME           PIC X(30).
          03 FILLER             PIC X(2) VALUE SPACES.
          03 FILLER             PIC X(7) VALUE 'SCORE: '.
          03 RCN-SCORE          PIC 9(5).
          03 FILLER             PIC X(2) VALUE SPACES.
          03 FILLER             PIC X(8) VALUE 'TICKET: '.
          03 RCN-TICKET         PIC X.
          03 FILLER             PIC X(2) VALUE SPACES.
          03 FILLER             PIC X(9) VALUE 'CATALOG: '.
          03 RCN-CATALOG        PIC X.
       01 WS-MTH-DETAIL.
          03 MTD-YYYYMM         PIC 9(6).
          03 FILLER             PIC X(2) VALUE SPACES.
          03 MTD-CAUSE-TXT OCCURS 6 TIMES.
             05 MTD-CAUSE-COUNT PIC ZZZZZZZZZZZ9.
             05 FILLER          PIC X(1).
          03 MTD-REACT-TXT      PIC ZZZZ9.
          03 FILLER             PIC X(2) VALUE SPACES.
          03 MTD-NEAR-TXT       PIC ZZZZ9.
          03 FILLER             PIC X(2) VALUE SPACES.
          03 MTD-TOTAL-TXT      PIC ZZZZ9.

       COPY "suite-error-log-ws.cpy".
       COPY "table-capacity-ws.cpy".
       COPY "run-parms-ws.cpy".
       COPY "env-accept-ws.cpy".
       COPY "transaction-header.cpy".
       COPY "return-codes.cpy".
       COPY "env-switch-ws.cpy".

       PROCEDURE DIVISION.
       RUN-ALLERGY-INCIDENT SECTION.
           PERFORM READ-RUN-PARMS
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'ALLERGY_INCIDENT_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-INCIDENT-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'ALLERGY_INCIDENT_REGISTER_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-REGISTER-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'ALLERGIES_PATIENT_MASTER_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-PATIENT-MST-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'MENU_CHECK_BLOCKED_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-BLOCKED-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'TRAY_TICKET_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-TICKET-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'MENU_CHECK_SUBSTITUTION_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-SUBSTITUTION-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'ALLERGIES_SCORE_HISTORY_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-SCORE-HIST-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'ALLERGIES_SEVERITY_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-SEVERITY-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'ALLERGIES_ALLERGEN_TABLE_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-ALLERGEN-TBL-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'ALLERGY_INCIDENT_REPORT_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-ROOT-CAUSE-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'ALLERGY_INCIDENT_CONTROL_TOTAL_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-CONTROL-TOTAL-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'SUITE_ERROR_LOG_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-SUITE-ERROR-LOG-DSN
           END-IF
           MOVE WS-INCIDENT-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-INCIDENT-DSN
           MOVE WS-REGISTER-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-REGISTER-DSN
           MOVE WS-PATIENT-MST-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-PATIENT-MST-DSN
           MOVE WS-BLOCKED-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-BLOCKED-DSN
           MOVE WS-TICKET-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-TICKET-DSN
           MOVE WS-SCORE-HIST-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-SCORE-HIST-DSN
           MOVE WS-ROOT-CAUSE-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-ROOT-CAUSE-DSN
           MOVE WS-CONTROL-TOTAL-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-CONTROL-TOTAL-DSN

           PERFORM LOAD-ALLERGEN-TABLE
           PERFORM LOAD-SUBSTITUTION-TABLE
           PERFORM LOAD-SEVERITY-TABLE

           OPEN OUTPUT ROOT-CAUSE-FILE
           MOVE WS-PARM-RUN-ID TO TRX-RUN-ID
           MOVE 'ALG-INC' TO TRX-SOURCE-SYSTEM
           MOVE FUNCTION CURRENT-DATE TO TRX-TIMESTAMP
           MOVE TRX-HEADER TO RCA-LINE
           WRITE RCA-LINE
           MOVE 'ALLERGY INCIDENT ROOT-CAUSE LISTING' TO RCA-LINE
           WRITE RCA-LINE
           MOVE WS-RCA-HEADING TO RCA-LINE
           WRITE RCA-LINE
           MOVE ALL '-' TO RCA-LINE
           WRITE RCA-LINE

           OPEN INPUT PATIENT-MASTER
           OPEN INPUT INCIDENT-FILE
           IF WS-INCIDENT-STATUS = '00'
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ INCIDENT-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-INCIDENTS-READ
                           PERFORM PROCESS-INCIDENT
                   END-READ
               END-PERFORM
               CLOSE INCIDENT-FILE
           END-IF
           CLOSE PATIENT-MASTER
           IF WS-INCIDENTS-REGISTERED = 0
               MOVE 'NO NEW INCIDENTS THIS RUN' TO RCA-LINE
               WRITE RCA-LINE
           END-IF

           PERFORM BUILD-MONTHLY-COUNTS
           PERFORM WRITE-MONTHLY-COUNTS
           CLOSE ROOT-CAUSE-FILE
           PERFORM WRITE-CONTROL-TOTALS

           SET RC-NORMAL TO TRUE
           IF WS-INCIDENTS-REJECTED > 0
               OR WS-INCIDENTS-MISSED > 0
               SET RC-WARNING TO TRUE
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
           PERFORM RECORD-TABLE-CAPACITY
           GOBACK.

      * One incident: validate, gather the findings, decide the
      * cause, register it and list it.
       PROCESS-INCIDENT SECTION.
           IF INC-PATIENT-ID = SPACES
               OR INC-SERVE-DATE IS NOT NUMERIC
               OR INC-DISH = SPACES
               OR INC-ALLERGEN = SPACES
               OR (INC-TYPE NOT = 'R' AND INC-TYPE NOT = 'N')
               ADD 1 TO WS-INCIDENTS-REJECTED
               MOVE 'ALLERGY-INC' TO SERR-PROGRAM-ID
               MOVE INC-PATIENT-ID TO SERR-KEY-FIELD
               MOVE 'INCIDENT RECORD MALFORMED' TO SERR-REASON
               MOVE 'TXN001' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               GO TO PROCESS-INCIDENT-EXIT
           END-IF
           MOVE INC-SERVE-DATE TO WS-SERVE-DATE-TXT
           MOVE SPACES TO WS-INC-NAME
           MOVE 0 TO WS-INC-SCORE
           MOVE INC-PATIENT-ID TO PAT-PATIENT-ID
           READ PATIENT-MASTER
               INVALID KEY
                   MOVE '(NOT ON MASTER)' TO WS-INC-NAME
               NOT INVALID KEY
                   MOVE PAT-PATIENT-NAME TO WS-INC-NAME
                   MOVE PAT-ALLERGY-SCORE TO WS-INC-SCORE
           END-READ
           PERFORM FIND-SCORE-AT-SERVE-DATE
           PERFORM CHECK-SCORE-ON-FILE
           PERFORM LOOKUP-SEVERITY
           PERFORM LOOKUP-CATALOG
           PERFORM SCAN-BLOCKED-REPORT
           PERFORM SCAN-TRAY-TICKETS
           PERFORM DECIDE-ROOT-CAUSE
           PERFORM WRITE-REGISTER-RECORD
           PERFORM WRITE-INCIDENT-LINES.
       PROCESS-INCIDENT-EXIT.
           EXIT.

       FIND-SCORE-AT-SERVE-DATE SECTION.
           MOVE 'N' TO WS-HIST-BEFORE-FOUND
           MOVE 'N' TO WS-HIST-AFTER-FOUND
           OPEN INPUT SCORE-HISTORY-FILE
           IF WS-SCORE-HIST-STATUS NOT = '00'
               GO TO FIND-SCORE-AT-SERVE-DATE-EXIT
           END-IF
           MOVE 'N' TO WS-SCAN-EOF
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ SCORE-HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       IF HIST-PATIENT-ID = INC-PATIENT-ID
                           IF HIST-TIMESTAMP(1:8) <= WS-SERVE-DATE-TXT
                               MOVE 'Y' TO WS-HIST-BEFORE-FOUND
                               MOVE HIST-NEW-SCORE
                                 TO WS-HIST-BEFORE-SCORE
                           ELSE
                               IF WS-HIST-AFTER-FOUND = 'N'
                                   MOVE 'Y' TO WS-HIST-AFTER-FOUND
                                   MOVE HIST-OLD-SCORE
                                     TO WS-HIST-AFTER-SCORE
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SCORE-HISTORY-FILE
           IF WS-HIST-BEFORE-FOUND = 'Y'
               MOVE WS-HIST-BEFORE-SCORE TO WS-INC-SCORE
           ELSE
               IF WS-HIST-AFTER-FOUND = 'Y'
                   MOVE WS-HIST-AFTER-SCORE TO WS-INC-SCORE
               END-IF
           END-IF.
       FIND-SCORE-AT-SERVE-DATE-EXIT.
           EXIT.

      * The night's score through the elimination pass - was the
      * incident's allergen on file for the resident at the time?
       CHECK-SCORE-ON-FILE SECTION.
           MOVE 'N' TO WS-INC-ON-FILE
           IF WS-INC-SCORE IS NUMERIC
               MOVE WS-INC-SCORE TO WS-SCORE
           ELSE
               MOVE 0 TO WS-SCORE
           END-IF
           PERFORM INITIALIZE-TABLE
           PERFORM VARYING A-IDX FROM 1 BY 1 UNTIL A-IDX > TBL-SZ
               IF ALLERGY-TYPE OF CONTENTS(A-IDX) = INC-ALLERGEN
                   AND IS-ALLERGIC OF CONTENTS(A-IDX) = 'Y'
                   MOVE 'Y' TO WS-INC-ON-FILE
               END-IF
           END-PERFORM
           EXIT.

       LOOKUP-SEVERITY SECTION.
           MOVE SPACE TO WS-INC-SEVERITY
           PERFORM VARYING V-IDX FROM 1 BY 1
                   UNTIL V-IDX > WS-SEVERITY-COUNT
               IF SEV-T-PATIENT-ID(V-IDX) = INC-PATIENT-ID
                   AND SEV-T-ALLERGEN(V-IDX) = INC-ALLERGEN
                   MOVE SEV-T-CODE(V-IDX) TO WS-INC-SEVERITY
               END-IF
           END-PERFORM
           EXIT.

       LOOKUP-CATALOG SECTION.
           MOVE 'N' TO WS-INC-CATALOG
           PERFORM VARYING SB-IDX FROM 1 BY 1
                   UNTIL SB-IDX > WS-SUB-COUNT
               IF SUB-T-DISH(SB-IDX) = INC-DISH
                   AND SUB-T-ALLERGEN(SB-IDX) = INC-ALLERGEN
                   MOVE 'Y' TO WS-INC-CATALOG
               END-IF
           END-PERFORM
           EXIT.

      * Was the dish listed against this resident on the serve date's
      * blocked-meal report, for any allergen or diet code? The ID is
      * matched between commas so one ID never matches inside
      * another.
       SCAN-BLOCKED-REPORT SECTION.
           MOVE 'N' TO WS-INC-FLAGGED
           MOVE 'N' TO WS-REPORT-HAS-DATE
           MOVE SPACES TO WS-BLK-CUR-DATE
           MOVE SPACES TO WS-ID-PROBE
           STRING ',' DELIMITED BY SIZE
                  FUNCTION TRIM(INC-PATIENT-ID) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
             INTO WS-ID-PROBE
           COMPUTE WS-ID-PROBE-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(INC-PATIENT-ID)) + 2
           OPEN INPUT BLOCKED-MEAL-FILE
           IF WS-BLOCKED-STATUS NOT = '00'
               GO TO SCAN-BLOCKED-REPORT-EXIT
           END-IF
           MOVE 'N' TO WS-SCAN-EOF
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ BLOCKED-MEAL-FILE
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       IF BLK-DATE-TAG = 'SERVE DATE '
                           MOVE BLK-DATE TO WS-BLK-CUR-DATE
                           IF BLK-DATE = WS-SERVE-DATE-TXT
                               MOVE 'Y' TO WS-REPORT-HAS-DATE
                           END-IF
                       ELSE
                           IF WS-BLK-CUR-DATE = WS-SERVE-DATE-TXT
                               AND BLK-MEAL = INC-MEAL
                               AND BLK-DISH = INC-DISH
                               PERFORM CHECK-BLOCKED-LIST
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BLOCKED-MEAL-FILE.
       SCAN-BLOCKED-REPORT-EXIT.
           EXIT.

       CHECK-BLOCKED-LIST SECTION.
           MOVE SPACES TO WS-LIST-PROBE
           STRING ',' DELIMITED BY SIZE
                  FUNCTION TRIM(BLK-PATIENT-LIST) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
             INTO WS-LIST-PROBE
           MOVE 0 TO WS-ID-TALLY
           INSPECT WS-LIST-PROBE TALLYING WS-ID-TALLY
               FOR ALL WS-ID-PROBE(1:WS-ID-PROBE-LEN)
           IF WS-ID-TALLY > 0
               MOVE 'Y' TO WS-INC-FLAGGED
           END-IF
           EXIT.

      * What the resident's tray ticket said about the dish. The
      * ticket file holds one serve date; an incident on any other
      * date has no ticket to check.
       SCAN-TRAY-TICKETS SECTION.
           MOVE SPACE TO WS-INC-TICKET
           MOVE 'N' TO WS-TICKET-HAS-DATE
           MOVE 'N' TO WS-IN-TICKET
           MOVE SPACES TO WS-TKT-CUR-MEAL
           MOVE SPACES TO WS-SUB-NOTE-PROBE
           STRING 'SUBSTITUTED FOR ' DELIMITED BY SIZE
                  FUNCTION TRIM(INC-DISH) DELIMITED BY SIZE
                  ' - ' DELIMITED BY SIZE
             INTO WS-SUB-NOTE-PROBE
           OPEN INPUT TICKET-FILE
           IF WS-TICKET-STATUS NOT = '00'
               GO TO SCAN-TRAY-TICKETS-EXIT
           END-IF
           MOVE 'N' TO WS-SCAN-EOF
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ TICKET-FILE
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       PERFORM CHECK-ONE-TICKET-LINE
               END-READ
           END-PERFORM
           CLOSE TICKET-FILE
           IF WS-TICKET-HAS-DATE = 'Y'
               AND WS-INC-TICKET = SPACE
               MOVE 'N' TO WS-INC-TICKET
           END-IF.
       SCAN-TRAY-TICKETS-EXIT.
           EXIT.

       CHECK-ONE-TICKET-LINE SECTION.
           IF TKT-TITLE-TAG = 'TRAY TICKETS FOR SERVE DATE '
               IF TKT-SERVE-DATE = WS-SERVE-DATE-TXT
                   MOVE 'Y' TO WS-TICKET-HAS-DATE
               END-IF
               GO TO CHECK-ONE-TICKET-LINE-EXIT
           END-IF
           IF WS-TICKET-HAS-DATE = 'N'
               GO TO CHECK-ONE-TICKET-LINE-EXIT
           END-IF
           IF TKT-LINE(1:10) = ALL '='
               OR TKT-LINE(1:10) = ALL '*'
               MOVE 'N' TO WS-IN-TICKET
               GO TO CHECK-ONE-TICKET-LINE-EXIT
           END-IF
           IF TKT-PATIENT-ID = INC-PATIENT-ID
               MOVE 'Y' TO WS-IN-TICKET
               MOVE SPACES TO WS-TKT-CUR-MEAL
               GO TO CHECK-ONE-TICKET-LINE-EXIT
           END-IF
           IF WS-IN-TICKET = 'N'
               GO TO CHECK-ONE-TICKET-LINE-EXIT
           END-IF
           IF TKT-MEAL-TAG = 'MEAL: '
               MOVE TKT-MEAL TO WS-TKT-CUR-MEAL
               GO TO CHECK-ONE-TICKET-LINE-EXIT
           END-IF
           IF WS-TKT-CUR-MEAL NOT = INC-MEAL
               GO TO CHECK-ONE-TICKET-LINE-EXIT
           END-IF
           IF TKT-NOTE(1:FUNCTION LENGTH(FUNCTION TRIM(
                   WS-SUB-NOTE-PROBE TRAILING)) + 1)
               = WS-SUB-NOTE-PROBE(1:FUNCTION LENGTH(FUNCTION TRIM(
                   WS-SUB-NOTE-PROBE TRAILING)) + 1)
               MOVE 'S' TO WS-INC-TICKET
               GO TO CHECK-ONE-TICKET-LINE-EXIT
           END-IF
           IF TKT-DISH = INC-DISH
               IF TKT-NOTE(1:12) = '** BLOCKED -'
                   MOVE 'H' TO WS-INC-TICKET
               ELSE
                   IF WS-INC-TICKET = SPACE
                       MOVE 'P' TO WS-INC-TICKET
                   END-IF
               END-IF
           END-IF.
       CHECK-ONE-TICKET-LINE-EXIT.
           EXIT.

      * The ticket is what went to the bedside, so it speaks first;
      * then the blocked-meal report; then whether the allergy was
      * on file at all.
       DECIDE-ROOT-CAUSE SECTION.
           EVALUATE TRUE
               WHEN WS-INC-TICKET = 'S'
                   MOVE WS-CAUSE-NAME(1) TO WS-INC-CAUSE
                   MOVE 'TICKET PRINTED SUBSTITUTE - NOT FOLLOWED'
                     TO WS-INC-FINDING
               WHEN WS-INC-TICKET = 'H'
                   MOVE WS-CAUSE-NAME(2) TO WS-INC-CAUSE
                   MOVE 'TICKET PRINTED HOLD TRAY - NOT FOLLOWED'
                     TO WS-INC-FINDING
               WHEN WS-INC-FLAGGED = 'Y'
                   MOVE WS-CAUSE-NAME(3) TO WS-INC-CAUSE
                   IF WS-INC-TICKET = 'P'
                       MOVE 'ON BLOCKED REPORT - TICKET SERVED DISH'
                         TO WS-INC-FINDING
                   ELSE
                       MOVE 'ON BLOCKED REPORT - NO TICKET TO CHECK'
                         TO WS-INC-FINDING
                   END-IF
               WHEN WS-REPORT-HAS-DATE = 'N'
                   AND WS-TICKET-HAS-DATE = 'N'
                   MOVE WS-CAUSE-NAME(6) TO WS-INC-CAUSE
                   MOVE 'NO REPORT OR TICKET ON FILE FOR SERVE DATE'
                     TO WS-INC-FINDING
               WHEN WS-INC-ON-FILE = 'N'
                   MOVE WS-CAUSE-NAME(4) TO WS-INC-CAUSE
                   MOVE 'MISSED - ALLERGEN NOT ON SCORE THAT NIGHT'
                     TO WS-INC-FINDING
               WHEN OTHER
                   MOVE WS-CAUSE-NAME(5) TO WS-INC-CAUSE
                   MOVE 'MISSED - ALLERGEN ON FILE, DISH NOT FLAGGED'
                     TO WS-INC-FINDING
           END-EVALUATE
           IF WS-INC-CAUSE = WS-CAUSE-NAME(4)
               OR WS-INC-CAUSE = WS-CAUSE-NAME(5)
               ADD 1 TO WS-INCIDENTS-MISSED
               MOVE 'ALLERGY-INC' TO SERR-PROGRAM-ID
               MOVE INC-PATIENT-ID TO SERR-KEY-FIELD
               MOVE 'INCIDENT NOT FLAGGED BY SYSTEM' TO SERR-REASON
               MOVE 'CLN001' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
           END-IF
           EXIT.

       WRITE-REGISTER-RECORD SECTION.
           MOVE SPACES TO REG-RECORD
           MOVE INC-PATIENT-ID TO REG-PATIENT-ID
           MOVE INC-MEAL TO REG-MEAL
           MOVE INC-SERVE-DATE TO REG-SERVE-DATE
           MOVE INC-DISH TO REG-DISH
           MOVE INC-ALLERGEN TO REG-ALLERGEN
           MOVE INC-TYPE TO REG-TYPE
           MOVE INC-NURSE TO REG-NURSE
           MOVE WS-INC-CAUSE TO REG-CAUSE
           MOVE WS-INC-SCORE TO REG-SCORE
           MOVE WS-INC-SEVERITY TO REG-SEVERITY
           MOVE WS-INC-ON-FILE TO REG-ON-FILE
           MOVE WS-INC-FLAGGED TO REG-FLAGGED
           MOVE WS-INC-TICKET TO REG-TICKET
           MOVE WS-INC-CATALOG TO REG-CATALOG
           MOVE WS-PARM-RUN-ID TO REG-RUN-ID
           MOVE FUNCTION CURRENT-DATE(1:14) TO REG-TIMESTAMP
           OPEN EXTEND INCIDENT-REGISTER
           IF WS-REGISTER-STATUS NOT = '00'
               OPEN OUTPUT INCIDENT-REGISTER
           END-IF
           WRITE REG-RECORD
           CLOSE INCIDENT-REGISTER
           ADD 1 TO WS-INCIDENTS-REGISTERED
           EXIT.

       WRITE-INCIDENT-LINES SECTION.
           MOVE SPACES TO WS-RCA-DETAIL
           MOVE INC-PATIENT-ID TO RCD-PATIENT-ID
           MOVE WS-SERVE-DATE-TXT TO RCD-SERVE-DATE
           MOVE INC-MEAL TO RCD-MEAL
           MOVE INC-DISH TO RCD-DISH
           MOVE INC-ALLERGEN TO RCD-ALLERGEN
           IF INC-TYPE = 'R'
               MOVE 'REACTION' TO RCD-TYPE
           ELSE
               MOVE 'NEAR-MISS' TO RCD-TYPE
           END-IF
           MOVE WS-INC-SEVERITY TO RCD-SEVERITY
           MOVE WS-INC-CAUSE TO RCD-CAUSE
           MOVE WS-INC-FINDING TO RCD-FINDING
           MOVE WS-RCA-DETAIL TO RCA-LINE
           WRITE RCA-LINE
           MOVE INC-NURSE TO RCN-NURSE
           MOVE WS-INC-NAME TO RCN-NAME
           MOVE WS-INC-SCORE TO RCN-SCORE
           IF WS-INC-TICKET = SPACE
               MOVE '-' TO RCN-TICKET
           ELSE
               MOVE WS-INC-TICKET TO RCN-TICKET
           END-IF
           MOVE WS-INC-CATALOG TO RCN-CATALOG
           MOVE WS-RCA-NURSE-LINE TO RCA-LINE
           WRITE RCA-LINE
           EXIT.

      * Month-by-cause counts over the whole register, tonight's
      * incidents included. A month past the table ceiling is
      * logged once and left off the committee listing.
       BUILD-MONTHLY-COUNTS SECTION.
           MOVE 0 TO WS-MONTH-COUNT
           OPEN INPUT INCIDENT-REGISTER
           IF WS-REGISTER-STATUS NOT = '00'
               GO TO BUILD-MONTHLY-COUNTS-EXIT
           END-IF
           MOVE 'N' TO WS-SCAN-EOF
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ INCIDENT-REGISTER
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       ADD 1 TO WS-REGISTER-READ
                       PERFORM COUNT-REGISTER-RECORD
               END-READ
           END-PERFORM
           CLOSE INCIDENT-REGISTER
           PERFORM VARYING WS-MONTH-I FROM 1 BY 1
                   UNTIL WS-MONTH-I > WS-MONTH-COUNT
               PERFORM VARYING WS-MONTH-J FROM WS-MONTH-I BY 1
                       UNTIL WS-MONTH-J > WS-MONTH-COUNT
                   IF MTH-YYYYMM(WS-MONTH-J) < MTH-YYYYMM(WS-MONTH-I)
                       MOVE WS-MONTH-ENTRY(WS-MONTH-I)
                         TO WS-MONTH-SWAP
                       MOVE WS-MONTH-ENTRY(WS-MONTH-J)
                         TO WS-MONTH-ENTRY(WS-MONTH-I)
                       MOVE WS-MONTH-SWAP
                         TO WS-MONTH-ENTRY(WS-MONTH-J)
                   END-IF
               END-PERFORM
           END-PERFORM.
       BUILD-MONTHLY-COUNTS-EXIT.
           EXIT.

       COUNT-REGISTER-RECORD SECTION.
           IF REG-SERVE-DATE IS NOT NUMERIC
               GO TO COUNT-REGISTER-RECORD-EXIT
           END-IF
           MOVE REG-SERVE-DATE(1:6) TO WS-REG-MONTH
           MOVE 'N' TO WS-MONTH-FOUND
           PERFORM VARYING MO-IDX FROM 1 BY 1
                   UNTIL MO-IDX > WS-MONTH-COUNT
                   OR WS-MONTH-FOUND = 'Y'
               IF MTH-YYYYMM(MO-IDX) = WS-REG-MONTH
                   MOVE 'Y' TO WS-MONTH-FOUND
               END-IF
           END-PERFORM
           IF WS-MONTH-FOUND = 'Y'
               SET MO-IDX DOWN BY 1
           ELSE
               IF WS-MONTH-COUNT >= WS-MONTH-MAX
                   IF WS-MONTH-FULL-LOGGED = 'N'
                       MOVE 'Y' TO WS-MONTH-FULL-LOGGED
                       MOVE 'ALLERGY-INC' TO SERR-PROGRAM-ID
                       MOVE REG-SERVE-DATE TO SERR-KEY-FIELD
                       MOVE 'MONTH TABLE FULL - NOT COUNTED'
                         TO SERR-REASON
                       MOVE 'TBL001' TO SERR-ERROR-CODE
                       PERFORM WRITE-SUITE-ERROR-LOG
                   END-IF
                   GO TO COUNT-REGISTER-RECORD-EXIT
               END-IF
               ADD 1 TO WS-MONTH-COUNT
               SET MO-IDX TO WS-MONTH-COUNT
               MOVE WS-REG-MONTH TO MTH-YYYYMM(MO-IDX)
               PERFORM VARYING WS-CAUSE-I FROM 1 BY 1
                       UNTIL WS-CAUSE-I > WS-CAUSE-MAX
                   MOVE 0 TO MTH-CAUSE-COUNT(MO-IDX, WS-CAUSE-I)
               END-PERFORM
               MOVE 0 TO MTH-REACTIONS(MO-IDX)
               MOVE 0 TO MTH-NEAR-MISSES(MO-IDX)
               MOVE 0 TO MTH-TOTAL(MO-IDX)
           END-IF
           PERFORM VARYING WS-CAUSE-I FROM 1 BY 1
                   UNTIL WS-CAUSE-I > WS-CAUSE-MAX
               IF REG-CAUSE = WS-CAUSE-NAME(WS-CAUSE-I)
                   ADD 1 TO MTH-CAUSE-COUNT(MO-IDX, WS-CAUSE-I)
               END-IF
           END-PERFORM
           IF REG-TYPE = 'R'
               ADD 1 TO MTH-REACTIONS(MO-IDX)
           ELSE
               ADD 1 TO MTH-NEAR-MISSES(MO-IDX)
           END-IF
           ADD 1 TO MTH-TOTAL(MO-IDX).
       COUNT-REGISTER-RECORD-EXIT.
           EXIT.

       WRITE-MONTHLY-COUNTS SECTION.
           MOVE SPACES TO RCA-LINE
           WRITE RCA-LINE
           MOVE 'MONTHLY INCIDENT COUNTS BY ROOT CAUSE' TO RCA-LINE
           WRITE RCA-LINE
           MOVE WS-MTH-HEADING TO RCA-LINE
           WRITE RCA-LINE
           MOVE ALL '-' TO RCA-LINE
           WRITE RCA-LINE
           IF WS-MONTH-COUNT = 0
               MOVE 'NO INCIDENTS ON THE REGISTER' TO RCA-LINE
               WRITE RCA-LINE
           END-IF
           PERFORM VARYING MO-IDX FROM 1 BY 1
                   UNTIL MO-IDX > WS-MONTH-COUNT
               MOVE SPACES TO WS-MTH-DETAIL
               MOVE MTH-YYYYMM(MO-IDX) TO MTD-YYYYMM
               PERFORM VARYING WS-CAUSE-I FROM 1 BY 1
                       UNTIL WS-CAUSE-I > WS-CAUSE-MAX
                   MOVE MTH-CAUSE-COUNT(MO-IDX, WS-CAUSE-I)
                     TO MTD-CAUSE-COUNT(WS-CAUSE-I)
               END-PERFORM
               MOVE MTH-REACTIONS(MO-IDX) TO MTD-REACT-TXT
               MOVE MTH-NEAR-MISSES(MO-IDX) TO MTD-NEAR-TXT
               MOVE MTH-TOTAL(MO-IDX) TO MTD-TOTAL-TXT
               MOVE WS-MTH-DETAIL TO RCA-LINE
               WRITE RCA-LINE
           END-PERFORM
           EXIT.

       LOAD-SUBSTITUTION-TABLE SECTION.
           MOVE 0 TO WS-SUB-COUNT
           OPEN INPUT SUBSTITUTION-FILE
           IF WS-SUBSTITUTION-STATUS = '00'
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ SUBSTITUTION-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           IF WS-SUB-COUNT < WS-SUB-MAX
                               ADD 1 TO WS-SUB-COUNT
                               MOVE SUB-DISH
                                 TO SUB-T-DISH(WS-SUB-COUNT)
                               MOVE SUB-ALLERGEN
                                 TO SUB-T-ALLERGEN(WS-SUB-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUBSTITUTION-FILE
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
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
      * balanced. Every incident read is either registered or
      * rejected to the suite error log.
       WRITE-CONTROL-TOTALS SECTION.
           OPEN OUTPUT CONTROL-TOTAL-FILE
           MOVE WS-PARM-RUN-ID TO TRX-RUN-ID
           MOVE 'ALG-INC' TO TRX-SOURCE-SYSTEM
           MOVE FUNCTION CURRENT-DATE TO TRX-TIMESTAMP
           MOVE TRX-HEADER TO CTL-LINE
           WRITE CTL-LINE
           MOVE 'ALLERGY INCIDENT REGISTER CONTROL TOTALS' TO CTL-LINE
           WRITE CTL-LINE
           MOVE ALL '-' TO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-INCIDENTS-READ TO WS-CTL-COUNT-TXT
           STRING 'INCIDENTS READ   : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-INCIDENTS-REGISTERED TO WS-CTL-COUNT-TXT
           STRING 'REGISTERED       : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-INCIDENTS-REJECTED TO WS-CTL-COUNT-TXT
           STRING 'REJECTED         : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-INCIDENTS-MISSED TO WS-CTL-COUNT-TXT
           STRING 'SYSTEM MISSED    : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-REGISTER-READ TO WS-CTL-COUNT-TXT
           STRING 'REGISTER RECORDS : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           CLOSE CONTROL-TOTAL-FILE
           EXIT.

      * High-water marks of the in-memory tables for this run,
      * kept so TABLE-CAPACITY-REPORT can warn before a ceiling is
      * reached.
       RECORD-TABLE-CAPACITY SECTION.
           MOVE 'ALLERGY-INCIDENT' TO TCAP-PROGRAM-ID
           MOVE WS-PARM-RUN-ID TO TCAP-RUN-ID
           MOVE WS-RUN-DATE TO TCAP-RUN-DATE
           MOVE 'SUB' TO TCAP-TABLE-NAME
           MOVE WS-SUB-COUNT TO TCAP-PEAK
           MOVE WS-SUB-MAX TO TCAP-CEILING
           PERFORM WRITE-TABLE-CAPACITY
           MOVE 'SEVERITY' TO TCAP-TABLE-NAME
           MOVE WS-SEVERITY-COUNT TO TCAP-PEAK
           MOVE WS-SEVERITY-MAX TO TCAP-CEILING
           PERFORM WRITE-TABLE-CAPACITY
           MOVE 'MONTH' TO TCAP-TABLE-NAME
           MOVE WS-MONTH-COUNT TO TCAP-PEAK
           MOVE WS-MONTH-MAX TO TCAP-CEILING
           PERFORM WRITE-TABLE-CAPACITY
           EXIT.

       COPY "suite-error-log-proc.cpy".
       COPY "run-parms-proc.cpy".
       COPY "env-switch-proc.cpy".
       COPY "table-capacity-proc.cpy".
