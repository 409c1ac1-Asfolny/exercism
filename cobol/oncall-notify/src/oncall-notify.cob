       IDENTIFICATION DIVISION.
       PROGRAM-ID. ONCALL-NOTIFY.
      * On-call notification step. Alerts used to sit in five places
      * - NIGHTLY-ALERTS.DAT (the scheduler's deadline alerts and
      * REPORT-DISTRIBUTION's missing-report alerts), the suite
      * error log,
      * the dietary escalation worklist, the backup health listing
      * and the mask verification report - and were found when
      * somebody read the files in the morning. This step reads all
      * five, routes each new alert by owning program and severity
      * to whoever ONCALL-ROSTER.DAT says is on call at this moment,
      * and appends a PAGE (CRIT) or EMAIL (WARN) line to
      * NOTIFY-OUTBOX.DAT for the paging and e-mail gateway.
      * NOTIFY-LEDGER.DAT remembers every alert already raised, so a
      * repeat of the same alert is suppressed rather than paged
      * again. The person paged acknowledges by alert number on
      * NOTIFY-ACK.DAT; an alert still unacknowledged after
      * ONCALL_ESCALATE_MINUTES escalates to the group's level-2
      * contact. A WARN alert is never sent to an after-hours shift -
      * it waits on the ledger until a business-hours shift is on.
      * NOTIFY-ROUTES.DAT says which group owns which program's
      * alerts, and which suite error log reasons are serious enough
      * to page on at all; a site without one gets the starter set
      * below. A group with nobody on call falls back to OPS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROSTER-FILE ASSIGN TO DYNAMIC WS-ROSTER-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ROSTER-STATUS.
           SELECT ROUTE-FILE ASSIGN TO DYNAMIC WS-ROUTE-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ROUTE-STATUS.
           SELECT LEDGER-FILE ASSIGN TO DYNAMIC WS-LEDGER-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT ACK-FILE ASSIGN TO DYNAMIC WS-ACK-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-STATUS.
           SELECT OUTBOX-FILE ASSIGN TO DYNAMIC WS-OUTBOX-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-OUTBOX-STATUS.
      * The five alert sources, read only.
           SELECT ALERT-FILE ASSIGN TO DYNAMIC WS-ALERT-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.
           SELECT ERROR-LOG-IN-FILE ASSIGN TO
               DYNAMIC WS-SUITE-ERROR-LOG-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ERROR-LOG-IN-STATUS.
           SELECT ESCALATION-FILE ASSIGN TO DYNAMIC WS-ESCALATION-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ESCALATION-STATUS.
           SELECT HEALTH-REPORT-FILE ASSIGN TO DYNAMIC WS-HEALTH-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HEALTH-STATUS.
           SELECT MASK-VERIFY-FILE ASSIGN TO
               DYNAMIC WS-MASK-VERIFY-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MASK-VERIFY-STATUS.
           SELECT NOTIFY-REPORT-FILE ASSIGN TO
               DYNAMIC WS-NOTIFY-RPT-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-NOTIFY-RPT-STATUS.
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
      * One shift per line. Start and end are YYYYMMDDHHMM; the shift
      * covers start up to but not including end. Type B is business
      * hours, A after hours. Level 1 is first call, level 2 the
      * escalation contact (blank reads as 1).
       FD  ROSTER-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01 RST-RECORD.
          03 RST-GROUP           PIC X(8).
          03 FILLER              PIC X(1).
          03 RST-PERSON          PIC X(20).
          03 FILLER              PIC X(1).
          03 RST-CONTACT         PIC X(40).
          03 FILLER              PIC X(1).
          03 RST-SHIFT-START     PIC X(12).
          03 FILLER              PIC X(1).
          03 RST-SHIFT-END       PIC X(12).
          03 FILLER              PIC X(1).
          03 RST-SHIFT-TYPE      PIC X(1).
          03 FILLER              PIC X(1).
          03 RST-LEVEL           PIC X(1).

      * Program is the id the owner logs under on the suite error log
      * (* for any program). A blank reason matches every alert from
      * that program; the first matching line wins.
       FD  ROUTE-FILE
           RECORD CONTAINS 60 CHARACTERS.
       01 RTF-RECORD.
          03 RTF-PROGRAM         PIC X(12).
          03 FILLER              PIC X(1).
          03 RTF-SEVERITY        PIC X(4).
          03 FILLER              PIC X(1).
          03 RTF-GROUP           PIC X(8).
          03 FILLER              PIC X(1).
          03 RTF-REASON          PIC X(30).
          03 FILLER              PIC X(3).

       FD  LEDGER-FILE
           RECORD CONTAINS 180 CHARACTERS.
       01 LEDGER-LINE PIC X(180).

       FD  ACK-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01 ACK-RECORD.
          03 ACK-ALERT-ID        PIC X(6).
          03 FILLER              PIC X(1).
          03 ACK-BY              PIC X(8).
          03 FILLER              PIC X(25).

       FD  OUTBOX-FILE
           RECORD CONTAINS 180 CHARACTERS.
       01 OUTBOX-LINE PIC X(180).

       FD  ALERT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 ALERT-LINE PIC X(80).

       FD  ERROR-LOG-IN-FILE
           RECORD CONTAINS 104 CHARACTERS.
       01 ELI-RECORD.
          03 ELI-PROGRAM-ID      PIC X(12).
          03 FILLER              PIC X(2).
          03 ELI-KEY-FIELD       PIC X(20).
          03 FILLER              PIC X(2).
          03 ELI-REASON          PIC X(30).
          03 FILLER              PIC X(2).
          03 ELI-TIMESTAMP       PIC X(26).
          03 FILLER              PIC X(2).
          03 ELI-ERROR-CODE      PIC X(6).

       FD  ESCALATION-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 ESC-LINE PIC X(80).

       FD  HEALTH-REPORT-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01 HLT-LINE PIC X(100).

       FD  MASK-VERIFY-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 MVR-LINE PIC X(80).

       FD  NOTIFY-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01 NTR-LINE PIC X(132).

       FD  CONTROL-TOTAL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 CTL-LINE PIC X(80).

       COPY "suite-error-log-fd.cpy".
       COPY "table-capacity-fd.cpy".
       COPY "run-parms-fd.cpy".

       WORKING-STORAGE SECTION.
       01 WS-ROSTER-DSN         PIC X(100) VALUE 'ONCALL-ROSTER.DAT'.
       01 WS-ROSTER-STATUS      PIC XX VALUE '00'.
       01 WS-ROUTE-DSN          PIC X(100) VALUE 'NOTIFY-ROUTES.DAT'.
       01 WS-ROUTE-STATUS       PIC XX VALUE '00'.
       01 WS-LEDGER-DSN         PIC X(100) VALUE 'NOTIFY-LEDGER.DAT'.
       01 WS-LEDGER-STATUS      PIC XX VALUE '00'.
       01 WS-ACK-DSN            PIC X(100) VALUE 'NOTIFY-ACK.DAT'.
       01 WS-ACK-STATUS         PIC XX VALUE '00'.
       01 WS-OUTBOX-DSN         PIC X(100) VALUE 'NOTIFY-OUTBOX.DAT'.
       01 WS-OUTBOX-STATUS      PIC XX VALUE '00'.
       01 WS-ALERT-DSN          PIC X(100) VALUE 'NIGHTLY-ALERTS.DAT'.
       01 WS-ALERT-STATUS       PIC XX VALUE '00'.
       01 WS-ERROR-LOG-IN-STATUS PIC XX VALUE '00'.
       01 WS-ESCALATION-DSN     PIC X(100)
          VALUE 'DIETARY-ESCALATION.RPT'.
       01 WS-ESCALATION-STATUS  PIC XX VALUE '00'.
       01 WS-HEALTH-DSN         PIC X(100) VALUE 'BACKUP-HEALTH.RPT'.
       01 WS-HEALTH-STATUS      PIC XX VALUE '00'.
       01 WS-MASK-VERIFY-DSN    PIC X(100) VALUE 'MASK-VERIFY.RPT'.
       01 WS-MASK-VERIFY-STATUS PIC XX VALUE '00'.
       01 WS-NOTIFY-RPT-DSN     PIC X(100) VALUE 'ONCALL-NOTIFY.RPT'.
       01 WS-NOTIFY-RPT-STATUS  PIC XX VALUE '00'.
       01 WS-EOF-FLAG           PIC X VALUE 'N'.

       01 WS-CONTROL-TOTAL-DSN    PIC X(100)
          VALUE 'ONCALL-CONTROL-TOTALS.RPT'.
       01 WS-CONTROL-TOTAL-STATUS PIC XX VALUE '00'.
       01 WS-ALERTS-READ          PIC 9(6) VALUE 0.
       01 WS-ALERTS-EXPIRED       PIC 9(6) VALUE 0.
       01 WS-ALREADY-LOGGED       PIC 9(6) VALUE 0.
       01 WS-NEW-ALERTS           PIC 9(6) VALUE 0.
       01 WS-ALERTS-REOPENED      PIC 9(6) VALUE 0.
       01 WS-REPEATS-SUPPRESSED   PIC 9(6) VALUE 0.
       01 WS-ALERTS-DROPPED       PIC 9(6) VALUE 0.
       01 WS-NOTIFICATIONS        PIC 9(6) VALUE 0.
       01 WS-ESCALATIONS          PIC 9(6) VALUE 0.
       01 WS-ALERTS-DEFERRED      PIC 9(6) VALUE 0.
       01 WS-ALERTS-UNROUTED      PIC 9(6) VALUE 0.
       01 WS-ACKS-READ            PIC 9(6) VALUE 0.
       01 WS-ACKS-APPLIED         PIC 9(6) VALUE 0.
       01 WS-ACKS-ALREADY         PIC 9(6) VALUE 0.
       01 WS-ACKS-REJECTED        PIC 9(6) VALUE 0.
       01 WS-ROSTER-READ          PIC 9(6) VALUE 0.
       01 WS-ROSTER-REJECTED      PIC 9(6) VALUE 0.
       01 WS-LEDGER-CARRIED       PIC 9(6) VALUE 0.
       01 WS-LEDGER-PURGED        PIC 9(6) VALUE 0.
       01 WS-LEDGER-WRITTEN       PIC 9(6) VALUE 0.
       01 WS-CTL-COUNT-TXT        PIC ZZZZZ9.

      * Tunables - minutes an alert may sit unacknowledged before it
      * escalates, hours an acknowledged alert's repeats stay quiet,
      * and days an acknowledged alert is kept on the ledger. An
      * alert older than the keep period is past acting on and is
      * not raised at all.
       01 WS-ESCALATE-MINUTES     PIC 9(4) VALUE 30.
       01 WS-SUPPRESS-HOURS       PIC 9(4) VALUE 24.
       01 WS-KEEP-DAYS            PIC 9(3) VALUE 7.
       01 WS-TUNE-TXT             PIC X(4) VALUE SPACES.

       01 WS-NOW-STAMP            PIC 9(14) VALUE 0.
       01 WS-NOW-MINUTE           PIC 9(12) VALUE 0.
       01 WS-NOW-MINUTES          PIC 9(10) VALUE 0.
       01 WS-REPORT-STAMP         PIC 9(14) VALUE 0.
       01 WS-RUN-DAY              PIC 9(8) VALUE 0.

       01 WS-TS-WORK              PIC 9(14) VALUE 0.
       01 WS-TS-PARTS REDEFINES WS-TS-WORK.
          03 WS-TS-DATE           PIC 9(8).
          03 WS-TS-HH             PIC 9(2).
          03 WS-TS-MM             PIC 9(2).
          03 WS-TS-SS             PIC 9(2).
       01 WS-TS-MINUTES           PIC 9(10) VALUE 0.
       01 WS-AGE-MINUTES          PIC S9(10) VALUE 0.
       01 WS-TS-TEXT              PIC X(14) VALUE SPACES.

       01 WS-RST-MAX            PIC 9(3) VALUE 100.
       01 WS-RST-COUNT          PIC 9(3) VALUE 0.
       01 WS-RST-TABLE.
          03 WS-RST-ENTRY OCCURS 100 TIMES INDEXED BY RS-IDX.
             05 RSE-GROUP          PIC X(8).
             05 RSE-PERSON         PIC X(20).
             05 RSE-CONTACT        PIC X(40).
             05 RSE-SHIFT-START    PIC 9(12).
             05 RSE-SHIFT-END      PIC 9(12).
             05 RSE-SHIFT-TYPE     PIC X.
             05 RSE-LEVEL          PIC 9.

       01 WS-RTE-MAX            PIC 9(3) VALUE 50.
       01 WS-RTE-COUNT          PIC 9(3) VALUE 0.
       01 WS-RTE-TABLE.
          03 WS-RTE-ENTRY OCCURS 50 TIMES INDEXED BY RT-IDX.
             05 RTE-PROGRAM        PIC X(12).
             05 RTE-SEVERITY       PIC X(4).
             05 RTE-GROUP          PIC X(8).
             05 RTE-REASON         PIC X(30).

       01 WS-NTL-MAX            PIC 9(3) VALUE 500.
       01 WS-NTL-COUNT          PIC 9(3) VALUE 0.
       01 WS-NTL-TABLE.
          03 WS-NTL-ENTRY OCCURS 500 TIMES INDEXED BY NL-IDX.
             05 NTL-ALERT-ID       PIC 9(6).
             05 NTL-SOURCE         PIC X(6).
             05 NTL-PROGRAM        PIC X(12).
             05 NTL-SEVERITY       PIC X(4).
             05 NTL-GROUP          PIC X(8).
             05 NTL-STATUS         PIC X.
             05 NTL-LEVEL          PIC 9.
             05 NTL-FIRST-SEEN     PIC 9(14).
             05 NTL-LAST-SEEN      PIC 9(14).
             05 NTL-NOTIFIED       PIC 9(14).
             05 NTL-REPEATS        PIC 9(4).
             05 NTL-ACK-BY         PIC X(8).
             05 NTL-MESSAGE        PIC X(70).
             05 NTL-PURGE          PIC X.
       01 WS-NEXT-ALERT-ID      PIC 9(6) VALUE 0.
       01 WS-LEDGER-HIT         PIC 9(3) VALUE 0.

      * Ledger record. Status N is raised but not yet sent, O sent and
      * awaiting acknowledgement, A acknowledged, D a WARN waiting
      * for business hours, U nobody on call to send it to.
       01 NTL-RECORD.
          03 NLR-ALERT-ID        PIC 9(6).
          03 FILLER              PIC X(1) VALUE SPACES.
          03 NLR-SOURCE          PIC X(6).
          03 FILLER              PIC X(1) VALUE SPACES.
          03 NLR-PROGRAM         PIC X(12).
          03 FILLER              PIC X(1) VALUE SPACES.
          03 NLR-SEVERITY        PIC X(4).
          03 FILLER              PIC X(1) VALUE SPACES.
          03 NLR-GROUP           PIC X(8).
          03 FILLER              PIC X(1) VALUE SPACES.
          03 NLR-STATUS          PIC X(1).
          03 FILLER              PIC X(1) VALUE SPACES.
          03 NLR-LEVEL           PIC 9(1).
          03 FILLER              PIC X(1) VALUE SPACES.
          03 NLR-FIRST-SEEN      PIC 9(14).
          03 FILLER              PIC X(1) VALUE SPACES.
          03 NLR-LAST-SEEN       PIC 9(14).
          03 FILLER              PIC X(1) VALUE SPACES.
          03 NLR-NOTIFIED        PIC 9(14).
          03 FILLER              PIC X(1) VALUE SPACES.
          03 NLR-REPEATS         PIC 9(4).
          03 FILLER              PIC X(1) VALUE SPACES.
          03 NLR-ACK-BY          PIC X(8).
          03 FILLER              PIC X(1) VALUE SPACES.
          03 NLR-MESSAGE         PIC X(70).
          03 FILLER              PIC X(6) VALUE SPACES.

      * First line of the ledger: the highest alert number ever
      * issued. Purging acknowledged alerts must not let their
      * numbers be issued again - the gateway's acknowledgement file
      * is never emptied, and an old ack would close a new alert.
       01 NTL-HIGH-WATER-RECORD.
          03 NHW-TAG             PIC X(10) VALUE 'HIGH-WATER'.
          03 FILLER              PIC X(1) VALUE SPACES.
          03 NHW-ALERT-ID        PIC 9(6).
          03 FILLER              PIC X(163) VALUE SPACES.

      * Gateway record - one message per line, appended; the gateway
      * empties the file as it sends.
       01 OBX-RECORD.
          03 OBX-CHANNEL         PIC X(5).
          03 FILLER              PIC X(1) VALUE SPACES.
          03 OBX-CONTACT         PIC X(40).
          03 FILLER              PIC X(1) VALUE SPACES.
          03 OBX-PERSON          PIC X(20).
          03 FILLER              PIC X(1) VALUE SPACES.
          03 OBX-GROUP           PIC X(8).
          03 FILLER              PIC X(1) VALUE SPACES.
          03 OBX-ALERT-ID        PIC 9(6).
          03 FILLER              PIC X(1) VALUE SPACES.
          03 OBX-SEVERITY        PIC X(4).
          03 FILLER              PIC X(1) VALUE SPACES.
          03 OBX-LEVEL           PIC 9(1).
          03 FILLER              PIC X(1) VALUE SPACES.
          03 OBX-SENT            PIC 9(14).
          03 FILLER              PIC X(1) VALUE SPACES.
          03 OBX-MESSAGE         PIC X(70).
          03 FILLER              PIC X(4) VALUE SPACES.

       01 WS-NTR-DETAIL.
          03 NTD-ACTION          PIC X(10).
          03 FILLER              PIC X(1) VALUE SPACES.
          03 NTD-ALERT-ID        PIC 9(6).
          03 FILLER              PIC X(1) VALUE SPACES.
          03 NTD-SEVERITY        PIC X(4).
          03 FILLER              PIC X(1) VALUE SPACES.
          03 NTD-GROUP           PIC X(8).
          03 FILLER              PIC X(1) VALUE SPACES.
          03 NTD-PERSON          PIC X(20).
          03 FILLER              PIC X(1) VALUE SPACES.
          03 NTD-MESSAGE         PIC X(70).
          03 FILLER              PIC X(9) VALUE SPACES.

      * The alert in hand while a source is read.
       01 WS-AL-SOURCE          PIC X(6) VALUE SPACES.
       01 WS-AL-PROGRAM         PIC X(12) VALUE SPACES.
       01 WS-AL-REASON          PIC X(30) VALUE SPACES.
       01 WS-AL-SEVERITY        PIC X(4) VALUE SPACES.
       01 WS-AL-GROUP           PIC X(8) VALUE SPACES.
       01 WS-AL-MESSAGE         PIC X(70) VALUE SPACES.
       01 WS-AL-TIME            PIC 9(14) VALUE 0.
       01 WS-ROUTE-FOUND        PIC X VALUE 'N'.
       01 WS-ALERT-TEXT         PIC X(80) VALUE SPACES.
       01 WS-ALERT-STAMP-TXT    PIC X(20) VALUE SPACES.

      * On-call lookup: group, level and severity in; the roster hit
      * (0 for nobody) and whether a WARN met only an after-hours
      * shift out.
       01 WS-OC-GROUP           PIC X(8) VALUE SPACES.
       01 WS-OC-LEVEL           PIC 9 VALUE 1.
       01 WS-OC-SEVERITY        PIC X(4) VALUE SPACES.
       01 WS-OC-HIT             PIC 9(3) VALUE 0.
       01 WS-OC-DEFER           PIC X VALUE 'N'.
       01 WS-SEND-CHANNEL       PIC X(5) VALUE SPACES.
       01 WS-SEND-ACTION        PIC X(10) VALUE SPACES.
       01 WS-REJECT-REASON      PIC X(30) VALUE SPACES.

       COPY "suite-error-log-ws.cpy".
       COPY "table-capacity-ws.cpy".
       COPY "run-parms-ws.cpy".
       COPY "env-accept-ws.cpy".
       COPY "transaction-header.cpy".
       COPY "return-codes.cpy".
       COPY "env-switch-ws.cpy".

       PROCEDURE DIVISION.
       RUN-ONCALL-NOTIFY SECTION.
           PERFORM READ-RUN-PARMS
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'ONCALL_ROSTER_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-ROSTER-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'ONCALL_ROUTE_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-ROUTE-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'ONCALL_LEDGER_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-LEDGER-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'ONCALL_ACK_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-ACK-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'ONCALL_OUTBOX_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-OUTBOX-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'ONCALL_REPORT_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-NOTIFY-RPT-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'ONCALL_CONTROL_TOTAL_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-CONTROL-TOTAL-DSN
           END-IF
      * The sources answer to the same names their producers write.
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'NIGHTLY_SCHEDULER_ALERT_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-ALERT-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'DIETARY_ESCALATION_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-ESCALATION-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'BACKUP_HEALTH_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-HEALTH-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'ROTATIONAL_CIPHER_MASK_VERIFY_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-MASK-VERIFY-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'SUITE_ERROR_LOG_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-SUITE-ERROR-LOG-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'ONCALL_ESCALATE_MINUTES'
           MOVE WS-ENV-ACCEPT-SCRATCH(1:4) TO WS-TUNE-TXT
           IF WS-TUNE-TXT NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-TUNE-TXT) = 0
               COMPUTE WS-ESCALATE-MINUTES =
                   FUNCTION NUMVAL(WS-TUNE-TXT)
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'ONCALL_SUPPRESS_HOURS'
           MOVE WS-ENV-ACCEPT-SCRATCH(1:4) TO WS-TUNE-TXT
           IF WS-TUNE-TXT NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-TUNE-TXT) = 0
               COMPUTE WS-SUPPRESS-HOURS =
                   FUNCTION NUMVAL(WS-TUNE-TXT)
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'ONCALL_LEDGER_DAYS'
           MOVE WS-ENV-ACCEPT-SCRATCH(1:4) TO WS-TUNE-TXT
           IF WS-TUNE-TXT NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-TUNE-TXT) = 0
               COMPUTE WS-KEEP-DAYS = FUNCTION NUMVAL(WS-TUNE-TXT)
           END-IF
           MOVE WS-NOTIFY-RPT-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-NOTIFY-RPT-DSN
           MOVE WS-CONTROL-TOTAL-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-CONTROL-TOTAL-DSN

      * Routing is against the wall clock - who is on call is a
      * question about this moment, not the run date.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW-STAMP
           MOVE WS-NOW-STAMP(1:12) TO WS-NOW-MINUTE
           MOVE WS-NOW-STAMP TO WS-TS-WORK
           PERFORM TIMESTAMP-TO-MINUTES
           MOVE WS-TS-MINUTES TO WS-NOW-MINUTES
           IF WS-RUN-DATE NOT = 0
               MOVE WS-RUN-DATE TO WS-RUN-DAY
           ELSE
               MOVE WS-NOW-STAMP(1:8) TO WS-RUN-DAY
           END-IF

           SET RC-NORMAL TO TRUE
           OPEN OUTPUT NOTIFY-REPORT-FILE
           MOVE WS-PARM-RUN-ID TO TRX-RUN-ID
           MOVE 'ONCALL' TO TRX-SOURCE-SYSTEM
           MOVE FUNCTION CURRENT-DATE TO TRX-TIMESTAMP
           MOVE TRX-HEADER TO NTR-LINE
           WRITE NTR-LINE
           MOVE 'ON-CALL NOTIFICATION ACTIVITY' TO NTR-LINE
           WRITE NTR-LINE
           MOVE 'ACTION     ALERT  SEV  GROUP    PERSON               '
             TO NTR-LINE
           MOVE 'MESSAGE' TO NTR-LINE(54:7)
           WRITE NTR-LINE
           MOVE ALL '-' TO NTR-LINE
           WRITE NTR-LINE
           OPEN EXTEND OUTBOX-FILE
           IF WS-OUTBOX-STATUS NOT = '00'
               OPEN OUTPUT OUTBOX-FILE
           END-IF

           PERFORM LOAD-ROSTER
           PERFORM LOAD-ROUTES
           PERFORM LOAD-LEDGER
           PERFORM APPLY-ACKNOWLEDGEMENTS
           PERFORM COLLECT-SCHEDULER-ALERTS
           PERFORM COLLECT-ERROR-LOG-ALERTS
           PERFORM COLLECT-DIETARY-ESCALATIONS
           PERFORM COLLECT-BACKUP-FAILURES
           PERFORM COLLECT-MASK-FAILURES
           PERFORM VARYING NL-IDX FROM 1 BY 1
                   UNTIL NL-IDX > WS-NTL-COUNT
               PERFORM DISPATCH-ONE-ALERT
           END-PERFORM
           CLOSE OUTBOX-FILE
           PERFORM SAVE-LEDGER

           MOVE ALL '-' TO NTR-LINE
           WRITE NTR-LINE
           CLOSE NOTIFY-REPORT-FILE
           PERFORM WRITE-CONTROL-TOTALS

           IF WS-ALERTS-UNROUTED > 0
               OR WS-ROSTER-REJECTED > 0
               OR WS-ACKS-REJECTED > 0
               IF WS-RETURN-CODE < 4
                   SET RC-WARNING TO TRUE
               END-IF
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
           PERFORM RECORD-TABLE-CAPACITY
           GOBACK.

      * An empty roster is not fatal - every alert is held on the
      * ledger as unrouted and goes out once somebody is rostered.
       LOAD-ROSTER SECTION.
           MOVE 0 TO WS-RST-COUNT
           OPEN INPUT ROSTER-FILE
           IF WS-ROSTER-STATUS NOT = '00'
               MOVE 'ONCALL-NTFY' TO SERR-PROGRAM-ID
               MOVE WS-ROSTER-DSN(1:20) TO SERR-KEY-FIELD
               MOVE 'ON-CALL ROSTER MISSING' TO SERR-REASON
               MOVE 'REF001' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               SET RC-WARNING TO TRUE
               GO TO LOAD-ROSTER-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ ROSTER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF RST-RECORD NOT = SPACES
                           ADD 1 TO WS-ROSTER-READ
                           PERFORM LOAD-ONE-ROSTER-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ROSTER-FILE
           MOVE 'N' TO WS-EOF-FLAG.
       LOAD-ROSTER-EXIT.
           EXIT.

       LOAD-ONE-ROSTER-ENTRY SECTION.
           MOVE SPACES TO WS-REJECT-REASON
           IF RST-LEVEL = SPACE
               MOVE '1' TO RST-LEVEL
           END-IF
           IF RST-LEVEL NOT = '1' AND RST-LEVEL NOT = '2'
               MOVE 'LEVEL NOT 1 OR 2' TO WS-REJECT-REASON
           END-IF
           IF RST-SHIFT-TYPE NOT = 'B' AND RST-SHIFT-TYPE NOT = 'A'
               MOVE 'SHIFT TYPE NOT B OR A' TO WS-REJECT-REASON
           END-IF
           IF RST-SHIFT-START NOT NUMERIC
               OR RST-SHIFT-END NOT NUMERIC
               MOVE 'SHIFT TIMES NOT NUMERIC' TO WS-REJECT-REASON
           ELSE
               IF RST-SHIFT-END NOT > RST-SHIFT-START
                   MOVE 'SHIFT ENDS BEFORE IT STARTS'
                     TO WS-REJECT-REASON
               END-IF
           END-IF
           IF RST-GROUP = SPACES OR RST-PERSON = SPACES
               OR RST-CONTACT = SPACES
               MOVE 'GROUP, PERSON OR CONTACT BLANK'
                 TO WS-REJECT-REASON
           END-IF
           IF WS-RST-COUNT >= WS-RST-MAX
               MOVE 'ROSTER TABLE FULL' TO WS-REJECT-REASON
           END-IF
           IF WS-REJECT-REASON NOT = SPACES
               ADD 1 TO WS-ROSTER-REJECTED
               MOVE 'ONCALL-NTFY' TO SERR-PROGRAM-ID
               MOVE RST-PERSON TO SERR-KEY-FIELD
               MOVE WS-REJECT-REASON TO SERR-REASON
               MOVE 'TXN001' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               GO TO LOAD-ONE-ROSTER-ENTRY-EXIT
           END-IF
           ADD 1 TO WS-RST-COUNT
           SET RS-IDX TO WS-RST-COUNT
           MOVE RST-GROUP TO RSE-GROUP(RS-IDX)
           MOVE RST-PERSON TO RSE-PERSON(RS-IDX)
           MOVE RST-CONTACT TO RSE-CONTACT(RS-IDX)
           MOVE RST-SHIFT-START TO RSE-SHIFT-START(RS-IDX)
           MOVE RST-SHIFT-END TO RSE-SHIFT-END(RS-IDX)
           MOVE RST-SHIFT-TYPE TO RSE-SHIFT-TYPE(RS-IDX)
           MOVE RST-LEVEL TO RSE-LEVEL(RS-IDX).
       LOAD-ONE-ROSTER-ENTRY-EXIT.
           EXIT.

       LOAD-ROUTES SECTION.
           MOVE 0 TO WS-RTE-COUNT
           OPEN INPUT ROUTE-FILE
           IF WS-ROUTE-STATUS NOT = '00'
               PERFORM LOAD-STARTER-ROUTES
               GO TO LOAD-ROUTES-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ ROUTE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF RTF-PROGRAM NOT = SPACES
                           PERFORM LOAD-ONE-ROUTE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ROUTE-FILE
           MOVE 'N' TO WS-EOF-FLAG.
       LOAD-ROUTES-EXIT.
           EXIT.

       LOAD-ONE-ROUTE SECTION.
           IF WS-RTE-COUNT >= WS-RTE-MAX
               MOVE 'ONCALL-NTFY' TO SERR-PROGRAM-ID
               MOVE RTF-PROGRAM TO SERR-KEY-FIELD
               MOVE 'ROUTE TABLE FULL' TO SERR-REASON
               MOVE 'TBL001' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               GO TO LOAD-ONE-ROUTE-EXIT
           END-IF
           IF RTF-SEVERITY NOT = 'CRIT' AND RTF-SEVERITY NOT = 'WARN'
               MOVE 'ONCALL-NTFY' TO SERR-PROGRAM-ID
               MOVE RTF-PROGRAM TO SERR-KEY-FIELD
               MOVE 'ROUTE SEVERITY NOT CRIT/WARN' TO SERR-REASON
               MOVE 'CFG001' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               GO TO LOAD-ONE-ROUTE-EXIT
           END-IF
           ADD 1 TO WS-RTE-COUNT
           SET RT-IDX TO WS-RTE-COUNT
           MOVE RTF-PROGRAM TO RTE-PROGRAM(RT-IDX)
           MOVE RTF-SEVERITY TO RTE-SEVERITY(RT-IDX)
           MOVE RTF-GROUP TO RTE-GROUP(RT-IDX)
           IF RTE-GROUP(RT-IDX) = SPACES
               MOVE 'OPS' TO RTE-GROUP(RT-IDX)
           END-IF
           MOVE RTF-REASON TO RTE-REASON(RT-IDX).
       LOAD-ONE-ROUTE-EXIT.
           EXIT.

      * Starter routing: the canary's two window holds page OPS, the
      * dietary worklist goes to the DIETARY group, and everything
      * else the step reads is OPS's. A required report that did not
      * go out is a WARN - it waits for the business-hours shift,
      * which is when recipients would be asking for it. Nothing else
      * on the suite error log pages until a site routes it.
       LOAD-STARTER-ROUTES SECTION.
           MOVE 7 TO WS-RTE-COUNT
           MOVE 'hello-world' TO RTE-PROGRAM(1)
           MOVE 'CRIT' TO RTE-SEVERITY(1)
           MOVE 'OPS' TO RTE-GROUP(1)
           MOVE 'WINDOW HELD - FEED MISSING' TO RTE-REASON(1)
           MOVE 'hello-world' TO RTE-PROGRAM(2)
           MOVE 'CRIT' TO RTE-SEVERITY(2)
           MOVE 'OPS' TO RTE-GROUP(2)
           MOVE 'WINDOW HELD - PREFLIGHT FAILED' TO RTE-REASON(2)
           MOVE 'SCHEDULER' TO RTE-PROGRAM(3)
           MOVE 'CRIT' TO RTE-SEVERITY(3)
           MOVE 'OPS' TO RTE-GROUP(3)
           MOVE SPACES TO RTE-REASON(3)
           MOVE 'DIETARY-ACK' TO RTE-PROGRAM(4)
           MOVE 'WARN' TO RTE-SEVERITY(4)
           MOVE 'DIETARY' TO RTE-GROUP(4)
           MOVE SPACES TO RTE-REASON(4)
           MOVE 'BKP-VERIFY' TO RTE-PROGRAM(5)
           MOVE 'WARN' TO RTE-SEVERITY(5)
           MOVE 'OPS' TO RTE-GROUP(5)
           MOVE SPACES TO RTE-REASON(5)
           MOVE 'rotational-cipher' TO RTE-PROGRAM(6)
           MOVE 'CRIT' TO RTE-SEVERITY(6)
           MOVE 'OPS' TO RTE-GROUP(6)
           MOVE SPACES TO RTE-REASON(6)
           MOVE 'DISTRIBUTION' TO RTE-PROGRAM(7)
           MOVE 'WARN' TO RTE-SEVERITY(7)
           MOVE 'OPS' TO RTE-GROUP(7)
           MOVE SPACES TO RTE-REASON(7)
           EXIT.

       LOAD-LEDGER SECTION.
           MOVE 0 TO WS-NTL-COUNT
           MOVE 0 TO WS-NEXT-ALERT-ID
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-STATUS NOT = '00'
               GO TO LOAD-LEDGER-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ LEDGER-FILE INTO NTL-RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF NLR-ALERT-ID IS NUMERIC
                           PERFORM LOAD-ONE-LEDGER-ENTRY
                       END-IF
                       IF LEDGER-LINE(1:11) = 'HIGH-WATER '
                           AND LEDGER-LINE(12:6) IS NUMERIC
                           AND LEDGER-LINE(12:6) > WS-NEXT-ALERT-ID
                           MOVE LEDGER-LINE(12:6) TO WS-NEXT-ALERT-ID
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LEDGER-FILE
           MOVE 'N' TO WS-EOF-FLAG.
       LOAD-LEDGER-EXIT.
           EXIT.

       LOAD-ONE-LEDGER-ENTRY SECTION.
           IF WS-NTL-COUNT >= WS-NTL-MAX
               MOVE 'ONCALL-NTFY' TO SERR-PROGRAM-ID
               MOVE NLR-ALERT-ID TO SERR-KEY-FIELD
               MOVE 'NOTIFY LEDGER TABLE FULL' TO SERR-REASON
               MOVE 'TBL001' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               SET RC-CRITICAL TO TRUE
               GO TO LOAD-ONE-LEDGER-ENTRY-EXIT
           END-IF
           ADD 1 TO WS-NTL-COUNT
           ADD 1 TO WS-LEDGER-CARRIED
           SET NL-IDX TO WS-NTL-COUNT
           MOVE NLR-ALERT-ID TO NTL-ALERT-ID(NL-IDX)
           MOVE NLR-SOURCE TO NTL-SOURCE(NL-IDX)
           MOVE NLR-PROGRAM TO NTL-PROGRAM(NL-IDX)
           MOVE NLR-SEVERITY TO NTL-SEVERITY(NL-IDX)
           MOVE NLR-GROUP TO NTL-GROUP(NL-IDX)
           MOVE NLR-STATUS TO NTL-STATUS(NL-IDX)
           MOVE NLR-LEVEL TO NTL-LEVEL(NL-IDX)
           MOVE NLR-FIRST-SEEN TO NTL-FIRST-SEEN(NL-IDX)
           MOVE NLR-LAST-SEEN TO NTL-LAST-SEEN(NL-IDX)
           MOVE NLR-NOTIFIED TO NTL-NOTIFIED(NL-IDX)
           MOVE NLR-REPEATS TO NTL-REPEATS(NL-IDX)
           MOVE NLR-ACK-BY TO NTL-ACK-BY(NL-IDX)
           MOVE NLR-MESSAGE TO NTL-MESSAGE(NL-IDX)
           MOVE 'N' TO NTL-PURGE(NL-IDX)
           IF NLR-ALERT-ID > WS-NEXT-ALERT-ID
               MOVE NLR-ALERT-ID TO WS-NEXT-ALERT-ID
           END-IF.
       LOAD-ONE-LEDGER-ENTRY-EXIT.
           EXIT.

      * The gateway appends one line per acknowledgement. The file
      * is not consumed, so an acknowledgement already on the ledger
      * is counted and passed over rather than rejected - as is one
      * for an alert number since purged from the ledger, which is
      * no higher than the high-water mark.
       APPLY-ACKNOWLEDGEMENTS SECTION.
           OPEN INPUT ACK-FILE
           IF WS-ACK-STATUS NOT = '00'
               GO TO APPLY-ACKNOWLEDGEMENTS-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ ACK-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF ACK-RECORD NOT = SPACES
                           ADD 1 TO WS-ACKS-READ
                           PERFORM APPLY-ONE-ACK
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACK-FILE
           MOVE 'N' TO WS-EOF-FLAG.
       APPLY-ACKNOWLEDGEMENTS-EXIT.
           EXIT.

       APPLY-ONE-ACK SECTION.
           MOVE 0 TO WS-LEDGER-HIT
           IF ACK-ALERT-ID IS NUMERIC
               PERFORM VARYING NL-IDX FROM 1 BY 1
                       UNTIL NL-IDX > WS-NTL-COUNT
                   IF NTL-ALERT-ID(NL-IDX) = ACK-ALERT-ID
                       SET WS-LEDGER-HIT TO NL-IDX
                   END-IF
               END-PERFORM
           END-IF
           IF WS-LEDGER-HIT = 0
               AND ACK-ALERT-ID IS NUMERIC
               AND ACK-ALERT-ID NOT > WS-NEXT-ALERT-ID
               ADD 1 TO WS-ACKS-ALREADY
               GO TO APPLY-ONE-ACK-EXIT
           END-IF
           IF WS-LEDGER-HIT = 0
               ADD 1 TO WS-ACKS-REJECTED
               MOVE 'ONCALL-NTFY' TO SERR-PROGRAM-ID
               MOVE ACK-ALERT-ID TO SERR-KEY-FIELD
               MOVE 'ACK FOR UNKNOWN ALERT' TO SERR-REASON
               MOVE 'TXN002' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               GO TO APPLY-ONE-ACK-EXIT
           END-IF
           SET NL-IDX TO WS-LEDGER-HIT
           IF NTL-STATUS(NL-IDX) = 'A'
               ADD 1 TO WS-ACKS-ALREADY
               GO TO APPLY-ONE-ACK-EXIT
           END-IF
           ADD 1 TO WS-ACKS-APPLIED
           MOVE 'A' TO NTL-STATUS(NL-IDX)
           MOVE ACK-BY TO NTL-ACK-BY(NL-IDX)
           MOVE 'ACKED' TO WS-SEND-ACTION
           MOVE SPACES TO WS-NTR-DETAIL
           MOVE ACK-BY TO NTD-PERSON
           PERFORM WRITE-ACTIVITY-LINE.
       APPLY-ONE-ACK-EXIT.
           EXIT.

      * Scheduler deadline alerts: 'DEADLINE runid AFTER step PROJ
      * hh:mm AT yyyymmddhhmmss'. Everything ahead of the AT is the
      * alert; the stamp is when it was cut. REPORT-DISTRIBUTION
      * shares the file: 'REPORT runid dsn status FOR group AT
      * yyyymmddhhmmss' for a required report it could not send.
       COLLECT-SCHEDULER-ALERTS SECTION.
           OPEN INPUT ALERT-FILE
           IF WS-ALERT-STATUS NOT = '00'
               GO TO COLLECT-SCHEDULER-ALERTS-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ ALERT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF ALERT-LINE(1:9) = 'DEADLINE '
                           PERFORM TAKE-SCHEDULER-ALERT
                       END-IF
                       IF ALERT-LINE(1:7) = 'REPORT '
                           PERFORM TAKE-DISTRIBUTION-ALERT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ALERT-FILE
           MOVE 'N' TO WS-EOF-FLAG.
       COLLECT-SCHEDULER-ALERTS-EXIT.
           EXIT.

       TAKE-SCHEDULER-ALERT SECTION.
           MOVE SPACES TO WS-ALERT-TEXT
           MOVE SPACES TO WS-ALERT-STAMP-TXT
           UNSTRING ALERT-LINE DELIMITED BY ' AT '
               INTO WS-ALERT-TEXT WS-ALERT-STAMP-TXT
           END-UNSTRING
           MOVE 'SCHED' TO WS-AL-SOURCE
           MOVE 'SCHEDULER' TO WS-AL-PROGRAM
           MOVE 'STREAM PAST DEADLINE' TO WS-AL-REASON
           MOVE WS-ALERT-TEXT TO WS-AL-MESSAGE
           MOVE WS-ALERT-STAMP-TXT(1:14) TO WS-TS-TEXT
           PERFORM SET-ALERT-TIME
           PERFORM ROUTE-AND-RECORD-ALERT
           EXIT.

      * Routed under DISTRIBUTION rather than RPT-DISTRIB, the id
      * the same miss is logged under on the suite error log, so a
      * site routing that program's error log entries does not get
      * every missing report twice.
       TAKE-DISTRIBUTION-ALERT SECTION.
           MOVE SPACES TO WS-ALERT-TEXT
           MOVE SPACES TO WS-ALERT-STAMP-TXT
           UNSTRING ALERT-LINE DELIMITED BY ' AT '
               INTO WS-ALERT-TEXT WS-ALERT-STAMP-TXT
           END-UNSTRING
           MOVE 'REPORT' TO WS-AL-SOURCE
           MOVE 'DISTRIBUTION' TO WS-AL-PROGRAM
           MOVE 'REQUIRED REPORT NOT SENT' TO WS-AL-REASON
           MOVE WS-ALERT-TEXT TO WS-AL-MESSAGE
           MOVE WS-ALERT-STAMP-TXT(1:14) TO WS-TS-TEXT
           PERFORM SET-ALERT-TIME
           PERFORM ROUTE-AND-RECORD-ALERT
           EXIT.

      * The suite error log is everybody's exception file; only the
      * entries a route names are alerts - the rest stay for the
      * morning review as before.
       COLLECT-ERROR-LOG-ALERTS SECTION.
           OPEN INPUT ERROR-LOG-IN-FILE
           IF WS-ERROR-LOG-IN-STATUS NOT = '00'
               GO TO COLLECT-ERROR-LOG-ALERTS-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ ERROR-LOG-IN-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM TAKE-ERROR-LOG-ENTRY
               END-READ
           END-PERFORM
           CLOSE ERROR-LOG-IN-FILE
           MOVE 'N' TO WS-EOF-FLAG.
       COLLECT-ERROR-LOG-ALERTS-EXIT.
           EXIT.

       TAKE-ERROR-LOG-ENTRY SECTION.
           MOVE ELI-PROGRAM-ID TO WS-AL-PROGRAM
           MOVE ELI-REASON TO WS-AL-REASON
           PERFORM FIND-ROUTE
           IF WS-ROUTE-FOUND = 'N'
               GO TO TAKE-ERROR-LOG-ENTRY-EXIT
           END-IF
           MOVE 'ERRLOG' TO WS-AL-SOURCE
           MOVE SPACES TO WS-AL-MESSAGE
           STRING ELI-PROGRAM-ID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  ELI-KEY-FIELD DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  ELI-REASON DELIMITED BY SIZE
             INTO WS-AL-MESSAGE
           MOVE ELI-TIMESTAMP(1:14) TO WS-TS-TEXT
           PERFORM SET-ALERT-TIME
           PERFORM RECORD-ALERT.
       TAKE-ERROR-LOG-ENTRY-EXIT.
           EXIT.

      * DIETARY-ACK-RECON's phone-call worklist: one line per
      * resident whose diet order has gone unacknowledged too often.
      * The report's header stamp dates every line on it.
       COLLECT-DIETARY-ESCALATIONS SECTION.
           OPEN INPUT ESCALATION-FILE
           IF WS-ESCALATION-STATUS NOT = '00'
               GO TO COLLECT-DIETARY-ESCALATIONS-EXIT
           END-IF
           MOVE 0 TO WS-REPORT-STAMP
           READ ESCALATION-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE ESC-LINE(17:14) TO WS-TS-TEXT
                   PERFORM SET-ALERT-TIME
                   MOVE WS-AL-TIME TO WS-REPORT-STAMP
           END-READ
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ ESCALATION-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF ESC-LINE(45:18) = 'CALL THE CAFETERIA'
                           PERFORM TAKE-DIETARY-ESCALATION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ESCALATION-FILE
           MOVE 'N' TO WS-EOF-FLAG.
       COLLECT-DIETARY-ESCALATIONS-EXIT.
           EXIT.

       TAKE-DIETARY-ESCALATION SECTION.
           MOVE 'DIET' TO WS-AL-SOURCE
           MOVE 'DIETARY-ACK' TO WS-AL-PROGRAM
           MOVE 'DIET ORDER NOT ACKNOWLEDGED' TO WS-AL-REASON
           MOVE SPACES TO WS-AL-MESSAGE
           STRING 'DIET ORDER NOT ACKNOWLEDGED - RESIDENT '
                    DELIMITED BY SIZE
                  ESC-LINE(1:10) DELIMITED BY SIZE
                  ' - CALL THE CAFETERIA' DELIMITED BY SIZE
             INTO WS-AL-MESSAGE
           MOVE WS-REPORT-STAMP TO WS-AL-TIME
           PERFORM ROUTE-AND-RECORD-ALERT
           EXIT.

      * BACKUP-VERIFY's health listing: a generation that is
      * missing, unreadable or short is an alert.
       COLLECT-BACKUP-FAILURES SECTION.
           OPEN INPUT HEALTH-REPORT-FILE
           IF WS-HEALTH-STATUS NOT = '00'
               GO TO COLLECT-BACKUP-FAILURES-EXIT
           END-IF
           MOVE 0 TO WS-REPORT-STAMP
           READ HEALTH-REPORT-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE HLT-LINE(17:14) TO WS-TS-TEXT
                   PERFORM SET-ALERT-TIME
                   MOVE WS-AL-TIME TO WS-REPORT-STAMP
           END-READ
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ HEALTH-REPORT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF HLT-LINE(33:12) = 'MISSING'
                           OR HLT-LINE(33:12) = 'UNREADABLE'
                           OR HLT-LINE(33:12) = 'SHORT'
                           PERFORM TAKE-BACKUP-FAILURE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HEALTH-REPORT-FILE
           MOVE 'N' TO WS-EOF-FLAG.
       COLLECT-BACKUP-FAILURES-EXIT.
           EXIT.

       TAKE-BACKUP-FAILURE SECTION.
           MOVE 'BACKUP' TO WS-AL-SOURCE
           MOVE 'BKP-VERIFY' TO WS-AL-PROGRAM
           MOVE 'BACKUP GENERATION UNHEALTHY' TO WS-AL-REASON
           MOVE SPACES TO WS-AL-MESSAGE
           STRING 'BACKUP ' DELIMITED BY SIZE
                  HLT-LINE(1:8) DELIMITED BY SPACE
                  ' GENERATION ' DELIMITED BY SIZE
                  HLT-LINE(11:3) DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  HLT-LINE(33:12) DELIMITED BY SPACE
             INTO WS-AL-MESSAGE
           MOVE WS-REPORT-STAMP TO WS-AL-TIME
           PERFORM ROUTE-AND-RECORD-ALERT
           EXIT.

      * The mask verification report carries no stamp of its own, so
      * its verdict is dated by the run date - the same report seen
      * again on the same night is the same alert.
       COLLECT-MASK-FAILURES SECTION.
           OPEN INPUT MASK-VERIFY-FILE
           IF WS-MASK-VERIFY-STATUS NOT = '00'
               GO TO COLLECT-MASK-FAILURES-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ MASK-VERIFY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF MVR-LINE(1:30) =
                           'MASKED EXTRACT NOT FIT TO SHIP'
                           PERFORM TAKE-MASK-FAILURE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MASK-VERIFY-FILE
           MOVE 'N' TO WS-EOF-FLAG.
       COLLECT-MASK-FAILURES-EXIT.
           EXIT.

       TAKE-MASK-FAILURE SECTION.
           MOVE 'MASK' TO WS-AL-SOURCE
           MOVE 'rotational-cipher' TO WS-AL-PROGRAM
           MOVE 'MASK VERIFICATION FAILED' TO WS-AL-REASON
           MOVE 'MASK VERIFICATION FAILED - EXTRACT NOT FIT TO SHIP'
             TO WS-AL-MESSAGE
           MOVE 0 TO WS-TS-WORK
           MOVE WS-RUN-DAY TO WS-TS-DATE
           MOVE WS-TS-WORK TO WS-AL-TIME
           PERFORM ROUTE-AND-RECORD-ALERT
           EXIT.

      * The non-log sources are alerts whatever the route table says;
      * the route only picks the owning group and severity, and an
      * unrouted one goes to OPS as CRIT.
       ROUTE-AND-RECORD-ALERT SECTION.
           PERFORM FIND-ROUTE
           IF WS-ROUTE-FOUND = 'N'
               MOVE 'CRIT' TO WS-AL-SEVERITY
               MOVE 'OPS' TO WS-AL-GROUP
           END-IF
           PERFORM RECORD-ALERT
           EXIT.

       FIND-ROUTE SECTION.
           MOVE 'N' TO WS-ROUTE-FOUND
           PERFORM VARYING RT-IDX FROM 1 BY 1
                   UNTIL RT-IDX > WS-RTE-COUNT
                      OR WS-ROUTE-FOUND = 'Y'
               IF (RTE-PROGRAM(RT-IDX) = WS-AL-PROGRAM
                   OR RTE-PROGRAM(RT-IDX) = '*')
                   AND (RTE-REASON(RT-IDX) = SPACES
                   OR RTE-REASON(RT-IDX) = WS-AL-REASON)
                   MOVE 'Y' TO WS-ROUTE-FOUND
                   MOVE RTE-SEVERITY(RT-IDX) TO WS-AL-SEVERITY
                   MOVE RTE-GROUP(RT-IDX) TO WS-AL-GROUP
               END-IF
           END-PERFORM
           EXIT.

      * A source stamp that is not a usable date-time reads as now.
       SET-ALERT-TIME SECTION.
           IF WS-TS-TEXT IS NUMERIC
               MOVE WS-TS-TEXT TO WS-AL-TIME
           ELSE
               MOVE WS-NOW-STAMP TO WS-AL-TIME
           END-IF
           EXIT.

      * The ledger is keyed by source and message. An alert no newer
      * than the ledger's last sighting has been dealt with already.
      * A newer sighting of an alert still open is a repeat and is
      * suppressed. So is one acknowledged within the suppression
      * window; after that window it is raised afresh.
       RECORD-ALERT SECTION.
           ADD 1 TO WS-ALERTS-READ
           MOVE WS-AL-TIME TO WS-TS-WORK
           PERFORM TIMESTAMP-TO-MINUTES
           COMPUTE WS-AGE-MINUTES = WS-NOW-MINUTES - WS-TS-MINUTES
           IF WS-AGE-MINUTES > WS-KEEP-DAYS * 1440
               ADD 1 TO WS-ALERTS-EXPIRED
               GO TO RECORD-ALERT-EXIT
           END-IF
           MOVE 0 TO WS-LEDGER-HIT
           PERFORM VARYING NL-IDX FROM 1 BY 1
                   UNTIL NL-IDX > WS-NTL-COUNT
               IF NTL-SOURCE(NL-IDX) = WS-AL-SOURCE
                   AND NTL-MESSAGE(NL-IDX) = WS-AL-MESSAGE
                   SET WS-LEDGER-HIT TO NL-IDX
               END-IF
           END-PERFORM
           IF WS-LEDGER-HIT = 0
               PERFORM ADD-LEDGER-ALERT
               GO TO RECORD-ALERT-EXIT
           END-IF
           SET NL-IDX TO WS-LEDGER-HIT
           IF WS-AL-TIME NOT > NTL-LAST-SEEN(NL-IDX)
               ADD 1 TO WS-ALREADY-LOGGED
               GO TO RECORD-ALERT-EXIT
           END-IF
           MOVE WS-AL-TIME TO NTL-LAST-SEEN(NL-IDX)
           IF NTL-STATUS(NL-IDX) = 'A'
               MOVE NTL-NOTIFIED(NL-IDX) TO WS-TS-WORK
               PERFORM TIMESTAMP-TO-MINUTES
               COMPUTE WS-AGE-MINUTES =
                   WS-NOW-MINUTES - WS-TS-MINUTES
               IF WS-AGE-MINUTES >= WS-SUPPRESS-HOURS * 60
                   ADD 1 TO WS-ALERTS-REOPENED
                   MOVE 'N' TO NTL-STATUS(NL-IDX)
                   MOVE 1 TO NTL-LEVEL(NL-IDX)
                   MOVE 0 TO NTL-REPEATS(NL-IDX)
                   MOVE SPACES TO NTL-ACK-BY(NL-IDX)
                   MOVE WS-AL-TIME TO NTL-FIRST-SEEN(NL-IDX)
                   MOVE WS-AL-SEVERITY TO NTL-SEVERITY(NL-IDX)
                   MOVE WS-AL-GROUP TO NTL-GROUP(NL-IDX)
                   GO TO RECORD-ALERT-EXIT
               END-IF
           END-IF
           ADD 1 TO WS-REPEATS-SUPPRESSED
           IF NTL-REPEATS(NL-IDX) < 9999
               ADD 1 TO NTL-REPEATS(NL-IDX)
           END-IF.
       RECORD-ALERT-EXIT.
           EXIT.

       ADD-LEDGER-ALERT SECTION.
           IF WS-NTL-COUNT >= WS-NTL-MAX
               ADD 1 TO WS-ALERTS-DROPPED
               MOVE 'ONCALL-NTFY' TO SERR-PROGRAM-ID
               MOVE WS-AL-PROGRAM TO SERR-KEY-FIELD
               MOVE 'NOTIFY LEDGER FULL - NOT SENT' TO SERR-REASON
               MOVE 'NTF001' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               SET RC-CRITICAL TO TRUE
               GO TO ADD-LEDGER-ALERT-EXIT
           END-IF
           ADD 1 TO WS-NEW-ALERTS
           ADD 1 TO WS-NTL-COUNT
           ADD 1 TO WS-NEXT-ALERT-ID
           SET NL-IDX TO WS-NTL-COUNT
           MOVE WS-NEXT-ALERT-ID TO NTL-ALERT-ID(NL-IDX)
           MOVE WS-AL-SOURCE TO NTL-SOURCE(NL-IDX)
           MOVE WS-AL-PROGRAM TO NTL-PROGRAM(NL-IDX)
           MOVE WS-AL-SEVERITY TO NTL-SEVERITY(NL-IDX)
           MOVE WS-AL-GROUP TO NTL-GROUP(NL-IDX)
           MOVE 'N' TO NTL-STATUS(NL-IDX)
           MOVE 1 TO NTL-LEVEL(NL-IDX)
           MOVE WS-AL-TIME TO NTL-FIRST-SEEN(NL-IDX)
           MOVE WS-AL-TIME TO NTL-LAST-SEEN(NL-IDX)
           MOVE 0 TO NTL-NOTIFIED(NL-IDX)
           MOVE 0 TO NTL-REPEATS(NL-IDX)
           MOVE SPACES TO NTL-ACK-BY(NL-IDX)
           MOVE WS-AL-MESSAGE TO NTL-MESSAGE(NL-IDX)
           MOVE 'N' TO NTL-PURGE(NL-IDX).
       ADD-LEDGER-ALERT-EXIT.
           EXIT.

      * Every ledger entry not yet in someone's hands is offered to
      * the roster again on every run; an open one is checked for
      * escalation.
       DISPATCH-ONE-ALERT SECTION.
           EVALUATE NTL-STATUS(NL-IDX)
               WHEN 'N'
               WHEN 'D'
               WHEN 'U'
                   PERFORM SEND-FIRST-CALL
               WHEN 'O'
                   PERFORM CHECK-ESCALATION
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           EXIT.

       SEND-FIRST-CALL SECTION.
           MOVE NTL-GROUP(NL-IDX) TO WS-OC-GROUP
           MOVE 1 TO WS-OC-LEVEL
           MOVE NTL-SEVERITY(NL-IDX) TO WS-OC-SEVERITY
           PERFORM FIND-ON-CALL
           IF WS-OC-HIT = 0 AND WS-OC-DEFER = 'N'
               AND WS-OC-GROUP NOT = 'OPS'
               MOVE 'OPS' TO WS-OC-GROUP
               PERFORM FIND-ON-CALL
           END-IF
           IF WS-OC-HIT > 0
               ADD 1 TO WS-NOTIFICATIONS
               IF NTL-SEVERITY(NL-IDX) = 'WARN'
                   MOVE 'EMAIL' TO WS-SEND-CHANNEL
               ELSE
                   MOVE 'PAGE' TO WS-SEND-CHANNEL
               END-IF
               MOVE 'NOTIFIED' TO WS-SEND-ACTION
               MOVE 'O' TO NTL-STATUS(NL-IDX)
               MOVE 1 TO NTL-LEVEL(NL-IDX)
               MOVE WS-NOW-STAMP TO NTL-NOTIFIED(NL-IDX)
               PERFORM WRITE-OUTBOX-MESSAGE
               GO TO SEND-FIRST-CALL-EXIT
           END-IF
           IF WS-OC-DEFER = 'Y'
               ADD 1 TO WS-ALERTS-DEFERRED
               IF NTL-STATUS(NL-IDX) NOT = 'D'
                   MOVE 'D' TO NTL-STATUS(NL-IDX)
                   MOVE 'DEFERRED' TO WS-SEND-ACTION
                   MOVE SPACES TO WS-NTR-DETAIL
                   PERFORM WRITE-ACTIVITY-LINE
               END-IF
               GO TO SEND-FIRST-CALL-EXIT
           END-IF
           ADD 1 TO WS-ALERTS-UNROUTED
           IF NTL-STATUS(NL-IDX) NOT = 'U'
               MOVE 'U' TO NTL-STATUS(NL-IDX)
               MOVE 'UNROUTED' TO WS-SEND-ACTION
               MOVE SPACES TO WS-NTR-DETAIL
               PERFORM WRITE-ACTIVITY-LINE
               MOVE 'ONCALL-NTFY' TO SERR-PROGRAM-ID
               MOVE NTL-GROUP(NL-IDX) TO SERR-KEY-FIELD
               MOVE 'NOBODY ON CALL FOR ALERT' TO SERR-REASON
               MOVE 'NTF001' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
           END-IF.
       SEND-FIRST-CALL-EXIT.
           EXIT.

      * Unacknowledged past the escalation interval: page the group's
      * level-2 contact, or OPS's when the group has none on shift.
      * An escalation always pages, whatever the severity or shift.
      * Level 2 is as far as it goes.
       CHECK-ESCALATION SECTION.
           IF NTL-LEVEL(NL-IDX) >= 2
               GO TO CHECK-ESCALATION-EXIT
           END-IF
           MOVE NTL-NOTIFIED(NL-IDX) TO WS-TS-WORK
           PERFORM TIMESTAMP-TO-MINUTES
           COMPUTE WS-AGE-MINUTES = WS-NOW-MINUTES - WS-TS-MINUTES
           IF WS-AGE-MINUTES < WS-ESCALATE-MINUTES
               GO TO CHECK-ESCALATION-EXIT
           END-IF
           MOVE NTL-GROUP(NL-IDX) TO WS-OC-GROUP
           MOVE 2 TO WS-OC-LEVEL
           MOVE 'CRIT' TO WS-OC-SEVERITY
           PERFORM FIND-ON-CALL
           IF WS-OC-HIT = 0 AND WS-OC-GROUP NOT = 'OPS'
               MOVE 'OPS' TO WS-OC-GROUP
               PERFORM FIND-ON-CALL
           END-IF
           IF WS-OC-HIT = 0
               MOVE 'ONCALL-NTFY' TO SERR-PROGRAM-ID
               MOVE NTL-GROUP(NL-IDX) TO SERR-KEY-FIELD
               MOVE 'NO ESCALATION CONTACT ON CALL' TO SERR-REASON
               MOVE 'NTF001' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               IF WS-RETURN-CODE < 4
                   SET RC-WARNING TO TRUE
               END-IF
               GO TO CHECK-ESCALATION-EXIT
           END-IF
           ADD 1 TO WS-ESCALATIONS
           MOVE 'PAGE' TO WS-SEND-CHANNEL
           MOVE 'ESCALATED' TO WS-SEND-ACTION
           MOVE 2 TO NTL-LEVEL(NL-IDX)
           MOVE WS-NOW-STAMP TO NTL-NOTIFIED(NL-IDX)
           PERFORM WRITE-OUTBOX-MESSAGE.
       CHECK-ESCALATION-EXIT.
           EXIT.

      * First roster line for the group and level whose shift covers
      * this minute. A WARN is not sent to an after-hours first-call
      * shift - the lookup says so, and the alert waits.
       FIND-ON-CALL SECTION.
           MOVE 0 TO WS-OC-HIT
           MOVE 'N' TO WS-OC-DEFER
           PERFORM VARYING RS-IDX FROM 1 BY 1
                   UNTIL RS-IDX > WS-RST-COUNT
                      OR WS-OC-HIT > 0
               IF RSE-GROUP(RS-IDX) = WS-OC-GROUP
                   AND RSE-LEVEL(RS-IDX) = WS-OC-LEVEL
                   AND RSE-SHIFT-START(RS-IDX) <= WS-NOW-MINUTE
                   AND RSE-SHIFT-END(RS-IDX) > WS-NOW-MINUTE
                   IF WS-OC-SEVERITY = 'WARN'
                       AND RSE-SHIFT-TYPE(RS-IDX) = 'A'
                       MOVE 'Y' TO WS-OC-DEFER
                   ELSE
                       SET WS-OC-HIT TO RS-IDX
                   END-IF
               END-IF
           END-PERFORM
           EXIT.

       WRITE-OUTBOX-MESSAGE SECTION.
           SET RS-IDX TO WS-OC-HIT
           MOVE WS-SEND-CHANNEL TO OBX-CHANNEL
           MOVE RSE-CONTACT(RS-IDX) TO OBX-CONTACT
           MOVE RSE-PERSON(RS-IDX) TO OBX-PERSON
           MOVE RSE-GROUP(RS-IDX) TO OBX-GROUP
           MOVE NTL-ALERT-ID(NL-IDX) TO OBX-ALERT-ID
           MOVE NTL-SEVERITY(NL-IDX) TO OBX-SEVERITY
           MOVE NTL-LEVEL(NL-IDX) TO OBX-LEVEL
           MOVE WS-NOW-STAMP TO OBX-SENT
           MOVE NTL-MESSAGE(NL-IDX) TO OBX-MESSAGE
           WRITE OUTBOX-LINE FROM OBX-RECORD
           MOVE SPACES TO WS-NTR-DETAIL
           MOVE RSE-PERSON(RS-IDX) TO NTD-PERSON
           PERFORM WRITE-ACTIVITY-LINE
           EXIT.

      * Callers set the action and, where there is one, the person.
       WRITE-ACTIVITY-LINE SECTION.
           MOVE WS-SEND-ACTION TO NTD-ACTION
           MOVE NTL-ALERT-ID(NL-IDX) TO NTD-ALERT-ID
           MOVE NTL-SEVERITY(NL-IDX) TO NTD-SEVERITY
           MOVE NTL-GROUP(NL-IDX) TO NTD-GROUP
           MOVE NTL-MESSAGE(NL-IDX) TO NTD-MESSAGE
           MOVE WS-NTR-DETAIL TO NTR-LINE
           WRITE NTR-LINE
           EXIT.

      * Acknowledged alerts leave the ledger once their last sighting
      * is older than the keep period; open ones never do.
       SAVE-LEDGER SECTION.
           OPEN OUTPUT LEDGER-FILE
           IF WS-LEDGER-STATUS NOT = '00'
               MOVE 'ONCALL-NTFY' TO SERR-PROGRAM-ID
               MOVE WS-LEDGER-DSN(1:20) TO SERR-KEY-FIELD
               MOVE 'NOTIFY LEDGER NOT WRITTEN' TO SERR-REASON
               MOVE 'MST002' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               SET RC-CRITICAL TO TRUE
               GO TO SAVE-LEDGER-EXIT
           END-IF
           MOVE WS-NEXT-ALERT-ID TO NHW-ALERT-ID
           WRITE LEDGER-LINE FROM NTL-HIGH-WATER-RECORD
           PERFORM VARYING NL-IDX FROM 1 BY 1
                   UNTIL NL-IDX > WS-NTL-COUNT
               IF NTL-STATUS(NL-IDX) = 'A'
                   MOVE NTL-LAST-SEEN(NL-IDX) TO WS-TS-WORK
                   PERFORM TIMESTAMP-TO-MINUTES
                   COMPUTE WS-AGE-MINUTES =
                       WS-NOW-MINUTES - WS-TS-MINUTES
                   IF WS-AGE-MINUTES > WS-KEEP-DAYS * 1440
                       MOVE 'Y' TO NTL-PURGE(NL-IDX)
                   END-IF
               END-IF
               IF NTL-PURGE(NL-IDX) = 'Y'
                   ADD 1 TO WS-LEDGER-PURGED
               ELSE
                   MOVE NTL-ALERT-ID(NL-IDX) TO NLR-ALERT-ID
                   MOVE NTL-SOURCE(NL-IDX) TO NLR-SOURCE
                   MOVE NTL-PROGRAM(NL-IDX) TO NLR-PROGRAM
                   MOVE NTL-SEVERITY(NL-IDX) TO NLR-SEVERITY
                   MOVE NTL-GROUP(NL-IDX) TO NLR-GROUP
                   MOVE NTL-STATUS(NL-IDX) TO NLR-STATUS
                   MOVE NTL-LEVEL(NL-IDX) TO NLR-LEVEL
                   MOVE NTL-FIRST-SEEN(NL-IDX) TO NLR-FIRST-SEEN
                   MOVE NTL-LAST-SEEN(NL-IDX) TO NLR-LAST-SEEN
                   MOVE NTL-NOTIFIED(NL-IDX) TO NLR-NOTIFIED
                   MOVE NTL-REPEATS(NL-IDX) TO NLR-REPEATS
                   MOVE NTL-ACK-BY(NL-IDX) TO NLR-ACK-BY
                   MOVE NTL-MESSAGE(NL-IDX) TO NLR-MESSAGE
                   WRITE LEDGER-LINE FROM NTL-RECORD
                   ADD 1 TO WS-LEDGER-WRITTEN
               END-IF
           END-PERFORM
           CLOSE LEDGER-FILE.
       SAVE-LEDGER-EXIT.
           EXIT.

      * Minutes since day zero for a YYYYMMDDHHMMSS stamp, so ages
      * can be taken across midnight and month ends.
       TIMESTAMP-TO-MINUTES SECTION.
           MOVE 0 TO WS-TS-MINUTES
           IF WS-TS-DATE < 16010101
               GO TO TIMESTAMP-TO-MINUTES-EXIT
           END-IF
           COMPUTE WS-TS-MINUTES =
               FUNCTION INTEGER-OF-DATE(WS-TS-DATE) * 1440
               + WS-TS-HH * 60 + WS-TS-MM.
       TIMESTAMP-TO-MINUTES-EXIT.
           EXIT.

       WRITE-CONTROL-TOTALS SECTION.
           OPEN OUTPUT CONTROL-TOTAL-FILE
           MOVE WS-PARM-RUN-ID TO TRX-RUN-ID
           MOVE 'ONCALL' TO TRX-SOURCE-SYSTEM
           MOVE FUNCTION CURRENT-DATE TO TRX-TIMESTAMP
           MOVE TRX-HEADER TO CTL-LINE
           WRITE CTL-LINE
           MOVE 'ON-CALL NOTIFICATION CONTROL TOTALS' TO CTL-LINE
           WRITE CTL-LINE
           MOVE ALL '-' TO CTL-LINE
           WRITE CTL-LINE
           MOVE SPACES TO CTL-LINE
           MOVE WS-ALERTS-READ TO WS-CTL-COUNT-TXT
           STRING 'ALERTS READ      : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-ALERTS-EXPIRED TO WS-CTL-COUNT-TXT
           STRING 'ALERTS EXPIRED   : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-ALREADY-LOGGED TO WS-CTL-COUNT-TXT
           STRING 'ALREADY LOGGED   : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-NEW-ALERTS TO WS-CTL-COUNT-TXT
           STRING 'NEW ALERTS       : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-ALERTS-REOPENED TO WS-CTL-COUNT-TXT
           STRING 'ALERTS REOPENED  : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-REPEATS-SUPPRESSED TO WS-CTL-COUNT-TXT
           STRING 'ALERTS SUPPRESSED: ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-ALERTS-DROPPED TO WS-CTL-COUNT-TXT
           STRING 'ALERTS DROPPED   : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-NOTIFICATIONS TO WS-CTL-COUNT-TXT
           STRING 'NOTIFICATIONS    : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-ESCALATIONS TO WS-CTL-COUNT-TXT
           STRING 'ESCALATIONS      : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-ALERTS-DEFERRED TO WS-CTL-COUNT-TXT
           STRING 'ALERTS DEFERRED  : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-ALERTS-UNROUTED TO WS-CTL-COUNT-TXT
           STRING 'ALERTS UNROUTED  : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-ACKS-READ TO WS-CTL-COUNT-TXT
           STRING 'ACKS READ        : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-ACKS-APPLIED TO WS-CTL-COUNT-TXT
           STRING 'ACKS APPLIED     : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-ACKS-ALREADY TO WS-CTL-COUNT-TXT
           STRING 'ACKS ALREADY HELD: ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-ACKS-REJECTED TO WS-CTL-COUNT-TXT
           STRING 'ACKS REJECTED    : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-ROSTER-READ TO WS-CTL-COUNT-TXT
           STRING 'ROSTER LINES     : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-ROSTER-REJECTED TO WS-CTL-COUNT-TXT
           STRING 'ROSTER REJECTED  : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-LEDGER-CARRIED TO WS-CTL-COUNT-TXT
           STRING 'LEDGER CARRIED IN: ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-LEDGER-PURGED TO WS-CTL-COUNT-TXT
           STRING 'LEDGER PURGED    : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-LEDGER-WRITTEN TO WS-CTL-COUNT-TXT
           STRING 'LEDGER WRITTEN   : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           CLOSE CONTROL-TOTAL-FILE
           EXIT.

      * High-water marks of the in-memory tables for this run,
      * kept so TABLE-CAPACITY-REPORT can warn before a ceiling is
      * reached.
       RECORD-TABLE-CAPACITY SECTION.
           MOVE 'ONCALL-NOTIFY' TO TCAP-PROGRAM-ID
           MOVE WS-PARM-RUN-ID TO TCAP-RUN-ID
           MOVE WS-RUN-DATE TO TCAP-RUN-DATE
           MOVE 'RST' TO TCAP-TABLE-NAME
           MOVE WS-RST-COUNT TO TCAP-PEAK
           MOVE WS-RST-MAX TO TCAP-CEILING
           PERFORM WRITE-TABLE-CAPACITY
           MOVE 'RTE' TO TCAP-TABLE-NAME
           MOVE WS-RTE-COUNT TO TCAP-PEAK
           MOVE WS-RTE-MAX TO TCAP-CEILING
           PERFORM WRITE-TABLE-CAPACITY
           MOVE 'NTL' TO TCAP-TABLE-NAME
           MOVE WS-NTL-COUNT TO TCAP-PEAK
           MOVE WS-NTL-MAX TO TCAP-CEILING
           PERFORM WRITE-TABLE-CAPACITY
           EXIT.

       COPY "suite-error-log-proc.cpy".
       COPY "run-parms-proc.cpy".
       COPY "env-switch-proc.cpy".
       COPY "table-capacity-proc.cpy".
