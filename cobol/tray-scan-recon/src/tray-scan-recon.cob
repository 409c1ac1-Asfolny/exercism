       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRAY-SCAN-RECON.
      * Proof of delivery for the tray line. TRAY-TICKET prints one
      * ticket per resident per meal and writes every ticket line to
      * TRAY-TICKET-ISSUE.DAT; the meal line scans each tray back as
      * it leaves - ticket number, resident, meal and every dish
      * actually on the tray - onto the delivered-tray file. This job
      * holds the two against each other for the serve date: tickets
      * that never went out, trays that went out with no ticket,
      * dishes on a tray the ticket never listed and - the one that
      * matters - a dish the ticket had blocked for the resident
      * that went out anyway. A blocked dish served ends the step
      * with a data exception and goes onto SUITE-ERROR-LOG so it is
      * on the morning summary before breakfast is over.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TICKET-ISSUE-FILE ASSIGN TO
               DYNAMIC WS-TICKET-ISSUE-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TICKET-ISSUE-STATUS.
      * One record per dish scanned onto a delivered tray.
           SELECT DELIVERED-FILE ASSIGN TO DYNAMIC WS-DELIVERED-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DELIVERED-STATUS.
           SELECT RECON-REPORT-FILE ASSIGN TO DYNAMIC WS-RECON-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RECON-STATUS.
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
      * Layout written by TRAY-TICKET. TIS-STATUS: P dish printed as
      * on the menu, S substitute printed in place of the blocked
      * menu dish, H blocked menu dish with no substitute - tray held.
       FD  TICKET-ISSUE-FILE
           RECORD CONTAINS 125 CHARACTERS.
       01 TIS-RECORD.
          03 TIS-SERVE-DATE     PIC 9(8).
          03 FILLER             PIC X(2).
          03 TIS-TICKET-NO      PIC 9(6).
          03 FILLER             PIC X(2).
          03 TIS-PATIENT-ID     PIC X(10).
          03 FILLER             PIC X(2).
          03 TIS-MEAL           PIC X(12).
          03 FILLER             PIC X(2).
          03 TIS-DISH           PIC X(30).
          03 FILLER             PIC X(2).
          03 TIS-MENU-DISH      PIC X(30).
          03 FILLER             PIC X(2).
          03 TIS-STATUS         PIC X.
          03 FILLER             PIC X(2).
          03 TIS-BLOCK-ALLERGEN PIC X(12).
          03 FILLER             PIC X(2).

       FD  DELIVERED-FILE
           RECORD CONTAINS 60 CHARACTERS.
       01 DLV-RECORD.
          03 DLV-TICKET-NO      PIC 9(6).
          03 DLV-PATIENT-ID     PIC X(10).
          03 DLV-MEAL           PIC X(12).
          03 DLV-DISH           PIC X(30).
          03 FILLER             PIC X(2).

       FD  RECON-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01 RCN-LINE PIC X(132).

       FD  CONTROL-TOTAL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 CTL-LINE PIC X(80).

       COPY "suite-error-log-fd.cpy".
       COPY "table-capacity-fd.cpy".
       COPY "run-parms-fd.cpy".

       WORKING-STORAGE SECTION.
       01 WS-TICKET-ISSUE-DSN   PIC X(100)
          VALUE 'TRAY-TICKET-ISSUE.DAT'.
       01 WS-DELIVERED-DSN      PIC X(100)
          VALUE 'TRAY-DELIVERED.DAT'.
       01 WS-RECON-DSN          PIC X(100)
          VALUE 'TRAY-SCAN-RECON.RPT'.
       01 WS-TICKET-ISSUE-STATUS PIC XX VALUE '00'.
       01 WS-DELIVERED-STATUS   PIC XX VALUE '00'.
       01 WS-RECON-STATUS       PIC XX VALUE '00'.
       01 WS-EOF-FLAG           PIC X VALUE 'N'.

       01 WS-CONTROL-TOTAL-DSN    PIC X(100)
          VALUE 'TRAY-SCAN-CONTROL-TOTALS.RPT'.
       01 WS-CONTROL-TOTAL-STATUS PIC XX VALUE '00'.
       01 WS-TICKETS-ISSUED       PIC 9(6) VALUE 0.
       01 WS-SCANS-READ           PIC 9(6) VALUE 0.
       01 WS-TICKETS-DELIVERED    PIC 9(6) VALUE 0.
       01 WS-TICKETS-UNDELIVERED  PIC 9(6) VALUE 0.
       01 WS-TRAYS-NO-TICKET      PIC 9(6) VALUE 0.
       01 WS-DISHES-NOT-ON-TICKET PIC 9(6) VALUE 0.
       01 WS-BLOCKED-SERVED       PIC 9(6) VALUE 0.
       01 WS-CTL-COUNT-TXT        PIC ZZZZZ9.

       01 WS-SERVE-DATE         PIC 9(8) VALUE 0.
       01 WS-SERVE-DATE-TXT     PIC X(8) VALUE SPACES.
       01 WS-ISSUE-READ         PIC 9(6) VALUE 0.

      * The serve date's tickets, and the dish lines each one
      * printed. A ticket's dish lines are consecutive on the issue
      * file, so each ticket keeps the slot of its first line and a
      * line count. Sized well above the panel times the menu; if
      * either table overflows the matching is suppressed, because
      * a ticket dropped from the table would report delivered trays
      * as having no ticket.
       01 WS-TICKET-MAX         PIC 9(4) VALUE 3000.
       01 WS-TICKET-COUNT       PIC 9(4) VALUE 0.
       01 WS-TICKET-TABLE.
          03 WS-TICKET-ENTRY OCCURS 3000 TIMES INDEXED BY TK-IDX.
             05 TKE-TICKET-NO      PIC 9(6).
             05 TKE-PATIENT-ID     PIC X(10).
             05 TKE-MEAL           PIC X(12).
             05 TKE-FIRST-LINE     PIC 9(5).
             05 TKE-LINE-COUNT     PIC 99.
             05 TKE-DELIVERED      PIC X.
       01 WS-LINE-MAX           PIC 9(5) VALUE 20000.
       01 WS-LINE-COUNT         PIC 9(5) VALUE 0.
       01 WS-LINE-TABLE.
          03 WS-LINE-ENTRY OCCURS 20000 TIMES INDEXED BY LN-IDX.
             05 TKL-DISH           PIC X(30).
             05 TKL-MENU-DISH      PIC X(30).
             05 TKL-STATUS         PIC X.
             05 TKL-BLOCK-ALLERGEN PIC X(12).
       01 WS-TABLE-OVERFLOW     PIC X VALUE 'N'.
       01 WS-LINE-END           PIC 9(5) VALUE 0.

       01 WS-TICKET-HIT         PIC X VALUE 'N'.
       01 WS-DISH-HIT           PIC X VALUE 'N'.
       01 WS-BLOCK-HIT          PIC X VALUE 'N'.
       01 WS-HIT-ALLERGEN       PIC X(12) VALUE SPACES.

       01 WS-RCN-DETAIL.
          03 RCD-EXCEPTION      PIC X(20).
          03 FILLER             PIC X(2) VALUE SPACES.
          03 RCD-TICKET-NO      PIC 9(6).
          03 FILLER             PIC X(2) VALUE SPACES.
          03 RCD-PATIENT-ID     PIC X(10).
          03 FILLER             PIC X(2) VALUE SPACES.
          03 RCD-MEAL           PIC X(12).
          03 FILLER             PIC X(2) VALUE SPACES.
          03 RCD-DISH           PIC X(30).
          03 FILLER             PIC X(2) VALUE SPACES.
          03 RCD-NOTE           PIC X(44).
       01 WS-RCN-HEADING.
          03 FILLER PIC X(22) VALUE 'EXCEPTION'.
          03 FILLER PIC X(8)  VALUE 'TICKET'.
          03 FILLER PIC X(12) VALUE 'PATIENT ID'.
          03 FILLER PIC X(14) VALUE 'MEAL'.
          03 FILLER PIC X(32) VALUE 'DISH'.
          03 FILLER PIC X(4)  VALUE 'NOTE'.

       COPY "suite-error-log-ws.cpy".
       COPY "table-capacity-ws.cpy".
       COPY "run-parms-ws.cpy".
       COPY "env-accept-ws.cpy".
       COPY "transaction-header.cpy".
       COPY "return-codes.cpy".
       COPY "env-switch-ws.cpy".

       PROCEDURE DIVISION.
       RUN-TRAY-SCAN-RECON SECTION.
           PERFORM READ-RUN-PARMS
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'TRAY_TICKET_ISSUE_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-TICKET-ISSUE-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'TRAY_DELIVERED_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-DELIVERED-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'TRAY_SCAN_RECON_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-RECON-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'TRAY_SCAN_CONTROL_TOTAL_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-CONTROL-TOTAL-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'SUITE_ERROR_LOG_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-SUITE-ERROR-LOG-DSN
           END-IF
      * Same serve date the ticket run was cut for - the override
      * lets a prior day's scans be reconciled against that day's
      * retained issue file.
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'TRAY_TICKET_SERVE_DATE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-SERVE-DATE-TXT
           END-IF
           IF WS-SERVE-DATE-TXT NOT = SPACES
               AND WS-SERVE-DATE-TXT IS NUMERIC
               MOVE WS-SERVE-DATE-TXT TO WS-SERVE-DATE
           ELSE
               IF WS-RUN-DATE NOT = 0
                   MOVE WS-RUN-DATE TO WS-SERVE-DATE
               ELSE
                   ACCEPT WS-SERVE-DATE FROM DATE YYYYMMDD
               END-IF
           END-IF
           MOVE WS-TICKET-ISSUE-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-TICKET-ISSUE-DSN
           MOVE WS-DELIVERED-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-DELIVERED-DSN
           MOVE WS-RECON-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-RECON-DSN
           MOVE WS-CONTROL-TOTAL-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-CONTROL-TOTAL-DSN

           PERFORM LOAD-ISSUED-TICKETS

           OPEN OUTPUT RECON-REPORT-FILE
           MOVE WS-PARM-RUN-ID TO TRX-RUN-ID
           MOVE 'TRAY-SCN' TO TRX-SOURCE-SYSTEM
           MOVE FUNCTION CURRENT-DATE TO TRX-TIMESTAMP
           MOVE TRX-HEADER TO RCN-LINE
           WRITE RCN-LINE
           MOVE SPACES TO RCN-LINE
           STRING 'TRAY DELIVERY SCAN-BACK RECONCILIATION FOR '
                    DELIMITED BY SIZE
                  'SERVE DATE ' DELIMITED BY SIZE
                  WS-SERVE-DATE DELIMITED BY SIZE
             INTO RCN-LINE
           WRITE RCN-LINE
           MOVE WS-RCN-HEADING TO RCN-LINE
           WRITE RCN-LINE
           MOVE ALL '-' TO RCN-LINE
           WRITE RCN-LINE

           IF WS-TABLE-OVERFLOW = 'Y'
               MOVE 'TICKET TABLE OVERFLOW - MATCHING SKIPPED'
                 TO RCN-LINE
               WRITE RCN-LINE
           ELSE
               OPEN INPUT DELIVERED-FILE
               IF WS-DELIVERED-STATUS = '00'
                   MOVE 'N' TO WS-EOF-FLAG
                   PERFORM UNTIL WS-EOF-FLAG = 'Y'
                       READ DELIVERED-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF-FLAG
                           NOT AT END
                               ADD 1 TO WS-SCANS-READ
                               PERFORM MATCH-DELIVERED-DISH
                       END-READ
                   END-PERFORM
                   CLOSE DELIVERED-FILE
               END-IF
               PERFORM REPORT-UNDELIVERED-TICKETS
           END-IF
           IF WS-BLOCKED-SERVED = 0
               AND WS-TRAYS-NO-TICKET = 0
               AND WS-DISHES-NOT-ON-TICKET = 0
               AND WS-TICKETS-UNDELIVERED = 0
               AND WS-TABLE-OVERFLOW = 'N'
               MOVE 'ALL TICKETS DELIVERED AS PRINTED' TO RCN-LINE
               WRITE RCN-LINE
           END-IF
           CLOSE RECON-REPORT-FILE
           PERFORM WRITE-CONTROL-TOTALS

           SET RC-NORMAL TO TRUE
           IF WS-TICKETS-UNDELIVERED > 0
               OR WS-TRAYS-NO-TICKET > 0
               OR WS-DISHES-NOT-ON-TICKET > 0
               OR WS-TABLE-OVERFLOW = 'Y'
               SET RC-WARNING TO TRUE
           END-IF
           IF WS-BLOCKED-SERVED > 0
               SET RC-DATA-EXCEPTION TO TRUE
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
           PERFORM RECORD-TABLE-CAPACITY
           GOBACK.

      * The issue file opens with the standard run header, which is
      * skipped; lines for any other serve date are ignored.
       LOAD-ISSUED-TICKETS SECTION.
           MOVE 0 TO WS-TICKET-COUNT
           MOVE 0 TO WS-LINE-COUNT
           MOVE 0 TO WS-ISSUE-READ
           OPEN INPUT TICKET-ISSUE-FILE
           IF WS-TICKET-ISSUE-STATUS NOT = '00'
               MOVE 'TRAY-SCAN' TO SERR-PROGRAM-ID
               MOVE WS-SERVE-DATE TO SERR-KEY-FIELD
               MOVE 'TICKET ISSUE FILE NOT FOUND' TO SERR-REASON
               MOVE 'REF001' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               GO TO LOAD-ISSUED-TICKETS-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ TICKET-ISSUE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-ISSUE-READ
                       IF WS-ISSUE-READ > 1
                           AND TIS-SERVE-DATE IS NUMERIC
                           AND TIS-SERVE-DATE = WS-SERVE-DATE
                           AND WS-TABLE-OVERFLOW = 'N'
                           PERFORM LOAD-ONE-ISSUE-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TICKET-ISSUE-FILE
           MOVE 'N' TO WS-EOF-FLAG.
       LOAD-ISSUED-TICKETS-EXIT.
           EXIT.

       LOAD-ONE-ISSUE-LINE SECTION.
           IF WS-LINE-COUNT >= WS-LINE-MAX
               MOVE 'Y' TO WS-TABLE-OVERFLOW
               MOVE 'TRAY-SCAN' TO SERR-PROGRAM-ID
               MOVE TIS-TICKET-NO TO SERR-KEY-FIELD
               MOVE 'TICKET LINE TABLE FULL' TO SERR-REASON
               MOVE 'TBL001' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               GO TO LOAD-ONE-ISSUE-LINE-EXIT
           END-IF
           IF WS-TICKET-COUNT = 0
               OR TKE-TICKET-NO(WS-TICKET-COUNT) NOT = TIS-TICKET-NO
               IF WS-TICKET-COUNT >= WS-TICKET-MAX
                   MOVE 'Y' TO WS-TABLE-OVERFLOW
                   MOVE 'TRAY-SCAN' TO SERR-PROGRAM-ID
                   MOVE TIS-TICKET-NO TO SERR-KEY-FIELD
                   MOVE 'TICKET TABLE FULL' TO SERR-REASON
                   MOVE 'TBL001' TO SERR-ERROR-CODE
                   PERFORM WRITE-SUITE-ERROR-LOG
                   GO TO LOAD-ONE-ISSUE-LINE-EXIT
               END-IF
               ADD 1 TO WS-TICKET-COUNT
               ADD 1 TO WS-TICKETS-ISSUED
               MOVE TIS-TICKET-NO TO TKE-TICKET-NO(WS-TICKET-COUNT)
               MOVE TIS-PATIENT-ID TO TKE-PATIENT-ID(WS-TICKET-COUNT)
               MOVE TIS-MEAL TO TKE-MEAL(WS-TICKET-COUNT)
               COMPUTE TKE-FIRST-LINE(WS-TICKET-COUNT) =
                   WS-LINE-COUNT + 1
               MOVE 0 TO TKE-LINE-COUNT(WS-TICKET-COUNT)
               MOVE 'N' TO TKE-DELIVERED(WS-TICKET-COUNT)
           END-IF
           ADD 1 TO WS-LINE-COUNT
           ADD 1 TO TKE-LINE-COUNT(WS-TICKET-COUNT)
           MOVE TIS-DISH TO TKL-DISH(WS-LINE-COUNT)
           MOVE TIS-MENU-DISH TO TKL-MENU-DISH(WS-LINE-COUNT)
           MOVE TIS-STATUS TO TKL-STATUS(WS-LINE-COUNT)
           MOVE TIS-BLOCK-ALLERGEN TO TKL-BLOCK-ALLERGEN(WS-LINE-COUNT).
       LOAD-ONE-ISSUE-LINE-EXIT.
           EXIT.

      * One scanned dish. The ticket number must name a ticket
      * printed for this resident and meal; the dish must be one the
      * ticket printed. A dish the ticket blocked - substituted away
      * or held - is the exception the whole job exists to catch.
       MATCH-DELIVERED-DISH SECTION.
           MOVE 'N' TO WS-TICKET-HIT
           PERFORM VARYING TK-IDX FROM 1 BY 1
                   UNTIL TK-IDX > WS-TICKET-COUNT
                   OR WS-TICKET-HIT = 'Y'
               IF TKE-TICKET-NO(TK-IDX) = DLV-TICKET-NO
                   AND TKE-PATIENT-ID(TK-IDX) = DLV-PATIENT-ID
                   AND TKE-MEAL(TK-IDX) = DLV-MEAL
                   MOVE 'Y' TO WS-TICKET-HIT
               END-IF
           END-PERFORM
           IF WS-TICKET-HIT = 'N'
               ADD 1 TO WS-TRAYS-NO-TICKET
               MOVE SPACES TO WS-RCN-DETAIL
               MOVE 'TRAY WITH NO TICKET' TO RCD-EXCEPTION
               MOVE 'NO TICKET PRINTED FOR RESIDENT AND MEAL'
                 TO RCD-NOTE
               PERFORM WRITE-SCAN-EXCEPTION
               GO TO MATCH-DELIVERED-DISH-EXIT
           END-IF
           SET TK-IDX DOWN BY 1
           IF TKE-DELIVERED(TK-IDX) = 'N'
               MOVE 'Y' TO TKE-DELIVERED(TK-IDX)
               ADD 1 TO WS-TICKETS-DELIVERED
           END-IF
           MOVE 'N' TO WS-DISH-HIT
           MOVE 'N' TO WS-BLOCK-HIT
           MOVE SPACES TO WS-HIT-ALLERGEN
           COMPUTE WS-LINE-END = TKE-FIRST-LINE(TK-IDX)
               + TKE-LINE-COUNT(TK-IDX) - 1
           PERFORM VARYING LN-IDX FROM TKE-FIRST-LINE(TK-IDX) BY 1
                   UNTIL LN-IDX > WS-LINE-END
               IF TKL-DISH(LN-IDX) = DLV-DISH
                   AND TKL-STATUS(LN-IDX) NOT = 'H'
                   MOVE 'Y' TO WS-DISH-HIT
               END-IF
               IF TKL-MENU-DISH(LN-IDX) = DLV-DISH
                   AND (TKL-STATUS(LN-IDX) = 'S'
                        OR TKL-STATUS(LN-IDX) = 'H')
                   MOVE 'Y' TO WS-BLOCK-HIT
                   MOVE TKL-BLOCK-ALLERGEN(LN-IDX) TO WS-HIT-ALLERGEN
               END-IF
           END-PERFORM
           IF WS-BLOCK-HIT = 'Y'
               ADD 1 TO WS-BLOCKED-SERVED
               MOVE SPACES TO WS-RCN-DETAIL
               MOVE '** BLOCKED SERVED **' TO RCD-EXCEPTION
               STRING 'TICKET BLOCKED DISH - ' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-HIT-ALLERGEN) DELIMITED BY SIZE
                 INTO RCD-NOTE
               PERFORM WRITE-SCAN-EXCEPTION
               MOVE 'TRAY-SCAN' TO SERR-PROGRAM-ID
               MOVE DLV-PATIENT-ID TO SERR-KEY-FIELD
               MOVE 'BLOCKED DISH SERVED' TO SERR-REASON
               MOVE 'CLN001' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               GO TO MATCH-DELIVERED-DISH-EXIT
           END-IF
           IF WS-DISH-HIT = 'N'
               ADD 1 TO WS-DISHES-NOT-ON-TICKET
               MOVE SPACES TO WS-RCN-DETAIL
               MOVE 'DISH NOT ON TICKET' TO RCD-EXCEPTION
               MOVE 'DISH SERVED THAT THE TICKET NEVER LISTED'
                 TO RCD-NOTE
               PERFORM WRITE-SCAN-EXCEPTION
           END-IF.
       MATCH-DELIVERED-DISH-EXIT.
           EXIT.

       WRITE-SCAN-EXCEPTION SECTION.
           MOVE DLV-TICKET-NO TO RCD-TICKET-NO
           MOVE DLV-PATIENT-ID TO RCD-PATIENT-ID
           MOVE DLV-MEAL TO RCD-MEAL
           MOVE DLV-DISH TO RCD-DISH
           MOVE WS-RCN-DETAIL TO RCN-LINE
           WRITE RCN-LINE
           EXIT.

      * Tickets printed for the serve date with no tray scanned back.
       REPORT-UNDELIVERED-TICKETS SECTION.
           PERFORM VARYING TK-IDX FROM 1 BY 1
                   UNTIL TK-IDX > WS-TICKET-COUNT
               IF TKE-DELIVERED(TK-IDX) = 'N'
                   ADD 1 TO WS-TICKETS-UNDELIVERED
                   MOVE SPACES TO WS-RCN-DETAIL
                   MOVE 'TICKET NOT DELIVERED' TO RCD-EXCEPTION
                   MOVE TKE-TICKET-NO(TK-IDX) TO RCD-TICKET-NO
                   MOVE TKE-PATIENT-ID(TK-IDX) TO RCD-PATIENT-ID
                   MOVE TKE-MEAL(TK-IDX) TO RCD-MEAL
                   MOVE 'NO TRAY SCANNED BACK FOR TICKET' TO RCD-NOTE
                   MOVE WS-RCN-DETAIL TO RCN-LINE
                   WRITE RCN-LINE
               END-IF
           END-PERFORM
           EXIT.

      * Standard run-balancing control-total report so ops balances
      * this job the same way every other nightly batch job is
      * balanced. Every issued ticket is either delivered or
      * undelivered.
       WRITE-CONTROL-TOTALS SECTION.
           OPEN OUTPUT CONTROL-TOTAL-FILE
           MOVE WS-PARM-RUN-ID TO TRX-RUN-ID
           MOVE 'TRAY-SCN' TO TRX-SOURCE-SYSTEM
           MOVE FUNCTION CURRENT-DATE TO TRX-TIMESTAMP
           MOVE TRX-HEADER TO CTL-LINE
           WRITE CTL-LINE
           MOVE 'TRAY SCAN-BACK RECONCILIATION CONTROL TOTALS'
             TO CTL-LINE
           WRITE CTL-LINE
           MOVE ALL '-' TO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-TICKETS-ISSUED TO WS-CTL-COUNT-TXT
           STRING 'TICKETS ISSUED   : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-SCANS-READ TO WS-CTL-COUNT-TXT
           STRING 'DISH SCANS READ  : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-TICKETS-DELIVERED TO WS-CTL-COUNT-TXT
           STRING 'TICKETS DELIVERED: ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-TICKETS-UNDELIVERED TO WS-CTL-COUNT-TXT
           STRING 'NOT DELIVERED    : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-TRAYS-NO-TICKET TO WS-CTL-COUNT-TXT
           STRING 'NO TICKET        : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-DISHES-NOT-ON-TICKET TO WS-CTL-COUNT-TXT
           STRING 'NOT ON TICKET    : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-BLOCKED-SERVED TO WS-CTL-COUNT-TXT
           STRING 'BLOCKED SERVED   : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           CLOSE CONTROL-TOTAL-FILE
           EXIT.

      * High-water marks of the in-memory tables for this run,
      * kept so TABLE-CAPACITY-REPORT can warn before a ceiling is
      * reached.
       RECORD-TABLE-CAPACITY SECTION.
           MOVE 'TRAY-SCAN-RECON' TO TCAP-PROGRAM-ID
           MOVE WS-PARM-RUN-ID TO TCAP-RUN-ID
           MOVE WS-RUN-DATE TO TCAP-RUN-DATE
           MOVE 'TICKET' TO TCAP-TABLE-NAME
           MOVE WS-TICKET-COUNT TO TCAP-PEAK
           MOVE WS-TICKET-MAX TO TCAP-CEILING
           PERFORM WRITE-TABLE-CAPACITY
           MOVE 'LINE' TO TCAP-TABLE-NAME
           MOVE WS-LINE-COUNT TO TCAP-PEAK
           MOVE WS-LINE-MAX TO TCAP-CEILING
           PERFORM WRITE-TABLE-CAPACITY
           EXIT.

       COPY "suite-error-log-proc.cpy".
       COPY "run-parms-proc.cpy".
       COPY "env-switch-proc.cpy".
       COPY "table-capacity-proc.cpy".
