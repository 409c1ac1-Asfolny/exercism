       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOG-CHAIN-VERIFY.
      * Nightly proof that the compliance logs have not been altered.
      * Every record written to ALLERGY-AUDIT.LOG, DEIDENTIFY-AUDIT.LOG,
      * DATA-LINEAGE.LOG and CONSOLE-ACCESS.LOG carries a chain-hash
      * link over the previous record's link and its own content.
      * This job recomputes every link on each live log, from the
      * seed AUDIT-ARCHIVE left on LOG-CHAIN-ANCHOR.DAT at the last
      * cut (zero before any cut), and on every archive file sealed
      * on the anchor file, which must also still end on its sealed
      * link and record count. RESIDENT-TRANSFER writes its lineage
      * to each company's own qualified DATA-LINEAGE log, so every
      * company on COMPANY-MASTER.DAT has that log checked as well.
      * The report gives each log's record count and the first
      * broken link; records written before the chain began carry
      * no link and are counted apart.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VERIFY-REPORT-FILE ASSIGN TO
               DYNAMIC WS-VERIFY-REPORT-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-VERIFY-REPORT-STATUS.
      * Standard run-balancing control-total report so ops balances
      * this job the same way every other nightly batch job is
      * balanced.
           SELECT CONTROL-TOTAL-FILE ASSIGN TO
               DYNAMIC WS-CONTROL-TOTAL-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-TOTAL-STATUS.
           SELECT COMPANY-FILE ASSIGN TO DYNAMIC WS-COMPANY-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-COMPANY-STATUS.
           COPY "suite-error-log-select.cpy".
           COPY "log-chain-select.cpy".
           COPY "table-capacity-select.cpy".
           COPY "run-parms-select.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD  VERIFY-REPORT-FILE
           RECORD CONTAINS 120 CHARACTERS.
       01 LCV-LINE PIC X(120).

       FD  CONTROL-TOTAL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 CTL-LINE PIC X(80).

       FD  COMPANY-FILE
           RECORD CONTAINS 36 CHARACTERS.
       01 CMP-RECORD.
          03 CMP-CODE       PIC X(4).
          03 FILLER         PIC X(2).
          03 CMP-NAME       PIC X(30).

       COPY "suite-error-log-fd.cpy".
       COPY "log-chain-fd.cpy".
       COPY "table-capacity-fd.cpy".
       COPY "run-parms-fd.cpy".

       WORKING-STORAGE SECTION.
       01 WS-AUDIT-DSN          PIC X(100) VALUE 'ALLERGY-AUDIT.LOG'.
       01 WS-DEID-AUDIT-DSN     PIC X(100)
          VALUE 'DEIDENTIFY-AUDIT.LOG'.
       01 WS-LINEAGE-DSN        PIC X(100) VALUE 'DATA-LINEAGE.LOG'.
       01 WS-ACCESS-LOG-DSN     PIC X(100) VALUE 'CONSOLE-ACCESS.LOG'.
       01 WS-COMPANY-DSN        PIC X(100) VALUE 'COMPANY-MASTER.DAT'.
       01 WS-COMPANY-STATUS     PIC XX VALUE '00'.
       01 WS-COMPANY-EOF        PIC X VALUE 'N'.
      * A company's lineage log name, built the way RESIDENT-TRANSFER
      * QUALIFY-COMPANY-DSN builds it: test library prefix, then the
      * company code as leading qualifier.
       01 WS-QUAL-DSN           PIC X(100) VALUE SPACES.
       01 WS-QUAL-SCRATCH       PIC X(100) VALUE SPACES.
       01 WS-VERIFY-REPORT-DSN  PIC X(100)
          VALUE 'LOG-CHAIN-VERIFY.RPT'.
       01 WS-VERIFY-REPORT-STATUS PIC XX VALUE '00'.

       01 WS-CONTROL-TOTAL-DSN    PIC X(100)
          VALUE 'LOG-CHAIN-CONTROL-TOTALS.RPT'.
       01 WS-CONTROL-TOTAL-STATUS PIC XX VALUE '00'.
       01 WS-LOGS-CHECKED         PIC 9(6) VALUE 0.
       01 WS-LOGS-INTACT          PIC 9(6) VALUE 0.
       01 WS-LOGS-BROKEN          PIC 9(6) VALUE 0.
       01 WS-LOGS-ABSENT          PIC 9(6) VALUE 0.
       01 WS-RECORDS-READ         PIC 9(8) VALUE 0.
       01 WS-UNLINKED-RECORDS     PIC 9(8) VALUE 0.
       01 WS-LINKS-VERIFIED       PIC 9(8) VALUE 0.
       01 WS-LINKS-BROKEN         PIC 9(8) VALUE 0.
       01 WS-SEALS-BROKEN         PIC 9(6) VALUE 0.
       01 WS-CTL-COUNT-TXT        PIC Z(7)9.

      * The four live logs first, then each company's qualified
      * lineage log, then every archive file the anchor file has
      * sealed - the latest seal for a file rules.
      * LGT-KIND L live log, A sealed archive file.
       01 WS-LOG-MAX            PIC 9(2) VALUE 50.
       01 WS-LOG-COUNT          PIC 9(2) VALUE 0.
       01 WS-LOG-TABLE.
          03 WS-LOG-ENTRY OCCURS 50 TIMES INDEXED BY LG-IDX.
             05 LGT-DSN            PIC X(100).
             05 LGT-KIND           PIC X.
             05 LGT-LEN            PIC 9(3).
             05 LGT-SEAL-HASH      PIC X(18).
             05 LGT-SEAL-COUNT     PIC 9(8).
       01 WS-LOG-FOUND          PIC X VALUE 'N'.

      * One log's pass.
       01 WS-LOG-RECORDS        PIC 9(8) VALUE 0.
       01 WS-LOG-UNLINKED       PIC 9(8) VALUE 0.
       01 WS-LOG-VERIFIED       PIC 9(8) VALUE 0.
       01 WS-LOG-BROKEN         PIC 9(8) VALUE 0.
       01 WS-FIRST-BREAK        PIC 9(8) VALUE 0.
       01 WS-LINK-STARTED       PIC X VALUE 'N'.
       01 WS-LOG-STATUS-TXT     PIC X(16) VALUE SPACES.
       01 WS-BREAK-TXT          PIC Z(7)9.

       01 WS-LCV-HEADING.
          03 FILLER PIC X(41) VALUE 'LOG'.
          03 FILLER PIC X(7)  VALUE 'KIND'.
          03 FILLER PIC X(9)  VALUE '  RECORDS'.
          03 FILLER PIC X(9)  VALUE ' UNLINKED'.
          03 FILLER PIC X(9)  VALUE ' VERIFIED'.
          03 FILLER PIC X(9)  VALUE '   BROKEN'.
          03 FILLER PIC X(10) VALUE ' FIRST BRK'.
          03 FILLER PIC X(2)  VALUE SPACES.
          03 FILLER PIC X(6)  VALUE 'STATUS'.
       01 WS-LCV-DETAIL.
          03 LCD-DSN             PIC X(40).
          03 FILLER              PIC X(1) VALUE SPACES.
          03 LCD-KIND            PIC X(7).
          03 FILLER              PIC X(1) VALUE SPACES.
          03 LCD-RECORDS-TXT     PIC Z(7)9.
          03 FILLER              PIC X(1) VALUE SPACES.
          03 LCD-UNLINKED-TXT    PIC Z(7)9.
          03 FILLER              PIC X(1) VALUE SPACES.
          03 LCD-VERIFIED-TXT    PIC Z(7)9.
          03 FILLER              PIC X(1) VALUE SPACES.
          03 LCD-BROKEN-TXT      PIC Z(7)9.
          03 FILLER              PIC X(2) VALUE SPACES.
          03 LCD-FIRST-BREAK-TXT PIC Z(7)9.
          03 FILLER              PIC X(2) VALUE SPACES.
          03 LCD-STATUS          PIC X(16).
          03 FILLER              PIC X(8) VALUE SPACES.

       COPY "suite-error-log-ws.cpy".
       COPY "log-chain-ws.cpy".
       COPY "table-capacity-ws.cpy".
       COPY "run-parms-ws.cpy".
       COPY "env-accept-ws.cpy".
       COPY "transaction-header.cpy".
       COPY "return-codes.cpy".
       COPY "env-switch-ws.cpy".

       PROCEDURE DIVISION.
       RUN-LOG-CHAIN-VERIFY SECTION.
           PERFORM READ-RUN-PARMS
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'ALLERGIES_AUDIT_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-AUDIT-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'ROTATIONAL_CIPHER_AUDIT_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-DEID-AUDIT-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'DATA_LINEAGE_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-LINEAGE-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'CONSOLE_ACCESS_LOG_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-ACCESS-LOG-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'NIGHTLY_SCHEDULER_COMPANY_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-COMPANY-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'LOG_CHAIN_VERIFY_REPORT_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-VERIFY-REPORT-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'LOG_CHAIN_CONTROL_TOTAL_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-CONTROL-TOTAL-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'SUITE_ERROR_LOG_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-SUITE-ERROR-LOG-DSN
           END-IF
           MOVE WS-VERIFY-REPORT-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-VERIFY-REPORT-DSN
           MOVE WS-CONTROL-TOTAL-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-CONTROL-TOTAL-DSN

           PERFORM LOAD-LOG-TABLE

           OPEN OUTPUT VERIFY-REPORT-FILE
           MOVE WS-PARM-RUN-ID TO TRX-RUN-ID
           MOVE 'LOGCHAIN' TO TRX-SOURCE-SYSTEM
           MOVE FUNCTION CURRENT-DATE TO TRX-TIMESTAMP
           MOVE TRX-HEADER TO LCV-LINE
           WRITE LCV-LINE
           MOVE 'COMPLIANCE LOG CHAIN VERIFICATION' TO LCV-LINE
           WRITE LCV-LINE
           MOVE SPACES TO LCV-LINE
           WRITE LCV-LINE
           WRITE LCV-LINE FROM WS-LCV-HEADING
           MOVE ALL '-' TO LCV-LINE
           WRITE LCV-LINE
           PERFORM VARYING LG-IDX FROM 1 BY 1
                   UNTIL LG-IDX > WS-LOG-COUNT
               PERFORM VERIFY-ONE-LOG
           END-PERFORM
           MOVE ALL '-' TO LCV-LINE
           WRITE LCV-LINE
           CLOSE VERIFY-REPORT-FILE
           PERFORM WRITE-CONTROL-TOTALS

           SET RC-NORMAL TO TRUE
           IF WS-LOGS-BROKEN > 0
               SET RC-DATA-EXCEPTION TO TRUE
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
           PERFORM RECORD-TABLE-CAPACITY
           GOBACK.

      * Live logs with their record lengths, the company-qualified
      * lineage logs, then the sealed archives off the anchor file.
       LOAD-LOG-TABLE SECTION.
           MOVE 0 TO WS-LOG-COUNT
           MOVE WS-AUDIT-DSN TO WS-CHAIN-SCAN-DSN
           MOVE 85 TO WS-CHAIN-RECORD-LEN
           PERFORM ADD-LIVE-LOG
           MOVE WS-DEID-AUDIT-DSN TO WS-CHAIN-SCAN-DSN
           MOVE 100 TO WS-CHAIN-RECORD-LEN
           PERFORM ADD-LIVE-LOG
           MOVE WS-LINEAGE-DSN TO WS-CHAIN-SCAN-DSN
           MOVE 200 TO WS-CHAIN-RECORD-LEN
           PERFORM ADD-LIVE-LOG
           MOVE WS-ACCESS-LOG-DSN TO WS-CHAIN-SCAN-DSN
           MOVE 100 TO WS-CHAIN-RECORD-LEN
           PERFORM ADD-LIVE-LOG
           PERFORM ADD-COMPANY-LINEAGE-LOGS

           PERFORM RESOLVE-LOG-CHAIN-ANCHOR-DSN
           OPEN INPUT LOG-CHAIN-ANCHOR-FILE
           IF WS-CHAIN-ANCHOR-STATUS NOT = '00'
               GO TO LOAD-LOG-TABLE-EXIT
           END-IF
           MOVE 'N' TO WS-CHAIN-EOF
           PERFORM UNTIL WS-CHAIN-EOF = 'Y'
               READ LOG-CHAIN-ANCHOR-FILE INTO WS-CHAIN-ANCHOR-ENTRY
                   AT END
                       MOVE 'Y' TO WS-CHAIN-EOF
                   NOT AT END
                       IF ANC-KIND = 'A'
                           PERFORM ADD-ARCHIVE-SEAL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOG-CHAIN-ANCHOR-FILE.
       LOAD-LOG-TABLE-EXIT.
           EXIT.

      * A company with no transfer yet has no lineage log of its own
      * and reports NOT ON FILE, as an unwritten live log does.
       ADD-COMPANY-LINEAGE-LOGS SECTION.
           OPEN INPUT COMPANY-FILE
           IF WS-COMPANY-STATUS NOT = '00'
               GO TO ADD-COMPANY-LINEAGE-LOGS-EXIT
           END-IF
           MOVE 'N' TO WS-COMPANY-EOF
           PERFORM UNTIL WS-COMPANY-EOF = 'Y'
               READ COMPANY-FILE
                   AT END
                       MOVE 'Y' TO WS-COMPANY-EOF
                   NOT AT END
                       IF CMP-CODE NOT = SPACES
                           PERFORM ADD-ONE-COMPANY-LINEAGE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COMPANY-FILE.
       ADD-COMPANY-LINEAGE-LOGS-EXIT.
           EXIT.

       ADD-ONE-COMPANY-LINEAGE SECTION.
           MOVE WS-LINEAGE-DSN TO WS-QUAL-DSN
           IF WS-RUN-ENVIRONMENT = 'TEST'
               AND WS-QUAL-DSN(1:5) NOT = 'TEST.'
               MOVE SPACES TO WS-QUAL-DSN
               STRING 'TEST.' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-LINEAGE-DSN) DELIMITED BY SIZE
                 INTO WS-QUAL-DSN
           END-IF
           MOVE WS-QUAL-DSN TO WS-QUAL-SCRATCH
           MOVE SPACES TO WS-QUAL-DSN
           STRING FUNCTION TRIM(CMP-CODE) DELIMITED BY SIZE
                  '.' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-QUAL-SCRATCH) DELIMITED BY SIZE
             INTO WS-QUAL-DSN
           IF WS-LOG-COUNT >= WS-LOG-MAX
               MOVE 'LOGCHAIN' TO SERR-PROGRAM-ID
               MOVE WS-QUAL-DSN(1:20) TO SERR-KEY-FIELD
               MOVE 'LOG TABLE FULL - NOT VERIFIED' TO SERR-REASON
               MOVE 'TBL001' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               GO TO ADD-ONE-COMPANY-LINEAGE-EXIT
           END-IF
           MOVE WS-QUAL-DSN TO WS-CHAIN-SCAN-DSN
           MOVE 200 TO WS-CHAIN-RECORD-LEN
           PERFORM ADD-LIVE-LOG.
       ADD-ONE-COMPANY-LINEAGE-EXIT.
           EXIT.

       ADD-LIVE-LOG SECTION.
           ADD 1 TO WS-LOG-COUNT
           MOVE WS-CHAIN-SCAN-DSN TO LGT-DSN(WS-LOG-COUNT)
           MOVE 'L' TO LGT-KIND(WS-LOG-COUNT)
           MOVE WS-CHAIN-RECORD-LEN TO LGT-LEN(WS-LOG-COUNT)
           MOVE SPACES TO LGT-SEAL-HASH(WS-LOG-COUNT)
           MOVE 0 TO LGT-SEAL-COUNT(WS-LOG-COUNT)
           EXIT.

       ADD-ARCHIVE-SEAL SECTION.
           MOVE 'N' TO WS-LOG-FOUND
           PERFORM VARYING LG-IDX FROM 1 BY 1
                   UNTIL LG-IDX > WS-LOG-COUNT
               IF LGT-KIND(LG-IDX) = 'A'
                  AND LGT-DSN(LG-IDX) = ANC-LOG-DSN
                   MOVE ANC-END-HASH TO LGT-SEAL-HASH(LG-IDX)
                   MOVE ANC-END-COUNT TO LGT-SEAL-COUNT(LG-IDX)
                   MOVE ANC-RECORD-LEN TO LGT-LEN(LG-IDX)
                   MOVE 'Y' TO WS-LOG-FOUND
               END-IF
           END-PERFORM
           IF WS-LOG-FOUND = 'Y'
               GO TO ADD-ARCHIVE-SEAL-EXIT
           END-IF
           IF WS-LOG-COUNT >= WS-LOG-MAX
               MOVE 'LOGCHAIN' TO SERR-PROGRAM-ID
               MOVE ANC-LOG-DSN(1:20) TO SERR-KEY-FIELD
               MOVE 'LOG TABLE FULL - NOT VERIFIED' TO SERR-REASON
               MOVE 'TBL001' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               GO TO ADD-ARCHIVE-SEAL-EXIT
           END-IF
           ADD 1 TO WS-LOG-COUNT
           MOVE ANC-LOG-DSN TO LGT-DSN(WS-LOG-COUNT)
           MOVE 'A' TO LGT-KIND(WS-LOG-COUNT)
           MOVE ANC-RECORD-LEN TO LGT-LEN(WS-LOG-COUNT)
           MOVE ANC-END-HASH TO LGT-SEAL-HASH(WS-LOG-COUNT)
           MOVE ANC-END-COUNT TO LGT-SEAL-COUNT(WS-LOG-COUNT).
       ADD-ARCHIVE-SEAL-EXIT.
           EXIT.

      * One log end to end. A live log missing from disk has simply
      * not been written yet; a sealed archive missing from disk is
      * as broken as one that no longer matches its seal.
       VERIFY-ONE-LOG SECTION.
           ADD 1 TO WS-LOGS-CHECKED
           MOVE 0 TO WS-LOG-RECORDS
           MOVE 0 TO WS-LOG-UNLINKED
           MOVE 0 TO WS-LOG-VERIFIED
           MOVE 0 TO WS-LOG-BROKEN
           MOVE 0 TO WS-FIRST-BREAK
           MOVE 'N' TO WS-LINK-STARTED
           MOVE LGT-DSN(LG-IDX) TO WS-CHAIN-SCAN-DSN
           MOVE LGT-LEN(LG-IDX) TO WS-CHAIN-RECORD-LEN
           MOVE ZEROS TO WS-CHAIN-PREV-HASH
           IF LGT-KIND(LG-IDX) = 'L'
               MOVE 'L' TO WS-CHAIN-FIND-KIND
               PERFORM FIND-LOG-CHAIN-ANCHOR
               IF WS-CHAIN-ANCHOR-FOUND = 'Y'
                   MOVE ANC-SEED-HASH TO WS-CHAIN-PREV-HASH
               END-IF
           END-IF
           COMPUTE WS-CHAIN-HASH-POS = WS-CHAIN-RECORD-LEN - 17
           OPEN INPUT LOG-CHAIN-SCAN-FILE
           IF WS-CHAIN-SCAN-STATUS NOT = '00'
               IF LGT-KIND(LG-IDX) = 'L'
                   ADD 1 TO WS-LOGS-ABSENT
                   MOVE 'NOT ON FILE' TO WS-LOG-STATUS-TXT
               ELSE
                   ADD 1 TO WS-LOGS-BROKEN
                   ADD 1 TO WS-SEALS-BROKEN
                   MOVE 'ARCHIVE MISSING' TO WS-LOG-STATUS-TXT
                   MOVE 'SEALED ARCHIVE NOT ON FILE' TO SERR-REASON
                   MOVE 'INT001' TO SERR-ERROR-CODE
                   PERFORM WRITE-CHAIN-ERROR
               END-IF
               PERFORM WRITE-LOG-RESULT
               GO TO VERIFY-ONE-LOG-EXIT
           END-IF
           MOVE 'N' TO WS-CHAIN-EOF
           PERFORM UNTIL WS-CHAIN-EOF = 'Y'
               READ LOG-CHAIN-SCAN-FILE
                   AT END
                       MOVE 'Y' TO WS-CHAIN-EOF
                   NOT AT END
                       PERFORM CHECK-ONE-LINK
               END-READ
           END-PERFORM
           CLOSE LOG-CHAIN-SCAN-FILE
           ADD WS-LOG-RECORDS TO WS-RECORDS-READ
           ADD WS-LOG-UNLINKED TO WS-UNLINKED-RECORDS
           ADD WS-LOG-VERIFIED TO WS-LINKS-VERIFIED
           ADD WS-LOG-BROKEN TO WS-LINKS-BROKEN

           MOVE 'INTACT' TO WS-LOG-STATUS-TXT
           IF WS-LOG-BROKEN > 0
               MOVE 'BROKEN' TO WS-LOG-STATUS-TXT
               MOVE WS-FIRST-BREAK TO WS-BREAK-TXT
               MOVE SPACES TO SERR-REASON
               STRING 'CHAIN BROKEN AT RECORD ' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-BREAK-TXT) DELIMITED BY SIZE
                 INTO SERR-REASON
               MOVE 'INT001' TO SERR-ERROR-CODE
               PERFORM WRITE-CHAIN-ERROR
           END-IF
           IF LGT-KIND(LG-IDX) = 'A'
              AND (WS-LOG-RECORDS NOT = LGT-SEAL-COUNT(LG-IDX)
                   OR WS-CHAIN-PREV-HASH NOT = LGT-SEAL-HASH(LG-IDX))
               ADD 1 TO WS-SEALS-BROKEN
               IF WS-LOG-BROKEN = 0
                   MOVE 'SEAL MISMATCH' TO WS-LOG-STATUS-TXT
               END-IF
               MOVE 'ARCHIVE SEAL MISMATCH' TO SERR-REASON
               MOVE 'INT001' TO SERR-ERROR-CODE
               PERFORM WRITE-CHAIN-ERROR
           END-IF
           IF WS-LOG-STATUS-TXT = 'INTACT'
               ADD 1 TO WS-LOGS-INTACT
           ELSE
               ADD 1 TO WS-LOGS-BROKEN
           END-IF
           PERFORM WRITE-LOG-RESULT.
       VERIFY-ONE-LOG-EXIT.
           EXIT.

      * A link is good when it recomputes from the link before it.
      * Either way the chain carries on from the link as written,
      * so one altered record shows as one break, not as every
      * record after it.
       CHECK-ONE-LINK SECTION.
           ADD 1 TO WS-LOG-RECORDS
           IF CHAIN-SCAN-LINE(WS-CHAIN-HASH-POS:18) IS NUMERIC
               MOVE 'Y' TO WS-LINK-STARTED
               MOVE CHAIN-SCAN-LINE TO WS-CHAIN-RECORD
               PERFORM COMPUTE-LOG-CHAIN-HASH
               IF WS-CHAIN-HASH = CHAIN-SCAN-LINE(WS-CHAIN-HASH-POS:18)
                   ADD 1 TO WS-LOG-VERIFIED
               ELSE
                   ADD 1 TO WS-LOG-BROKEN
                   IF WS-FIRST-BREAK = 0
                       MOVE WS-LOG-RECORDS TO WS-FIRST-BREAK
                   END-IF
               END-IF
               MOVE CHAIN-SCAN-LINE(WS-CHAIN-HASH-POS:18)
                 TO WS-CHAIN-PREV-HASH
           ELSE
               IF WS-LINK-STARTED = 'Y'
                   ADD 1 TO WS-LOG-BROKEN
                   IF WS-FIRST-BREAK = 0
                       MOVE WS-LOG-RECORDS TO WS-FIRST-BREAK
                   END-IF
               ELSE
                   ADD 1 TO WS-LOG-UNLINKED
               END-IF
           END-IF
           EXIT.

       WRITE-CHAIN-ERROR SECTION.
           MOVE 'LOGCHAIN' TO SERR-PROGRAM-ID
           MOVE LGT-DSN(LG-IDX)(1:20) TO SERR-KEY-FIELD
           PERFORM WRITE-SUITE-ERROR-LOG
           EXIT.

       WRITE-LOG-RESULT SECTION.
           MOVE LGT-DSN(LG-IDX) TO LCD-DSN
           IF LGT-KIND(LG-IDX) = 'L'
               MOVE 'LIVE' TO LCD-KIND
           ELSE
               MOVE 'ARCHIVE' TO LCD-KIND
           END-IF
           MOVE WS-LOG-RECORDS TO LCD-RECORDS-TXT
           MOVE WS-LOG-UNLINKED TO LCD-UNLINKED-TXT
           MOVE WS-LOG-VERIFIED TO LCD-VERIFIED-TXT
           MOVE WS-LOG-BROKEN TO LCD-BROKEN-TXT
           MOVE WS-FIRST-BREAK TO LCD-FIRST-BREAK-TXT
           MOVE WS-LOG-STATUS-TXT TO LCD-STATUS
           WRITE LCV-LINE FROM WS-LCV-DETAIL
           EXIT.

      * Standard run-balancing control-total report so ops balances
      * this job the same way every other nightly batch job is
      * balanced.
       WRITE-CONTROL-TOTALS SECTION.
           OPEN OUTPUT CONTROL-TOTAL-FILE
           MOVE WS-PARM-RUN-ID TO TRX-RUN-ID
           MOVE 'LOGCHAIN' TO TRX-SOURCE-SYSTEM
           MOVE FUNCTION CURRENT-DATE TO TRX-TIMESTAMP
           MOVE TRX-HEADER TO CTL-LINE
           WRITE CTL-LINE
           MOVE 'LOG CHAIN VERIFICATION CONTROL TOTALS' TO CTL-LINE
           WRITE CTL-LINE
           MOVE ALL '-' TO CTL-LINE
           WRITE CTL-LINE
           MOVE SPACES TO CTL-LINE
           MOVE WS-LOGS-CHECKED TO WS-CTL-COUNT-TXT
           STRING 'LOGS CHECKED     : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-LOGS-INTACT TO WS-CTL-COUNT-TXT
           STRING 'LOGS INTACT      : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-LOGS-BROKEN TO WS-CTL-COUNT-TXT
           STRING 'LOGS BROKEN      : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-LOGS-ABSENT TO WS-CTL-COUNT-TXT
           STRING 'LOGS NOT ON FILE : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-RECORDS-READ TO WS-CTL-COUNT-TXT
           STRING 'RECORDS READ     : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-UNLINKED-RECORDS TO WS-CTL-COUNT-TXT
           STRING 'UNLINKED RECORDS : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-LINKS-VERIFIED TO WS-CTL-COUNT-TXT
           STRING 'LINKS VERIFIED   : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-LINKS-BROKEN TO WS-CTL-COUNT-TXT
           STRING 'LINKS BROKEN     : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-SEALS-BROKEN TO WS-CTL-COUNT-TXT
           STRING 'SEALS BROKEN     : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           CLOSE CONTROL-TOTAL-FILE
           EXIT.

      * High-water marks of the in-memory tables for this run,
      * kept so TABLE-CAPACITY-REPORT can warn before a ceiling is
      * reached.
       RECORD-TABLE-CAPACITY SECTION.
           MOVE 'LOG-CHAIN-VERIFY' TO TCAP-PROGRAM-ID
           MOVE WS-PARM-RUN-ID TO TCAP-RUN-ID
           MOVE WS-RUN-DATE TO TCAP-RUN-DATE
           MOVE 'LOG' TO TCAP-TABLE-NAME
           MOVE WS-LOG-COUNT TO TCAP-PEAK
           MOVE WS-LOG-MAX TO TCAP-CEILING
           PERFORM WRITE-TABLE-CAPACITY
           EXIT.

       COPY "suite-error-log-proc.cpy".
       COPY "log-chain-proc.cpy".
       COPY "run-parms-proc.cpy".
       COPY "env-switch-proc.cpy".
       COPY "table-capacity-proc.cpy".
