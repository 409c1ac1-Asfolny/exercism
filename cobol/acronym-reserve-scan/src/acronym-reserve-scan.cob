       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACRONYM-RESERVE-SCAN.
      * Lists the codes already on ACRONYM-MASTER that the
      * reserved-code list now catches - the codes ABBREVIATE minted
      * before the list existed, and any caught by an entry added
      * since. ACRONYM stops new ones being issued; this report is
      * the help desk's worklist for the ones already out there,
      * which ACRONYM-MAINT corrects or retires case by case. Run on
      * demand after the list is promoted; it changes nothing.
      * Retired codes are listed too, marked, since a reactivation
      * would put them back in use.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESERVED-CODES-FILE ASSIGN TO
               DYNAMIC WS-RESERVED-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RESERVED-STATUS.
           SELECT ACRONYM-MASTER ASSIGN TO DYNAMIC WS-MASTER-DSN
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-PHRASE
               ALTERNATE RECORD KEY IS MST-ACRONYM WITH DUPLICATES
               ALTERNATE RECORD KEY IS MST-NORM-PHRASE WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT HIT-REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
      * Standard run-balancing control-total report so ops balances
      * this job the same way every other batch job is balanced.
           SELECT CONTROL-TOTAL-FILE ASSIGN TO
               DYNAMIC WS-CONTROL-TOTAL-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-TOTAL-STATUS.
           COPY "suite-error-log-select.cpy".
           COPY "table-capacity-select.cpy".
           COPY "run-parms-select.cpy".

       DATA DIVISION.
       FILE SECTION.
      * Same image ACRONYM loads and ACRONYM-RESERVE-MAINT keeps.
       FD  RESERVED-CODES-FILE
           RECORD CONTAINS 78 CHARACTERS.
       01 RSV-RECORD.
          03 RSV-CODE          PIC X(20).
          03 FILLER            PIC X(2).
          03 RSV-MATCH         PIC X.
          03 FILLER            PIC X(2).
          03 RSV-REASON        PIC X.
          03 FILLER            PIC X(2).
          03 RSV-OWNER         PIC X(8).
          03 FILLER            PIC X(2).
          03 RSV-NOTE          PIC X(40).

       FD  ACRONYM-MASTER
           RECORD CONTAINS 197 CHARACTERS.
       01 MST-RECORD.
          03 MST-PHRASE        PIC X(80).
          03 MST-ACRONYM       PIC X(20).
          03 MST-ISSUED-DATE   PIC 9(8).
          03 MST-NORM-PHRASE   PIC X(80).
          03 MST-STATUS        PIC X.
          03 MST-CATEGORY      PIC X(8).

       FD  HIT-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01 HIT-LINE PIC X(132).

       FD  CONTROL-TOTAL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 CTL-LINE PIC X(80).

       COPY "suite-error-log-fd.cpy".
       COPY "table-capacity-fd.cpy".
       COPY "run-parms-fd.cpy".

       WORKING-STORAGE SECTION.
       01 WS-RESERVED-DSN     PIC X(100)
          VALUE 'ACRONYM-RESERVED-CODES.DAT'.
       01 WS-MASTER-DSN       PIC X(100) VALUE 'ACRONYM-MASTER.DAT'.
       01 WS-REPORT-DSN       PIC X(100)
          VALUE 'ACRONYM-RESERVE-HITS.RPT'.
       01 WS-RESERVED-STATUS  PIC XX VALUE '00'.
       01 WS-MASTER-STATUS    PIC XX VALUE '00'.
       01 WS-REPORT-STATUS    PIC XX VALUE '00'.
       01 WS-EOF-FLAG         PIC X VALUE 'N'.

       01 WS-CONTROL-TOTAL-DSN    PIC X(100)
          VALUE 'ACRONYM-RESERVE-SCAN-CONTROL-TOTALS.RPT'.
       01 WS-CONTROL-TOTAL-STATUS PIC XX VALUE '00'.
       01 WS-ENTRIES-LOADED       PIC 9(6) VALUE 0.
       01 WS-MASTER-SCANNED       PIC 9(6) VALUE 0.
       01 WS-CODES-HIT            PIC 9(6) VALUE 0.
       01 WS-CTL-COUNT-TXT        PIC ZZZZZ9.

      * Same table, upper-casing and prefix length as ACRONYM keeps,
      * so the scan catches exactly what the issue check would.
       01 WS-RESERVED-MAX     PIC 9(3) VALUE 200.
       01 WS-RESERVED-COUNT   PIC 9(3) VALUE 0.
       01 WS-RESERVED-TABLE.
          03 WS-RESERVED-ENTRY OCCURS 200 TIMES INDEXED BY RS-IDX.
             05 RSV-T-CODE         PIC X(20).
             05 RSV-T-LEN          PIC 9(2).
             05 RSV-T-MATCH        PIC X.
             05 RSV-T-REASON       PIC X.
             05 RSV-T-OWNER        PIC X(8).
       01 WS-RESERVED-HIT     PIC X VALUE 'N'.
       01 WS-RESERVED-CANDIDATE PIC X(20).

       01 WS-HIT-DETAIL.
          03 HTD-ACRONYM      PIC X(20).
          03 FILLER           PIC X(2) VALUE SPACES.
          03 HTD-STATUS       PIC X(7).
          03 FILLER           PIC X(2) VALUE SPACES.
          03 HTD-ENTRY        PIC X(20).
          03 FILLER           PIC X(2) VALUE SPACES.
          03 HTD-REASON       PIC X(17).
          03 FILLER           PIC X(2) VALUE SPACES.
          03 HTD-OWNER        PIC X(8).
          03 FILLER           PIC X(2) VALUE SPACES.
          03 HTD-PHRASE       PIC X(50).

       COPY "suite-error-log-ws.cpy".
       COPY "table-capacity-ws.cpy".
       COPY "run-parms-ws.cpy".
       COPY "env-accept-ws.cpy".
       COPY "transaction-header.cpy".
       COPY "return-codes.cpy".
       COPY "env-switch-ws.cpy".

       PROCEDURE DIVISION.
       RUN-RESERVE-SCAN SECTION.
           PERFORM READ-RUN-PARMS
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'ACRONYM_RESERVED_CODES_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-RESERVED-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'ACRONYM_MASTER_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-MASTER-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'ACRONYM_RESERVE_HITS_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-REPORT-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'ACRONYM_RESERVE_SCAN_CONTROL_TOTAL_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-CONTROL-TOTAL-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'SUITE_ERROR_LOG_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-SUITE-ERROR-LOG-DSN
           END-IF
           MOVE WS-MASTER-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-MASTER-DSN
           MOVE WS-REPORT-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-REPORT-DSN
           MOVE WS-CONTROL-TOTAL-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-CONTROL-TOTAL-DSN
           SET RC-NORMAL TO TRUE

           PERFORM LOAD-RESERVED-CODES
           IF WS-RESERVED-COUNT = 0
               MOVE 'ACRO-RSV' TO SERR-PROGRAM-ID
               MOVE WS-RESERVED-DSN(1:20) TO SERR-KEY-FIELD
               MOVE 'NO RESERVED CODES TO SCAN FOR' TO SERR-REASON
               MOVE 'REF003' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               SET RC-WARNING TO TRUE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT ACRONYM-MASTER
           IF WS-MASTER-STATUS NOT = '00'
               MOVE 'ACRO-RSV' TO SERR-PROGRAM-ID
               MOVE WS-MASTER-DSN(1:20) TO SERR-KEY-FIELD
               MOVE 'MASTER NOT AVAILABLE' TO SERR-REASON
               MOVE 'MST001' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               SET RC-CRITICAL TO TRUE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT HIT-REPORT-FILE
           MOVE WS-PARM-RUN-ID TO TRX-RUN-ID
           MOVE 'ACRO-RSV' TO TRX-SOURCE-SYSTEM
           MOVE FUNCTION CURRENT-DATE TO TRX-TIMESTAMP
           MOVE SPACES TO HIT-LINE
           MOVE TRX-HEADER TO HIT-LINE
           WRITE HIT-LINE
           MOVE 'MASTER CODES CAUGHT BY THE RESERVED-CODE LIST'
             TO HIT-LINE
           WRITE HIT-LINE
           MOVE 'CODE                  STATUS   LIST ENTRY'
             TO HIT-LINE
           MOVE 'REASON             OWNER     PHRASE'
             TO HIT-LINE(54:35)
           WRITE HIT-LINE
           MOVE ALL '-' TO HIT-LINE
           WRITE HIT-LINE

           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ ACRONYM-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-MASTER-SCANNED
                       PERFORM CHECK-ONE-MASTER-CODE
               END-READ
           END-PERFORM
           CLOSE ACRONYM-MASTER
           CLOSE HIT-REPORT-FILE

           PERFORM WRITE-CONTROL-TOTALS
           IF WS-CODES-HIT > 0
               SET RC-WARNING TO TRUE
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
           PERFORM RECORD-TABLE-CAPACITY
           GOBACK.

       LOAD-RESERVED-CODES SECTION.
           MOVE 0 TO WS-RESERVED-COUNT
           OPEN INPUT RESERVED-CODES-FILE
           IF WS-RESERVED-STATUS = '00'
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ RESERVED-CODES-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           IF RSV-CODE NOT = SPACES
                               PERFORM STORE-RESERVED-CODE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RESERVED-CODES-FILE
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           EXIT.

       STORE-RESERVED-CODE SECTION.
           IF WS-RESERVED-COUNT >= WS-RESERVED-MAX
               MOVE 'ACRO-RSV' TO SERR-PROGRAM-ID
               MOVE RSV-CODE TO SERR-KEY-FIELD
               MOVE 'RESERVED CODE TABLE FULL' TO SERR-REASON
               MOVE 'TBL001' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               SET RC-WARNING TO TRUE
           ELSE
               ADD 1 TO WS-RESERVED-COUNT
               ADD 1 TO WS-ENTRIES-LOADED
               SET RS-IDX TO WS-RESERVED-COUNT
               MOVE FUNCTION UPPER-CASE(RSV-CODE) TO RSV-T-CODE(RS-IDX)
               COMPUTE RSV-T-LEN(RS-IDX) =
                   FUNCTION LENGTH(FUNCTION TRIM(RSV-CODE))
               MOVE RSV-MATCH TO RSV-T-MATCH(RS-IDX)
               MOVE RSV-REASON TO RSV-T-REASON(RS-IDX)
               MOVE RSV-OWNER TO RSV-T-OWNER(RS-IDX)
           END-IF
           EXIT.

      * First entry that catches the code is the one reported - the
      * owner named is who to ask about it.
       CHECK-ONE-MASTER-CODE SECTION.
           MOVE 'N' TO WS-RESERVED-HIT
           MOVE FUNCTION UPPER-CASE(MST-ACRONYM)
             TO WS-RESERVED-CANDIDATE
           PERFORM VARYING RS-IDX FROM 1 BY 1
                   UNTIL RS-IDX > WS-RESERVED-COUNT
                   OR WS-RESERVED-HIT = 'Y'
               IF RSV-T-MATCH(RS-IDX) = 'P'
                   IF WS-RESERVED-CANDIDATE(1:RSV-T-LEN(RS-IDX))
                      = RSV-T-CODE(RS-IDX)(1:RSV-T-LEN(RS-IDX))
                       MOVE 'Y' TO WS-RESERVED-HIT
                   END-IF
               ELSE
                   IF WS-RESERVED-CANDIDATE = RSV-T-CODE(RS-IDX)
                       MOVE 'Y' TO WS-RESERVED-HIT
                   END-IF
               END-IF
               IF WS-RESERVED-HIT = 'Y'
                   PERFORM WRITE-HIT-LINE
               END-IF
           END-PERFORM
           EXIT.

       WRITE-HIT-LINE SECTION.
           MOVE MST-ACRONYM TO HTD-ACRONYM
           IF MST-STATUS = 'R'
               MOVE 'RETIRED' TO HTD-STATUS
           ELSE
               MOVE 'ACTIVE' TO HTD-STATUS
           END-IF
           MOVE RSV-T-CODE(RS-IDX) TO HTD-ENTRY
           IF RSV-T-MATCH(RS-IDX) = 'P'
               AND RSV-T-LEN(RS-IDX) < 20
               MOVE '*' TO HTD-ENTRY(RSV-T-LEN(RS-IDX) + 1:1)
           END-IF
           EVALUATE RSV-T-REASON(RS-IDX)
               WHEN 'B'
                   MOVE 'BLOCKED WORD' TO HTD-REASON
               WHEN 'R'
                   MOVE 'RESERVED CATEGORY' TO HTD-REASON
               WHEN 'X'
                   MOVE 'EXTERNAL CLASH' TO HTD-REASON
               WHEN OTHER
                   MOVE 'RESERVED CODE' TO HTD-REASON
           END-EVALUATE
           MOVE RSV-T-OWNER(RS-IDX) TO HTD-OWNER
           MOVE MST-PHRASE TO HTD-PHRASE
           MOVE SPACES TO HIT-LINE
           MOVE WS-HIT-DETAIL TO HIT-LINE
           WRITE HIT-LINE
           ADD 1 TO WS-CODES-HIT
           EXIT.

      * Standard run-balancing control-total report so ops balances
      * this job the same way every other batch job is balanced.
       WRITE-CONTROL-TOTALS SECTION.
           OPEN OUTPUT CONTROL-TOTAL-FILE
           MOVE WS-PARM-RUN-ID TO TRX-RUN-ID
           MOVE 'ACRO-RSV' TO TRX-SOURCE-SYSTEM
           MOVE FUNCTION CURRENT-DATE TO TRX-TIMESTAMP
           MOVE TRX-HEADER TO CTL-LINE
           WRITE CTL-LINE
           MOVE 'RESERVED CODE SCAN CONTROL TOTALS' TO CTL-LINE
           WRITE CTL-LINE
           MOVE ALL '-' TO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-ENTRIES-LOADED TO WS-CTL-COUNT-TXT
           STRING 'LIST ENTRIES     : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-MASTER-SCANNED TO WS-CTL-COUNT-TXT
           STRING 'MASTER SCANNED   : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-CODES-HIT TO WS-CTL-COUNT-TXT
           STRING 'CODES ON LIST    : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           CLOSE CONTROL-TOTAL-FILE
           EXIT.

      * High-water marks of the in-memory tables for this run,
      * kept so TABLE-CAPACITY-REPORT can warn before a ceiling is
      * reached.
       RECORD-TABLE-CAPACITY SECTION.
           MOVE 'ACRONYM-RESERVE-SCAN' TO TCAP-PROGRAM-ID
           MOVE WS-PARM-RUN-ID TO TCAP-RUN-ID
           MOVE WS-RUN-DATE TO TCAP-RUN-DATE
           MOVE 'RESERVED' TO TCAP-TABLE-NAME
           MOVE WS-RESERVED-COUNT TO TCAP-PEAK
           MOVE WS-RESERVED-MAX TO TCAP-CEILING
           PERFORM WRITE-TABLE-CAPACITY
           EXIT.

       COPY "suite-error-log-proc.cpy".
       COPY "run-parms-proc.cpy".
       COPY "env-switch-proc.cpy".
       COPY "table-capacity-proc.cpy".
