      * by program and reason (count, first and last timestamp),
      * flags error types that did not appear the night before, then
      * moves aged entries to a dated archive under the retention
      * parameter so the live log stays one night deep. Tonight's
      * entries are grouped under their catalogued error code, worst
      * severity first, with the code's runbook action beside each
      * group; any reason logged with a blank or unknown code is
      * listed apart so it can be catalogued.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "suite-error-log-select.cpy".
           COPY "error-code-catalog-select.cpy".
           COPY "table-capacity-select.cpy".
           SELECT DIGEST-REPORT-FILE ASSIGN TO DYNAMIC WS-DIGEST-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DIGEST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       COPY "suite-error-log-fd.cpy".
       COPY "error-code-catalog-fd.cpy".
       COPY "table-capacity-fd.cpy".

       FD  DIGEST-REPORT-FILE
           RECORD CONTAINS 120 CHARACTERS.
          03 PDG-REASON      PIC X(30).

       FD  ARCHIVE-LOG-FILE
           RECORD CONTAINS 104 CHARACTERS.
       01 ARC-ERR-LINE PIC X(104).

       COPY "run-parms-fd.cpy".

       01 WS-LOG-OVERFLOW     PIC X VALUE 'N'.
       01 WS-LOG-TABLE.
          03 WS-LOG-ENTRY OCCURS 2000 TIMES INDEXED BY LG-IDX.
             05 LOG-T-IMAGE   PIC X(104).
       01 WS-LOG-WORK.
          03 LGW-PROGRAM-ID   PIC X(12).
          03 FILLER           PIC X(2).
          03 LGW-REASON       PIC X(30).
          03 FILLER           PIC X(2).
          03 LGW-TIMESTAMP    PIC X(26).
          03 FILLER           PIC X(2).
          03 LGW-ERROR-CODE   PIC X(6).

       01 WS-GROUP-MAX        PIC 9(3) VALUE 100.
       01 WS-GROUP-COUNT      PIC 9(3) VALUE 0.
       01 WS-GROUP-TABLE.
          03 WS-GROUP-ENTRY OCCURS 100 TIMES INDEXED BY GR-IDX.
             05 GRP-ERROR-CODE PIC X(6).
             05 GRP-PROGRAM-ID PIC X(12).
             05 GRP-REASON     PIC X(30).
             05 GRP-COUNT      PIC 9(6).
             05 GRP-CATALOGUED PIC X.
             05 GRP-FIRST-TS   PIC X(14).
             05 GRP-LAST-TS    PIC X(14).
             05 GRP-NEW        PIC X.
       01 WS-GROUP-HIT        PIC X VALUE 'N'.

      * Tonight's entries per catalog code, subscripted the same as
      * the catalog table.
       01 WS-CODE-TALLY-TABLE.
          03 WS-CODE-TALLY OCCURS 100 TIMES PIC 9(6).
       01 WS-SEVERITY-PASS    PIC X(4) VALUE SPACES.
       01 WS-UNCATALOGUED     PIC 9(6) VALUE 0.
       01 WS-CODES-LOGGED     PIC 9(3) VALUE 0.

       01 WS-PRIOR-MAX        PIC 9(3) VALUE 100.
       01 WS-PRIOR-COUNT      PIC 9(3) VALUE 0.
       01 WS-PRIOR-TABLE.
       01 WS-CTL-COUNT-TXT    PIC ZZZZZ9.
       01 WS-GRP-COUNT-TXT    PIC ZZZZZ9.

       01 WS-DIGEST-CODE-LINE.
          03 DCL-ERROR-CODE   PIC X(6).
          03 FILLER           PIC X(2) VALUE SPACES.
          03 DCL-SEVERITY     PIC X(4).
          03 FILLER           PIC X(2) VALUE SPACES.
          03 DCL-OWNER        PIC X(8).
          03 FILLER           PIC X(2) VALUE SPACES.
          03 DCL-SHORT-TEXT   PIC X(30).
          03 FILLER           PIC X(2) VALUE SPACES.
          03 DCL-COUNT-TXT    PIC ZZZZZ9.
          03 FILLER           PIC X(12) VALUE '  CONTINUE: '.
          03 DCL-CONTINUE     PIC X.
       01 WS-DIGEST-ACTION-LINE.
          03 FILLER           PIC X(8) VALUE SPACES.
          03 FILLER           PIC X(8) VALUE 'ACTION: '.
          03 DAL-ACTION       PIC X(60).

       01 WS-DIGEST-DETAIL.
          03 FILLER           PIC X(8) VALUE SPACES.
          03 DIG-PROGRAM-ID   PIC X(12).
          03 FILLER           PIC X(2) VALUE SPACES.
          03 DIG-REASON       PIC X(30).
          03 DIG-LAST-TS      PIC X(14).
          03 FILLER           PIC X(2) VALUE SPACES.
          03 DIG-NEW-FLAG     PIC X(3).
          03 FILLER           PIC X(2) VALUE SPACES.
          03 DIG-ERROR-CODE   PIC X(6).

       COPY "run-parms-ws.cpy".
       COPY "suite-error-log-ws.cpy".
       COPY "error-code-catalog-ws.cpy".
       COPY "table-capacity-ws.cpy".
       COPY "env-accept-ws.cpy".
       COPY "transaction-header.cpy".
       COPY "return-codes.cpy".
                 INTO WS-ARCHIVE-DSN
           END-IF

           PERFORM LOAD-ERROR-CODE-CATALOG
           PERFORM LOAD-PRIOR-DIGEST
           PERFORM LOAD-ERROR-LOG
           PERFORM BUILD-DIGEST-GROUPS

           SET RC-NORMAL TO TRUE
           MOVE WS-RETURN-CODE TO RETURN-CODE
           PERFORM RECORD-TABLE-CAPACITY
           GOBACK.

       LOAD-ERROR-LOG SECTION.

       BUILD-DIGEST-GROUPS SECTION.
           MOVE 0 TO WS-GROUP-COUNT
           PERFORM VARYING EC-IDX FROM 1 BY 1 UNTIL EC-IDX > 100
               MOVE 0 TO WS-CODE-TALLY(EC-IDX)
           END-PERFORM
           PERFORM VARYING LG-IDX FROM 1 BY 1
                   UNTIL LG-IDX > WS-LOG-COUNT
               MOVE LOG-T-IMAGE(LG-IDX) TO WS-LOG-WORK
           EXIT.

       TALLY-DIGEST-GROUP SECTION.
           MOVE LGW-ERROR-CODE TO WS-ECC-LOOKUP-CODE
           PERFORM FIND-ERROR-CODE
           IF WS-ECC-HIT > 0
               ADD 1 TO WS-CODE-TALLY(WS-ECC-HIT)
           ELSE
               ADD 1 TO WS-UNCATALOGUED
           END-IF
           MOVE 'N' TO WS-GROUP-HIT
           PERFORM VARYING GR-IDX FROM 1 BY 1
                   UNTIL GR-IDX > WS-GROUP-COUNT
               IF GRP-ERROR-CODE(GR-IDX) = LGW-ERROR-CODE
                   AND GRP-PROGRAM-ID(GR-IDX) = LGW-PROGRAM-ID
                   AND GRP-REASON(GR-IDX) = LGW-REASON
                   MOVE 'Y' TO WS-GROUP-HIT
                   ADD 1 TO GRP-COUNT(GR-IDX)
           IF WS-GROUP-HIT = 'N'
               AND WS-GROUP-COUNT < WS-GROUP-MAX
               ADD 1 TO WS-GROUP-COUNT
               MOVE LGW-ERROR-CODE TO GRP-ERROR-CODE(WS-GROUP-COUNT)
               MOVE LGW-PROGRAM-ID TO GRP-PROGRAM-ID(WS-GROUP-COUNT)
               MOVE LGW-REASON TO GRP-REASON(WS-GROUP-COUNT)
               MOVE 1 TO GRP-COUNT(WS-GROUP-COUNT)
               MOVE LGW-TIMESTAMP(1:14)
                 TO GRP-LAST-TS(WS-GROUP-COUNT)
               MOVE 'N' TO GRP-NEW(WS-GROUP-COUNT)
               IF WS-ECC-HIT > 0
                   MOVE 'Y' TO GRP-CATALOGUED(WS-GROUP-COUNT)
               ELSE
                   MOVE 'N' TO GRP-CATALOGUED(WS-GROUP-COUNT)
               END-IF
           END-IF
           EXIT.

           WRITE DIG-LINE
           MOVE ALL '-' TO DIG-LINE
           WRITE DIG-LINE
           MOVE 'CRIT' TO WS-SEVERITY-PASS
           PERFORM WRITE-SEVERITY-GROUPS
           MOVE 'WARN' TO WS-SEVERITY-PASS
           PERFORM WRITE-SEVERITY-GROUPS
           MOVE 'INFO' TO WS-SEVERITY-PASS
           PERFORM WRITE-SEVERITY-GROUPS
           IF WS-UNCATALOGUED > 0
               MOVE SPACES TO DIG-LINE
               WRITE DIG-LINE
               MOVE 'UNCATALOGUED - CODE BLANK OR NOT IN CATALOG'
                 TO DIG-LINE
               WRITE DIG-LINE
               PERFORM VARYING GR-IDX FROM 1 BY 1
                       UNTIL GR-IDX > WS-GROUP-COUNT
                   IF GRP-CATALOGUED(GR-IDX) = 'N'
                       PERFORM WRITE-DIGEST-DETAIL
                   END-IF
               END-PERFORM
           END-IF
           MOVE ALL '-' TO DIG-LINE
           WRITE DIG-LINE
           MOVE WS-ENTRIES-TONIGHT TO WS-CTL-COUNT-TXT
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO DIG-LINE
           WRITE DIG-LINE
           MOVE WS-CODES-LOGGED TO WS-CTL-COUNT-TXT
           MOVE SPACES TO DIG-LINE
           STRING 'CODES LOGGED     : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO DIG-LINE
           WRITE DIG-LINE
           MOVE WS-UNCATALOGUED TO WS-CTL-COUNT-TXT
           MOVE SPACES TO DIG-LINE
           STRING 'UNCATALOGUED     : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO DIG-LINE
           WRITE DIG-LINE
           MOVE WS-ENTRIES-READ TO WS-CTL-COUNT-TXT
           MOVE SPACES TO DIG-LINE
           STRING 'ENTRIES ON LOG   : ' DELIMITED BY SIZE
           CLOSE DIGEST-REPORT-FILE
           EXIT.

      * One header line per catalogued code of WS-SEVERITY-PASS
      * logged tonight, its runbook action under it, then the
      * program and reason groups that logged it.
       WRITE-SEVERITY-GROUPS SECTION.
           PERFORM VARYING EC-IDX FROM 1 BY 1
                   UNTIL EC-IDX > WS-ECC-COUNT
               IF ECC-SEVERITY(EC-IDX) = WS-SEVERITY-PASS
                   AND WS-CODE-TALLY(EC-IDX) > 0
                   ADD 1 TO WS-CODES-LOGGED
                   MOVE ECC-CODE(EC-IDX) TO DCL-ERROR-CODE
                   MOVE ECC-SEVERITY(EC-IDX) TO DCL-SEVERITY
                   MOVE ECC-OWNER(EC-IDX) TO DCL-OWNER
                   MOVE ECC-SHORT-TEXT(EC-IDX) TO DCL-SHORT-TEXT
                   MOVE WS-CODE-TALLY(EC-IDX) TO DCL-COUNT-TXT
                   MOVE ECC-CONTINUE(EC-IDX) TO DCL-CONTINUE
                   MOVE WS-DIGEST-CODE-LINE TO DIG-LINE
                   WRITE DIG-LINE
                   MOVE ECC-ACTION(EC-IDX) TO DAL-ACTION
                   MOVE WS-DIGEST-ACTION-LINE TO DIG-LINE
                   WRITE DIG-LINE
                   PERFORM VARYING GR-IDX FROM 1 BY 1
                           UNTIL GR-IDX > WS-GROUP-COUNT
                       IF GRP-CATALOGUED(GR-IDX) = 'Y'
                           AND GRP-ERROR-CODE(GR-IDX)
                               = ECC-CODE(EC-IDX)
                           PERFORM WRITE-DIGEST-DETAIL
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           EXIT.

       WRITE-DIGEST-DETAIL SECTION.
           MOVE SPACES TO WS-DIGEST-DETAIL
           MOVE GRP-PROGRAM-ID(GR-IDX) TO DIG-PROGRAM-ID
           MOVE GRP-REASON(GR-IDX) TO DIG-REASON
           MOVE GRP-COUNT(GR-IDX) TO DIG-COUNT-TXT
           MOVE GRP-FIRST-TS(GR-IDX) TO DIG-FIRST-TS
           MOVE GRP-LAST-TS(GR-IDX) TO DIG-LAST-TS
           IF GRP-NEW(GR-IDX) = 'Y'
               MOVE 'NEW' TO DIG-NEW-FLAG
           END-IF
           IF GRP-CATALOGUED(GR-IDX) = 'N'
               MOVE GRP-ERROR-CODE(GR-IDX) TO DIG-ERROR-CODE
           END-IF
           MOVE WS-DIGEST-DETAIL TO DIG-LINE
           WRITE DIG-LINE
           EXIT.

      * Aged entries (timestamp before the retention cutoff) move to
      * the dated archive; the live log is rewritten with only the
      * entries still inside retention, so tomorrow's review scrolls
       ROTATE-ERROR-LOG-EXIT.
           EXIT.

      * High-water marks of the in-memory tables for this run,
      * kept so TABLE-CAPACITY-REPORT can warn before a ceiling is
      * reached.
       RECORD-TABLE-CAPACITY SECTION.
           MOVE 'ERROR-LOG-DIGEST' TO TCAP-PROGRAM-ID
           MOVE WS-PARM-RUN-ID TO TCAP-RUN-ID
           MOVE WS-RUN-DATE TO TCAP-RUN-DATE
           MOVE 'LOG' TO TCAP-TABLE-NAME
           MOVE WS-LOG-COUNT TO TCAP-PEAK
           MOVE WS-LOG-MAX TO TCAP-CEILING
           PERFORM WRITE-TABLE-CAPACITY
           MOVE 'GROUP' TO TCAP-TABLE-NAME
           MOVE WS-GROUP-COUNT TO TCAP-PEAK
           MOVE WS-GROUP-MAX TO TCAP-CEILING
           PERFORM WRITE-TABLE-CAPACITY
           MOVE 'PRIOR' TO TCAP-TABLE-NAME
           MOVE WS-PRIOR-COUNT TO TCAP-PEAK
           MOVE WS-PRIOR-MAX TO TCAP-CEILING
           PERFORM WRITE-TABLE-CAPACITY
           MOVE 'ERROR-CODE' TO TCAP-TABLE-NAME
           MOVE WS-ECC-COUNT TO TCAP-PEAK
           MOVE WS-ECC-MAX TO TCAP-CEILING
           PERFORM WRITE-TABLE-CAPACITY
           EXIT.

       COPY "suite-error-log-proc.cpy".
       COPY "error-code-catalog-proc.cpy".
       COPY "run-parms-proc.cpy".
       COPY "env-switch-proc.cpy".
       COPY "table-capacity-proc.cpy".
