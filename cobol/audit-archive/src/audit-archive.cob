      * well as the live log, so a compliance request never depends
      * on which file the records happen to sit in. Run once per
      * year to archive, repeatedly for older years as needed.
      * Every entry carries a chain-hash link. The cut first proves
      * the live chain intact, then re-links the archived entries
      * onto the archive file's own chain and the retained entries
      * on from the archive's last link, sealing both on the chain
      * anchor file so LOG-CHAIN-VERIFY can prove either file later.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-TOTAL-STATUS.
           COPY "suite-error-log-select.cpy".
           COPY "log-chain-select.cpy".
           COPY "table-capacity-select.cpy".
           COPY "run-parms-select.cpy".

       DATA DIVISION.
      * AUDIT-INQUIRY reads them - a pre-requestor entry carries its
      * timestamp where the requestor now sits.
       FD  AUDIT-LOG-FILE
           RECORD CONTAINS 85 CHARACTERS.
       01 AUD-LINE.
          03 AUD-PATIENT-ID     PIC X(10).
          03 FILLER             PIC X(2).
          03 AUD-REQUESTOR-ID   PIC X(8).
          03 FILLER             PIC X(2).
          03 AUD-TIMESTAMP      PIC X(26).
          03 FILLER             PIC X(2).
          03 AUD-CHAIN-HASH     PIC X(18).
       01 AUD-LINE-OLD.
          03 FILLER             PIC X(29).
          03 AUD-OLD-TIMESTAMP  PIC X(26).
          03 FILLER             PIC X(30).

       FD  ARCHIVE-LOG-FILE
           RECORD CONTAINS 85 CHARACTERS.
       01 ARC-AUD-LINE PIC X(85).

       FD  LEGAL-HOLD-FILE
           RECORD CONTAINS 10 CHARACTERS.
       01 CTL-LINE PIC X(80).

       COPY "suite-error-log-fd.cpy".
       COPY "log-chain-fd.cpy".
       COPY "table-capacity-fd.cpy".
       COPY "run-parms-fd.cpy".

       WORKING-STORAGE SECTION.
       01 WS-LOG-OVERFLOW     PIC X VALUE 'N'.
       01 WS-LOG-TABLE.
          03 WS-LOG-ENTRY OCCURS 5000 TIMES INDEXED BY LG-IDX.
             05 LOG-T-IMAGE   PIC X(85).
             05 LOG-T-ARCHIVE PIC X.

      * Chain state across the cut - the live chain's first broken
      * link, the archive file's last link and count before this
      * cut, and its seal after it.
       01 WS-LINK-STARTED     PIC X VALUE 'N'.
       01 WS-LINK-BROKEN      PIC X VALUE 'N'.
       01 WS-BROKEN-AT        PIC 9(6) VALUE 0.
       01 WS-BROKEN-AT-TXT    PIC ZZZZZ9.
       01 WS-ARCHIVE-ON-FILE  PIC 9(8) VALUE 0.
       01 WS-ARCHIVE-SEAL     PIC X(18) VALUE ZEROS.
       01 WS-SEAL-COUNT       PIC 9(8) VALUE 0.
       01 WS-SEAL-COUNT-TXT   PIC Z(7)9.

       01 WS-HOLD-MAX         PIC 9(3) VALUE 100.
       01 WS-HOLD-COUNT       PIC 9(3) VALUE 0.
       01 WS-HOLD-TABLE.
       01 WS-ON-HOLD          PIC X VALUE 'N'.

       COPY "suite-error-log-ws.cpy".
       COPY "log-chain-ws.cpy".
       COPY "table-capacity-ws.cpy".
       COPY "run-parms-ws.cpy".
       COPY "env-accept-ws.cpy".
       COPY "transaction-header.cpy".
               MOVE WS-AUDIT-DSN(1:20) TO SERR-KEY-FIELD
               MOVE 'LOG OVER TABLE - ARCHIVE SKIPPED'
                 TO SERR-REASON
               MOVE 'TBL001' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               SET RC-WARNING TO TRUE
               PERFORM WRITE-CONTROL-TOTALS
               GOBACK
           END-IF

           PERFORM VERIFY-LIVE-CHAIN
           IF WS-LINK-BROKEN = 'Y'
               MOVE 'AUDIT-ARCH' TO SERR-PROGRAM-ID
               MOVE WS-BROKEN-AT TO WS-BROKEN-AT-TXT
               MOVE SPACES TO SERR-KEY-FIELD
               STRING 'ENTRY ' DELIMITED BY SIZE
                      WS-BROKEN-AT-TXT DELIMITED BY SIZE
                 INTO SERR-KEY-FIELD
               MOVE 'CHAIN BROKEN - ARCHIVE SKIPPED' TO SERR-REASON
               MOVE 'INT001' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               SET RC-DATA-EXCEPTION TO TRUE
               PERFORM WRITE-CONTROL-TOTALS
               MOVE WS-RETURN-CODE TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM CHECK-ARCHIVE-SEAL
           IF WS-LINK-BROKEN = 'Y'
               MOVE 'AUDIT-ARCH' TO SERR-PROGRAM-ID
               MOVE WS-ARCHIVE-DSN(1:20) TO SERR-KEY-FIELD
               MOVE 'ARCHIVE SEAL BROKEN - SKIPPED' TO SERR-REASON
               MOVE 'INT001' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               SET RC-DATA-EXCEPTION TO TRUE
               PERFORM WRITE-CONTROL-TOTALS
               MOVE WS-RETURN-CODE TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM MARK-ARCHIVE-ENTRIES
           PERFORM CUT-ARCHIVE-FILE
           PERFORM REWRITE-LIVE-LOG

           SET RC-NORMAL TO TRUE
           MOVE WS-RETURN-CODE TO RETURN-CODE
           PERFORM RECORD-TABLE-CAPACITY
           GOBACK.

       LOAD-LEGAL-HOLDS SECTION.
                               MOVE LGL-PATIENT-ID TO SERR-KEY-FIELD
                               MOVE 'LEGAL HOLD TABLE FULL'
                                 TO SERR-REASON
                               MOVE 'TBL001' TO SERR-ERROR-CODE
                               PERFORM WRITE-SUITE-ERROR-LOG
                           END-IF
                   END-READ
           END-PERFORM
           EXIT.

      * The live log's chain runs from its anchor seed (zero before
      * the first cut) through every linked entry. Entries written
      * before the chain began carry no link and are passed over; an
      * unlinked entry after the first link, or a link that does not
      * recompute, stops the cut - re-linking over it would hide it.
       VERIFY-LIVE-CHAIN SECTION.
           MOVE 'N' TO WS-LINK-STARTED
           MOVE 'N' TO WS-LINK-BROKEN
           MOVE 0 TO WS-BROKEN-AT
           MOVE WS-AUDIT-DSN TO WS-CHAIN-SCAN-DSN
           MOVE 'L' TO WS-CHAIN-FIND-KIND
           PERFORM FIND-LOG-CHAIN-ANCHOR
           MOVE ZEROS TO WS-CHAIN-PREV-HASH
           IF WS-CHAIN-ANCHOR-FOUND = 'Y'
               MOVE ANC-SEED-HASH TO WS-CHAIN-PREV-HASH
           END-IF
           MOVE 85 TO WS-CHAIN-RECORD-LEN
           PERFORM VARYING LG-IDX FROM 1 BY 1
                   UNTIL LG-IDX > WS-LOG-COUNT
                      OR WS-LINK-BROKEN = 'Y'
               MOVE LOG-T-IMAGE(LG-IDX) TO AUD-LINE
               IF AUD-CHAIN-HASH IS NUMERIC
                   MOVE 'Y' TO WS-LINK-STARTED
                   MOVE AUD-LINE TO WS-CHAIN-RECORD
                   PERFORM COMPUTE-LOG-CHAIN-HASH
                   IF WS-CHAIN-HASH NOT = AUD-CHAIN-HASH
                       MOVE 'Y' TO WS-LINK-BROKEN
                   END-IF
                   MOVE AUD-CHAIN-HASH TO WS-CHAIN-PREV-HASH
               ELSE
                   IF WS-LINK-STARTED = 'Y'
                       MOVE 'Y' TO WS-LINK-BROKEN
                   END-IF
               END-IF
               IF WS-LINK-BROKEN = 'Y'
                   SET WS-BROKEN-AT TO LG-IDX
               END-IF
           END-PERFORM
           EXIT.

      * An archive file already on disk must still end where its
      * last seal says before more is added to it - a file with no
      * seal is only accepted if none of it was ever linked.
       CHECK-ARCHIVE-SEAL SECTION.
           MOVE 'N' TO WS-LINK-BROKEN
           MOVE WS-ARCHIVE-DSN TO WS-CHAIN-SCAN-DSN
           MOVE 85 TO WS-CHAIN-RECORD-LEN
           PERFORM LOAD-LOG-CHAIN-SEED
           MOVE WS-CHAIN-RECORDS TO WS-ARCHIVE-ON-FILE
           MOVE WS-CHAIN-PREV-HASH TO WS-ARCHIVE-SEAL
           IF WS-ARCHIVE-ON-FILE = 0
               GO TO CHECK-ARCHIVE-SEAL-EXIT
           END-IF
           MOVE 'A' TO WS-CHAIN-FIND-KIND
           PERFORM FIND-LOG-CHAIN-ANCHOR
           IF WS-CHAIN-ANCHOR-FOUND = 'N'
               IF WS-CHAIN-FOUND = 'Y'
                   MOVE 'Y' TO WS-LINK-BROKEN
               END-IF
               GO TO CHECK-ARCHIVE-SEAL-EXIT
           END-IF
           IF ANC-END-COUNT NOT = WS-ARCHIVE-ON-FILE
              OR ANC-END-HASH NOT = WS-ARCHIVE-SEAL
               MOVE 'Y' TO WS-LINK-BROKEN
           END-IF.
       CHECK-ARCHIVE-SEAL-EXIT.
           EXIT.

      * Archived entries are re-linked onto the archive file's chain
      * from its last link, and the file is sealed with its new last
      * link and record count.
       CUT-ARCHIVE-FILE SECTION.
           MOVE WS-ARCHIVE-SEAL TO WS-CHAIN-PREV-HASH
           MOVE 85 TO WS-CHAIN-RECORD-LEN
           OPEN EXTEND ARCHIVE-LOG-FILE
           IF WS-ARCHIVE-STATUS NOT = '00'
               OPEN OUTPUT ARCHIVE-LOG-FILE
           PERFORM VARYING LG-IDX FROM 1 BY 1
                   UNTIL LG-IDX > WS-LOG-COUNT
               IF LOG-T-ARCHIVE(LG-IDX) = 'Y'
                   PERFORM RELINK-LOG-ENTRY
                   MOVE WS-CHAIN-RECORD TO ARC-AUD-LINE
                   WRITE ARC-AUD-LINE
                   ADD 1 TO WS-ENTRIES-ARCHIVED
               END-IF
           END-PERFORM
           CLOSE ARCHIVE-LOG-FILE
           MOVE WS-CHAIN-PREV-HASH TO WS-ARCHIVE-SEAL
           COMPUTE WS-SEAL-COUNT =
               WS-ARCHIVE-ON-FILE + WS-ENTRIES-ARCHIVED
           MOVE SPACES TO WS-CHAIN-ANCHOR-ENTRY
           MOVE 'A' TO ANC-KIND
           MOVE WS-RUN-DAY TO ANC-SEALED-DATE
           MOVE WS-ARCHIVE-DSN TO ANC-LOG-DSN
           MOVE ZEROS TO ANC-SEED-HASH
           MOVE WS-ARCHIVE-SEAL TO ANC-END-HASH
           MOVE WS-SEAL-COUNT TO ANC-END-COUNT
           MOVE 85 TO ANC-RECORD-LEN
           PERFORM WRITE-LOG-CHAIN-ANCHOR
           EXIT.

      * What stays live is re-linked on from the archive's seal, and
      * the anchor records that seed so the live chain proves out
      * from the cut.
       REWRITE-LIVE-LOG SECTION.
           MOVE WS-ARCHIVE-SEAL TO WS-CHAIN-PREV-HASH
           MOVE 85 TO WS-CHAIN-RECORD-LEN
           OPEN OUTPUT AUDIT-LOG-FILE
           PERFORM VARYING LG-IDX FROM 1 BY 1
                   UNTIL LG-IDX > WS-LOG-COUNT
               IF LOG-T-ARCHIVE(LG-IDX) = 'N'
                   PERFORM RELINK-LOG-ENTRY
                   MOVE WS-CHAIN-RECORD TO AUD-LINE
                   WRITE AUD-LINE
                   ADD 1 TO WS-ENTRIES-RETAINED
               END-IF
           END-PERFORM
           CLOSE AUDIT-LOG-FILE
           MOVE SPACES TO WS-CHAIN-ANCHOR-ENTRY
           MOVE 'L' TO ANC-KIND
           MOVE WS-RUN-DAY TO ANC-SEALED-DATE
           MOVE WS-AUDIT-DSN TO ANC-LOG-DSN
           MOVE WS-ARCHIVE-SEAL TO ANC-SEED-HASH
           MOVE ZEROS TO ANC-END-COUNT
           MOVE 85 TO ANC-RECORD-LEN
           PERFORM WRITE-LOG-CHAIN-ANCHOR
           EXIT.

      * Next link for the table entry at LG-IDX, on from
      * WS-CHAIN-PREV-HASH; the old link, if any, is dropped.
       RELINK-LOG-ENTRY SECTION.
           MOVE LOG-T-IMAGE(LG-IDX) TO WS-CHAIN-RECORD
           MOVE SPACES TO WS-CHAIN-RECORD(66:20)
           PERFORM COMPUTE-LOG-CHAIN-HASH
           MOVE WS-CHAIN-HASH TO WS-CHAIN-RECORD(68:18)
           MOVE WS-CHAIN-HASH TO WS-CHAIN-PREV-HASH
           EXIT.

       WRITE-MANIFEST SECTION.
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO MAN-LINE
           WRITE MAN-LINE
           MOVE WS-SEAL-COUNT TO WS-SEAL-COUNT-TXT
           MOVE SPACES TO MAN-LINE
           STRING 'CHAIN SEAL ' DELIMITED BY SIZE
                  WS-ARCHIVE-SEAL DELIMITED BY SIZE
                  ' RECORDS ' DELIMITED BY SIZE
                  WS-SEAL-COUNT-TXT DELIMITED BY SIZE
             INTO MAN-LINE
           WRITE MAN-LINE
           CLOSE MANIFEST-FILE
           EXIT.

           CLOSE CONTROL-TOTAL-FILE
           EXIT.

      * High-water marks of the in-memory tables for this run,
      * kept so TABLE-CAPACITY-REPORT can warn before a ceiling is
      * reached.
       RECORD-TABLE-CAPACITY SECTION.
           MOVE 'AUDIT-ARCHIVE' TO TCAP-PROGRAM-ID
           MOVE WS-PARM-RUN-ID TO TCAP-RUN-ID
           MOVE WS-RUN-DATE TO TCAP-RUN-DATE
           MOVE 'LOG' TO TCAP-TABLE-NAME
           MOVE WS-LOG-COUNT TO TCAP-PEAK
           MOVE WS-LOG-MAX TO TCAP-CEILING
           PERFORM WRITE-TABLE-CAPACITY
           MOVE 'HOLD' TO TCAP-TABLE-NAME
           MOVE WS-HOLD-COUNT TO TCAP-PEAK
           MOVE WS-HOLD-MAX TO TCAP-CEILING
           PERFORM WRITE-TABLE-CAPACITY
           EXIT.

       COPY "suite-error-log-proc.cpy".
       COPY "log-chain-proc.cpy".
       COPY "run-parms-proc.cpy".
       COPY "env-switch-proc.cpy".
       COPY "table-capacity-proc.cpy".
