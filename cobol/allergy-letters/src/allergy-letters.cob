      * and name, old and new allergen lists decoded to names, the
      * severity letters on file, the change date and run ID - plus a
      * control count so nursing can confirm every changed resident
      * produced exactly one letter. Letters come out grouped by
      * nursing unit, room and bed order within the unit, with a
      * unit subtotal record after each unit so the unit clerk can
      * pull that unit's letters as a batch. Every letter written is
      * also appended to the letters-sent log, which outlives the
      * nightly extract.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LETTER-EXTRACT-FILE ASSIGN TO DYNAMIC WS-LETTER-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LETTER-STATUS.
      * Letters are staged with a unit/room/bed sort key in front,
      * then sorted into unit order before the extract is written.
           SELECT LETTER-WORK-FILE ASSIGN TO
               DYNAMIC WS-LETTER-WORK-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LETTER-WORK-STATUS.
           SELECT LETTER-SORT-WORK-FILE ASSIGN TO 'SORTWK'.
           SELECT LETTER-SORTED-FILE ASSIGN TO
               DYNAMIC WS-LETTER-SORTED-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LETTER-SORTED-STATUS.
      * Permanent record of every letter sent - the extract is cut
      * fresh each night, so this log is what answers "which letters
      * went out about this resident".
           SELECT LETTER-SENT-LOG ASSIGN TO DYNAMIC WS-LETTER-LOG-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LETTER-LOG-STATUS.
      * Standard run-balancing control-total report so ops balances
      * this job the same way every other nightly batch job is
      * balanced.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-TOTAL-STATUS.
           COPY "suite-error-log-select.cpy".
           COPY "table-capacity-select.cpy".
           COPY "run-parms-select.cpy".

       DATA DIVISION.
          03 FILLER                PIC X(27).

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

       FD  SEVERITY-FILE
           RECORD CONTAINS 24 CHARACTERS.
          03 FILLER             PIC X.

      * Pipe-delimited mail-merge feed: id|name|old list|new list|
      * severity letters|change date|run id|unit|room-bed. A
      * *UNITTOT*|unit|count record closes each unit's group.
       FD  LETTER-EXTRACT-FILE
           RECORD CONTAINS 500 CHARACTERS.
       01 LTR-LINE PIC X(500).

       FD  LETTER-WORK-FILE
           RECORD CONTAINS 523 CHARACTERS.
       01 LWK-RECORD.
          03 LWK-NURSING-UNIT   PIC X(6).
          03 LWK-ROOM           PIC X(5).
          03 LWK-BED            PIC X(2).
          03 LWK-PATIENT-ID     PIC X(10).
          03 LWK-LETTER         PIC X(500).

       SD  LETTER-SORT-WORK-FILE.
       01 LSR-RECORD.
          03 LSR-NURSING-UNIT   PIC X(6).
          03 LSR-ROOM           PIC X(5).
          03 LSR-BED            PIC X(2).
          03 LSR-PATIENT-ID     PIC X(10).
          03 LSR-LETTER         PIC X(500).

       FD  LETTER-SORTED-FILE
           RECORD CONTAINS 523 CHARACTERS.
       01 LST-RECORD.
          03 LST-NURSING-UNIT   PIC X(6).
          03 LST-ROOM           PIC X(5).
          03 LST-BED            PIC X(2).
          03 LST-PATIENT-ID     PIC X(10).
          03 LST-LETTER         PIC X(500).

       FD  LETTER-SENT-LOG
           RECORD CONTAINS 548 CHARACTERS.
       01 LSL-RECORD.
          03 LSL-PATIENT-ID     PIC X(10).
          03 FILLER             PIC X(2).
          03 LSL-RUN-ID         PIC X(8).
          03 FILLER             PIC X(2).
          03 LSL-TIMESTAMP      PIC X(26).
          03 LSL-LETTER         PIC X(500).

       FD  CONTROL-TOTAL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 CTL-LINE PIC X(80).

       COPY "suite-error-log-fd.cpy".
       COPY "table-capacity-fd.cpy".
       COPY "run-parms-fd.cpy".

       WORKING-STORAGE SECTION.
       01 WS-PATIENT-MST-STATUS PIC XX VALUE '00'.
       01 WS-SEVERITY-STATUS    PIC XX VALUE '00'.
       01 WS-LETTER-STATUS      PIC XX VALUE '00'.
       01 WS-LETTER-WORK-DSN    PIC X(100)
          VALUE 'ALLERGY-LETTER-WORK.TMP'.
       01 WS-LETTER-SORTED-DSN  PIC X(100)
          VALUE 'ALLERGY-LETTER-SORTED.TMP'.
       01 WS-LETTER-WORK-STATUS PIC XX VALUE '00'.
       01 WS-LETTER-LOG-DSN     PIC X(100)
          VALUE 'ALLERGY-LETTERS-SENT.LOG'.
       01 WS-LETTER-LOG-STATUS  PIC XX VALUE '00'.
       01 WS-LETTER-SORTED-STATUS PIC XX VALUE '00'.
       01 WS-EOF-FLAG           PIC X VALUE 'N'.

       01 WS-CONTROL-TOTAL-DSN    PIC X(100)
       01 WS-RESIDENTS-CHANGED    PIC 9(6) VALUE 0.
       01 WS-LETTERS-WRITTEN      PIC 9(6) VALUE 0.
       01 WS-LINES-MALFORMED      PIC 9(6) VALUE 0.
       01 WS-UNITS-WRITTEN        PIC 9(6) VALUE 0.
       01 WS-CTL-COUNT-TXT        PIC ZZZZZ9.

      * Unit break fields for the grouped extract.
       01 WS-UNIT-FIRST         PIC X VALUE 'Y'.
       01 WS-CURRENT-UNIT       PIC X(6) VALUE SPACES.
       01 WS-UNIT-LABEL         PIC X(10) VALUE SPACES.
       01 WS-UNIT-LETTERS       PIC 9(6) VALUE 0.
       01 WS-RESIDENT-LOCATION.
          03 WS-RESIDENT-UNIT   PIC X(6) VALUE SPACES.
          03 WS-RESIDENT-ROOM   PIC X(5) VALUE SPACES.
          03 WS-RESIDENT-BED    PIC X(2) VALUE SPACES.
       01 WS-ROOM-BED           PIC X(8) VALUE SPACES.

       01 WS-CHANGE-DATE        PIC 9(8) VALUE 0.

      * OLD line held until its NEW partner arrives - the pair is one
       01 WS-SEVERITY-LIST      PIC X(120) VALUE SPACES.

       COPY "suite-error-log-ws.cpy".
       COPY "table-capacity-ws.cpy".
       COPY "run-parms-ws.cpy".
       COPY "env-accept-ws.cpy".
       COPY "transaction-header.cpy".
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-LETTER-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'ALLERGY_LETTERS_SENT_LOG_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-LETTER-LOG-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'ALLERGY_LETTERS_CONTROL_TOTAL_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
           MOVE WS-LETTER-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-LETTER-DSN
           MOVE WS-LETTER-LOG-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-LETTER-LOG-DSN
           MOVE WS-CONTROL-TOTAL-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-CONTROL-TOTAL-DSN
           END-IF
           PERFORM LOAD-SEVERITY-TABLE

           OPEN OUTPUT LETTER-WORK-FILE
           OPEN INPUT PATIENT-MASTER
           OPEN INPUT DELTA-REPORT-FILE
           IF WS-DELTA-STATUS = '00'
               MOVE 'ALLERGY-LTRS' TO SERR-PROGRAM-ID
               MOVE WS-PEND-PATIENT-ID TO SERR-KEY-FIELD
               MOVE 'OLD LINE WITHOUT NEW LINE' TO SERR-REASON
               MOVE 'BAL001' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
           END-IF
           CLOSE PATIENT-MASTER
           CLOSE LETTER-WORK-FILE
           PERFORM WRITE-LETTERS-BY-UNIT
           PERFORM WRITE-CONTROL-TOTALS

           SET RC-NORMAL TO TRUE
               SET RC-WARNING TO TRUE
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
           PERFORM RECORD-TABLE-CAPACITY
           GOBACK.

       PROCESS-DELTA-LINE SECTION.
                       MOVE WS-PEND-PATIENT-ID TO SERR-KEY-FIELD
                       MOVE 'OLD LINE WITHOUT NEW LINE'
                         TO SERR-REASON
                       MOVE 'BAL001' TO SERR-ERROR-CODE
                       PERFORM WRITE-SUITE-ERROR-LOG
                   END-IF
                   MOVE 'Y' TO WS-PEND-PRESENT
                       MOVE DELTA-PATIENT-ID TO SERR-KEY-FIELD
                       MOVE 'NEW LINE WITHOUT OLD LINE'
                         TO SERR-REASON
                       MOVE 'BAL001' TO SERR-ERROR-CODE
                       PERFORM WRITE-SUITE-ERROR-LOG
                   END-IF
               WHEN OTHER

       WRITE-ONE-LETTER-RECORD SECTION.
           MOVE SPACES TO WS-RESIDENT-NAME
           MOVE SPACES TO WS-RESIDENT-LOCATION
           MOVE WS-PEND-PATIENT-ID TO PAT-PATIENT-ID
           READ PATIENT-MASTER
               INVALID KEY
                   MOVE '(NOT ON MASTER)' TO WS-RESIDENT-NAME
               NOT INVALID KEY
                   MOVE PAT-PATIENT-NAME TO WS-RESIDENT-NAME
                   MOVE PAT-LOCATION TO WS-RESIDENT-LOCATION
           END-READ
           PERFORM BUILD-SEVERITY-LIST
           MOVE SPACES TO WS-ROOM-BED
           IF WS-RESIDENT-ROOM NOT = SPACES
               IF WS-RESIDENT-BED = SPACES
                   MOVE WS-RESIDENT-ROOM TO WS-ROOM-BED
               ELSE
                   STRING FUNCTION TRIM(WS-RESIDENT-ROOM)
                            DELIMITED BY SIZE
                          '-' DELIMITED BY SIZE
                          FUNCTION TRIM(WS-RESIDENT-BED)
                            DELIMITED BY SIZE
                     INTO WS-ROOM-BED
               END-IF
           END-IF
           MOVE SPACES TO LTR-LINE
           STRING FUNCTION TRIM(WS-PEND-PATIENT-ID) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  WS-CHANGE-DATE DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  WS-PARM-RUN-ID DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RESIDENT-UNIT) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ROOM-BED) DELIMITED BY SIZE
             INTO LTR-LINE
           MOVE WS-RESIDENT-UNIT TO LWK-NURSING-UNIT
           MOVE WS-RESIDENT-ROOM TO LWK-ROOM
           MOVE WS-RESIDENT-BED TO LWK-BED
           MOVE WS-PEND-PATIENT-ID TO LWK-PATIENT-ID
           MOVE LTR-LINE TO LWK-LETTER
           WRITE LWK-RECORD
           EXIT.

      * Sort the staged letters into unit, room, bed order and write
      * the extract, closing each unit with its subtotal record.
       WRITE-LETTERS-BY-UNIT SECTION.
           SORT LETTER-SORT-WORK-FILE
               ON ASCENDING KEY LSR-NURSING-UNIT
                                LSR-ROOM
                                LSR-BED
                                LSR-PATIENT-ID
               USING LETTER-WORK-FILE
               GIVING LETTER-SORTED-FILE
           OPEN OUTPUT LETTER-EXTRACT-FILE
           MOVE WS-PARM-RUN-ID TO TRX-RUN-ID
           MOVE 'ALG-LTR' TO TRX-SOURCE-SYSTEM
           MOVE FUNCTION CURRENT-DATE TO TRX-TIMESTAMP
           MOVE TRX-HEADER TO LTR-LINE
           WRITE LTR-LINE
           MOVE 'Y' TO WS-UNIT-FIRST
           OPEN EXTEND LETTER-SENT-LOG
           IF WS-LETTER-LOG-STATUS NOT = '00'
               OPEN OUTPUT LETTER-SENT-LOG
           END-IF
           OPEN INPUT LETTER-SORTED-FILE
           IF WS-LETTER-SORTED-STATUS = '00'
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ LETTER-SORTED-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           IF WS-UNIT-FIRST = 'N'
                               AND LST-NURSING-UNIT
                                   NOT = WS-CURRENT-UNIT
                               PERFORM WRITE-UNIT-SUBTOTAL
                           END-IF
                           IF WS-UNIT-FIRST = 'Y'
                               OR LST-NURSING-UNIT
                                   NOT = WS-CURRENT-UNIT
                               MOVE 'N' TO WS-UNIT-FIRST
                               MOVE LST-NURSING-UNIT
                                 TO WS-CURRENT-UNIT
                               MOVE 0 TO WS-UNIT-LETTERS
                               ADD 1 TO WS-UNITS-WRITTEN
                           END-IF
                           MOVE LST-LETTER TO LTR-LINE
                           WRITE LTR-LINE
                           MOVE SPACES TO LSL-RECORD
                           MOVE LST-PATIENT-ID TO LSL-PATIENT-ID
                           MOVE WS-PARM-RUN-ID TO LSL-RUN-ID
                           MOVE FUNCTION CURRENT-DATE TO LSL-TIMESTAMP
                           MOVE LST-LETTER TO LSL-LETTER
                           WRITE LSL-RECORD
                           ADD 1 TO WS-LETTERS-WRITTEN
                           ADD 1 TO WS-UNIT-LETTERS
                   END-READ
               END-PERFORM
               IF WS-UNIT-FIRST = 'N'
                   PERFORM WRITE-UNIT-SUBTOTAL
               END-IF
               CLOSE LETTER-SORTED-FILE
           END-IF
           CLOSE LETTER-SENT-LOG
           CLOSE LETTER-EXTRACT-FILE
           EXIT.

       WRITE-UNIT-SUBTOTAL SECTION.
           IF WS-CURRENT-UNIT = SPACES
               MOVE 'UNASSIGNED' TO WS-UNIT-LABEL
           ELSE
               MOVE WS-CURRENT-UNIT TO WS-UNIT-LABEL
           END-IF
           MOVE WS-UNIT-LETTERS TO WS-CTL-COUNT-TXT
           MOVE SPACES TO LTR-LINE
           STRING '*UNITTOT*|' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-UNIT-LABEL) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CTL-COUNT-TXT) DELIMITED BY SIZE
             INTO LTR-LINE
           WRITE LTR-LINE
           EXIT.

      * Every severity pair on file for this resident, decoded as
                               MOVE SEV-PATIENT-ID TO SERR-KEY-FIELD
                               MOVE 'SEVERITY TABLE FULL - IGNORED'
                                 TO SERR-REASON
                               MOVE 'TBL001' TO SERR-ERROR-CODE
                               PERFORM WRITE-SUITE-ERROR-LOG
                           ELSE
                               ADD 1 TO WS-SEVERITY-COUNT
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-UNITS-WRITTEN TO WS-CTL-COUNT-TXT
           STRING 'NURSING UNITS    : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           CLOSE CONTROL-TOTAL-FILE
           EXIT.

      * High-water marks of the in-memory tables for this run,
      * kept so TABLE-CAPACITY-REPORT can warn before a ceiling is
      * reached.
       RECORD-TABLE-CAPACITY SECTION.
           MOVE 'ALLERGY-LETTERS' TO TCAP-PROGRAM-ID
           MOVE WS-PARM-RUN-ID TO TCAP-RUN-ID
           MOVE WS-RUN-DATE TO TCAP-RUN-DATE
           MOVE 'SEVERITY' TO TCAP-TABLE-NAME
           MOVE WS-SEVERITY-COUNT TO TCAP-PEAK
           MOVE WS-SEVERITY-MAX TO TCAP-CEILING
           PERFORM WRITE-TABLE-CAPACITY
           EXIT.

       COPY "suite-error-log-proc.cpy".
       COPY "run-parms-proc.cpy".
       COPY "env-switch-proc.cpy".
       COPY "table-capacity-proc.cpy".
