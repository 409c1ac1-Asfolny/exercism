      * stops short of the corrupting run: the acronym master
      * replays from DATA-LINEAGE-FILE's per-update images, the
      * patient master from ALLERGY-SCORE-HISTORY.DAT (which is that
      * master's own before/after trail) and, for room moves,
      * RESIDENT-LOCATION-HISTORY.DAT. Every record applied or
      * excluded is printed, so each one is accounted for.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               FILE STATUS IS WS-PAT-BKP-STATUS.
           COPY "suite-error-log-select.cpy".
           COPY "data-lineage-select.cpy".
           COPY "operator-authority-select.cpy".
           COPY "log-chain-select.cpy".
           SELECT SCORE-HISTORY-FILE ASSIGN TO
               DYNAMIC WS-SCORE-HIST-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SCORE-HIST-STATUS.
           SELECT LOCATION-HISTORY-FILE ASSIGN TO
               DYNAMIC WS-LOCATION-HIST-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LOCATION-HIST-STATUS.
           SELECT ROLLFWD-REPORT-FILE ASSIGN TO
               DYNAMIC WS-ROLLFWD-DSN
               ORGANIZATION LINE SEQUENTIAL
       DATA DIVISION.
       FILE SECTION.
       FD  ACRONYM-MASTER
           RECORD CONTAINS 197 CHARACTERS.
       01 MST-RECORD.
          03 MST-PHRASE        PIC X(80).
          03 MST-ACRONYM       PIC X(20).
          03 MST-ISSUED-DATE   PIC 9(8).
          03 MST-NORM-PHRASE   PIC X(80).
          03 MST-STATUS        PIC X.
          03 MST-CATEGORY      PIC X(8).

       FD  ACRONYM-BACKUP
           RECORD CONTAINS 197 CHARACTERS.
       01 ABK-RECORD.
          03 ABK-PHRASE        PIC X(80).
          03 ABK-ACRONYM       PIC X(20).
          03 ABK-ISSUED-DATE   PIC 9(8).
          03 ABK-NORM-PHRASE   PIC X(80).
          03 ABK-STATUS        PIC X.
          03 ABK-CATEGORY      PIC X(8).

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

       FD  PATIENT-BACKUP
           RECORD CONTAINS 60 CHARACTERS.
       01 PBK-RECORD.
          03 PBK-PATIENT-ID     PIC X(10).
          03 PBK-PATIENT-NAME   PIC X(30).
          03 PBK-ALLERGY-SCORE  PIC 9(5).
          03 PBK-LOCATION.
             05 PBK-NURSING-UNIT PIC X(6).
             05 PBK-ROOM         PIC X(5).
             05 PBK-BED          PIC X(2).
          03 FILLER             PIC X(2).

       COPY "suite-error-log-fd.cpy".
       COPY "data-lineage-fd.cpy".
       COPY "operator-authority-fd.cpy".
       COPY "log-chain-fd.cpy".

       FD  SCORE-HISTORY-FILE
           RECORD CONTAINS 62 CHARACTERS.
          03 FILLER             PIC X(2).
          03 HIST-TIMESTAMP     PIC X(26).

      * Unit/room/bed moves, written by allergies.cob's
      * RECORD-LOCATION-CHANGE in the same style as the score trail.
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

       FD  ROLLFWD-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01 RFW-LINE PIC X(132).
       01 WS-SCORE-HIST-DSN  PIC X(100)
          VALUE 'ALLERGY-SCORE-HISTORY.DAT'.
       01 WS-SCORE-HIST-STATUS PIC XX VALUE '00'.
       01 WS-LOCATION-HIST-DSN PIC X(100)
          VALUE 'RESIDENT-LOCATION-HISTORY.DAT'.
       01 WS-LOCATION-HIST-STATUS PIC XX VALUE '00'.
       01 WS-ROLLFWD-DSN     PIC X(100)
          VALUE 'RESTORE-ROLLFORWARD.RPT'.
       01 WS-ROLLFWD-STATUS  PIC XX VALUE '00'.

       COPY "suite-error-log-ws.cpy".
       COPY "data-lineage-ws.cpy".
       COPY "operator-authority-ws.cpy".
       COPY "log-chain-ws.cpy".
       COPY "env-accept-ws.cpy".

       PROCEDURE DIVISION.
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-SUITE-ERROR-LOG-DSN
           END-IF

           MOVE 'MSTR-RESTORE' TO WS-OPA-CONSOLE
           PERFORM SIGN-ON-OPERATOR
           IF WS-OPA-SIGNED-ON NOT = 'Y'
               GOBACK
           END-IF

           DISPLAY 'MASTER FILE RESTORE'
           DISPLAY 'A) ACRONYM MASTER   P) PATIENT MASTER   X) EXIT'
           DISPLAY 'CHOICE: '
           ACCEPT WS-CHOICE FROM CONSOLE
           IF WS-CHOICE NOT = 'A' AND WS-CHOICE NOT = 'P'
               PERFORM SIGN-OFF-OPERATOR
               GOBACK
           END-IF
           MOVE 'R' TO WS-OPA-FUNCTION
           IF WS-CHOICE = 'A'
               MOVE 'RESTORE ACRONYM MASTER' TO WS-OPA-DETAIL
           ELSE
               MOVE 'RESTORE PATIENT MASTER' TO WS-OPA-DETAIL
           END-IF
           PERFORM CHECK-OPERATOR-RIGHT
           IF WS-OPA-ALLOWED NOT = 'Y'
               PERFORM SIGN-OFF-OPERATOR
               GOBACK
           END-IF
           DISPLAY 'GENERATION NUMBER: '
           ACCEPT WS-GENERATION FROM CONSOLE
           IF WS-GENERATION = 0
               DISPLAY 'NO SUCH GENERATION'
               PERFORM SIGN-OFF-OPERATOR
               GOBACK
           END-IF
           DISPLAY 'THIS REPLACES THE LIVE MASTER - CONFIRM Y: '
           ACCEPT WS-CONFIRM FROM CONSOLE
           IF WS-CONFIRM NOT = 'Y'
               DISPLAY 'RESTORE CANCELLED'
               PERFORM SIGN-OFF-OPERATOR
               GOBACK
           END-IF


           DISPLAY 'ROLL FORWARD FROM THE UPDATE TRAIL - Y: '
           ACCEPT WS-ROLLFWD-ASK FROM CONSOLE
           IF WS-ROLLFWD-ASK = 'Y'
               MOVE 'F' TO WS-OPA-FUNCTION
               MOVE 'ROLL FORWARD FROM UPDATE TRAIL' TO WS-OPA-DETAIL
               PERFORM CHECK-OPERATOR-RIGHT
               IF WS-OPA-ALLOWED NOT = 'Y'
                   MOVE 'N' TO WS-ROLLFWD-ASK
               END-IF
           END-IF
           IF WS-ROLLFWD-ASK = 'Y'
               DISPLAY 'FROM TIMESTAMP YYYYMMDDHHMMSS '
                  '(THE BACKUP POINT): '
                   END-IF
               END-IF
           END-IF
           PERFORM SIGN-OFF-OPERATOR
           GOBACK.

       RESTORE-ACRONYM-MASTER SECTION.
                  WS-GENERATION DELIMITED BY SIZE
             INTO WS-ACR-BKP-DSN
           OPEN INPUT ACRONYM-BACKUP
      * A generation cut at 189 bytes, before the category was added,
      * opens 39 - it is converted, never restored as it stands.
           IF WS-ACR-BKP-STATUS = '39'
               DISPLAY 'GENERATION IS IN THE OLD 189-BYTE FORMAT - '
                       'RUN ACRONYM-MASTER-CONVERT OVER IT FIRST'
               DISPLAY 'LIVE MASTER NOT TOUCHED'
               GO TO RESTORE-ACRONYM-MASTER-EXIT
           END-IF
           IF WS-ACR-BKP-STATUS NOT = '00'
               DISPLAY 'GENERATION NOT FOUND - STATUS '
                       WS-ACR-BKP-STATUS
           MOVE 'MASTER-RSTR' TO SERR-PROGRAM-ID
           MOVE WS-ACR-BKP-DSN(1:20) TO SERR-KEY-FIELD
           MOVE 'ACRONYM MASTER RESTORED' TO SERR-REASON
           MOVE 'RST001' TO SERR-ERROR-CODE
           PERFORM WRITE-SUITE-ERROR-LOG.
       RESTORE-ACRONYM-MASTER-EXIT.
           EXIT.
                  WS-GENERATION DELIMITED BY SIZE
             INTO WS-PAT-BKP-DSN
           OPEN INPUT PATIENT-BACKUP
      * A generation cut at 45 bytes, before unit, room and bed were
      * added, opens 39 - it is converted, never restored as it
      * stands.
           IF WS-PAT-BKP-STATUS = '39'
               DISPLAY 'GENERATION IS IN THE OLD 45-BYTE FORMAT - '
                       'RUN PATIENT-MASTER-CONVERT OVER IT FIRST'
               DISPLAY 'LIVE MASTER NOT TOUCHED'
               GO TO RESTORE-PATIENT-MASTER-EXIT
           END-IF
           IF WS-PAT-BKP-STATUS NOT = '00'
               DISPLAY 'GENERATION NOT FOUND - STATUS '
                       WS-PAT-BKP-STATUS
           MOVE 'MASTER-RSTR' TO SERR-PROGRAM-ID
           MOVE WS-PAT-BKP-DSN(1:20) TO SERR-KEY-FIELD
           MOVE 'PATIENT MASTER RESTORED' TO SERR-REASON
           MOVE 'RST001' TO SERR-ERROR-CODE
           PERFORM WRITE-SUITE-ERROR-LOG.
       RESTORE-PATIENT-MASTER-EXIT.
           EXIT.
           MOVE 'MASTER-RSTR' TO SERR-PROGRAM-ID
           MOVE 'ACRONYM' TO SERR-KEY-FIELD
           MOVE 'ACRONYM ROLL-FORWARD RUN' TO SERR-REASON
           MOVE 'RST001' TO SERR-ERROR-CODE
           PERFORM WRITE-SUITE-ERROR-LOG.
       ROLL-FORWARD-ACRONYM-EXIT.
           EXIT.
      * with history but no restored record was admitted after the
      * backup; their add came on an admissions feed, so they are
      * listed for the re-run of that feed rather than invented here.
      * Room moves replay from the location trail the same way; the
      * two trails touch different fields, so one follows the other.
       ROLL-FORWARD-PATIENT SECTION.
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
           OPEN I-O PATIENT-MASTER
           IF WS-PAT-STATUS NOT = '00'
               DISPLAY 'MASTER NOT AVAILABLE - STATUS ' WS-PAT-STATUS
               END-PERFORM
               CLOSE SCORE-HISTORY-FILE
           END-IF
           OPEN INPUT LOCATION-HISTORY-FILE
           IF WS-LOCATION-HIST-STATUS = '00'
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ LOCATION-HISTORY-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           IF LOC-TIMESTAMP(1:14) > WS-FROM-STAMP
                               AND LOC-TIMESTAMP(1:14)
                                   <= WS-CUTOFF-STAMP
                               PERFORM REPLAY-ONE-LOCATION-CHANGE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOCATION-HISTORY-FILE
           END-IF
           PERFORM CLOSE-ROLLFWD-REPORT
           CLOSE PATIENT-MASTER
           MOVE 'N' TO WS-EOF-FLAG
           MOVE 'MASTER-RSTR' TO SERR-PROGRAM-ID
           MOVE 'PATIENT' TO SERR-KEY-FIELD
           MOVE 'PATIENT ROLL-FORWARD RUN' TO SERR-REASON
           MOVE 'RST001' TO SERR-ERROR-CODE
           PERFORM WRITE-SUITE-ERROR-LOG.
       ROLL-FORWARD-PATIENT-EXIT.
           EXIT.
           PERFORM WRITE-ROLLFWD-LINE
           EXIT.

       REPLAY-ONE-LOCATION-CHANGE SECTION.
           MOVE SPACES TO WS-RFW-DETAIL
           MOVE LOC-TIMESTAMP(1:14) TO RFW-STAMP
           MOVE LOC-PATIENT-ID TO RFW-KEY
           MOVE LOC-PATIENT-ID TO PAT-PATIENT-ID
           READ PATIENT-MASTER
               INVALID KEY
                   MOVE 'EXCLUDED' TO RFW-VERDICT
                   MOVE 'NOT ON RESTORED MASTER' TO RFW-NOTE
                   ADD 1 TO WS-EXCLUDED
               NOT INVALID KEY
                   MOVE LOC-NEW-LOCATION TO PAT-LOCATION
                   REWRITE PAT-RECORD
                   END-REWRITE
                   MOVE 'APPLIED' TO RFW-VERDICT
                   MOVE 'ROOM MOVE' TO RFW-NOTE
                   ADD 1 TO WS-APPLIED
           END-READ
           PERFORM WRITE-ROLLFWD-LINE
           EXIT.

       OPEN-ROLLFWD-REPORT SECTION.
           MOVE 0 TO WS-APPLIED
           MOVE 0 TO WS-EXCLUDED
           EXIT.

       COPY "suite-error-log-proc.cpy".
       COPY "operator-authority-proc.cpy".
       COPY "log-chain-proc.cpy".
