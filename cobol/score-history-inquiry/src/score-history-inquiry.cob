      * to back is already that order), and shows each change as the
      * allergen names added and removed, decoded through the same
      * ALLERGEN-TABLE.DAT elimination logic allergies.cob uses.
      * The L option answers the companion question - where was the
      * resident on a given night - from the unit/room/bed trail in
      * RESIDENT-LOCATION-HISTORY.DAT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               DYNAMIC WS-ALLERGEN-TBL-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ALLERGEN-TBL-STATUS.
           SELECT LOCATION-HISTORY-FILE ASSIGN TO
               DYNAMIC WS-LOCATION-HIST-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LOCATION-HIST-STATUS.
           COPY "operator-authority-select.cpy".
           COPY "log-chain-select.cpy".

       DATA DIVISION.
       FILE SECTION.
          03 ALG-VAL             PIC 9(5).
          03 FILLER              PIC X.

       FD  LOCATION-HISTORY-FILE
           RECORD CONTAINS 78 CHARACTERS.
       01 LOC-RECORD.
          03 LOC-PATIENT-ID     PIC X(10).
          03 FILLER             PIC X(2).
          03 LOC-OLD-LOCATION.
             05 LOC-OLD-UNIT    PIC X(6).
             05 LOC-OLD-ROOM    PIC X(5).
             05 LOC-OLD-BED     PIC X(2).
          03 FILLER             PIC X(2).
          03 LOC-NEW-LOCATION.
             05 LOC-NEW-UNIT    PIC X(6).
             05 LOC-NEW-ROOM    PIC X(5).
             05 LOC-NEW-BED     PIC X(2).
          03 FILLER             PIC X(2).
          03 LOC-RUN-ID         PIC X(8).
          03 FILLER             PIC X(2).
          03 LOC-TIMESTAMP      PIC X(26).

       COPY "operator-authority-fd.cpy".
       COPY "log-chain-fd.cpy".

       WORKING-STORAGE SECTION.
       01 WS-SCORE-HIST-DSN     PIC X(100)
          VALUE 'ALLERGY-SCORE-HISTORY.DAT'.
          VALUE 'ALLERGEN-TABLE.DAT'.
       01 WS-SCORE-HIST-STATUS  PIC XX VALUE '00'.
       01 WS-ALLERGEN-TBL-STATUS PIC XX VALUE '00'.
       01 WS-LOCATION-HIST-DSN  PIC X(100)
          VALUE 'RESIDENT-LOCATION-HISTORY.DAT'.
       01 WS-LOCATION-HIST-STATUS PIC XX VALUE '00'.
       01 WS-EOF-FLAG           PIC X VALUE 'N'.

       01 WS-CHOICE             PIC X.
       01 WS-MATCH-COUNT        PIC 9(4) VALUE 0.
       01 WS-MATCH-COUNT-TXT    PIC ZZZ9.

      * Location-on-a-night inquiry: the last move stamped on or
      * before the night is the location in force that night.
       01 WS-INQ-NIGHT          PIC X(8).
       01 WS-NIGHT-FOUND        PIC X VALUE 'N'.
       01 WS-NIGHT-RUN-ID       PIC X(8) VALUE SPACES.
       01 WS-NIGHT-STAMP        PIC X(14) VALUE SPACES.
       01 WS-NIGHT-LOCATION.
          03 WS-NIGHT-UNIT      PIC X(6).
          03 WS-NIGHT-ROOM      PIC X(5).
          03 WS-NIGHT-BED       PIC X(2).

      * Same doubled-bit table, ceiling and fallback as allergies.cob
      * - the decode here must agree with the program that wrote the
      * scores.
       01 WS-REMOVED-LIST       PIC X(208).

       COPY "env-accept-ws.cpy".
       COPY "operator-authority-ws.cpy".
       COPY "log-chain-ws.cpy".

       PROCEDURE DIVISION.
       RUN-SCORE-HISTORY-INQUIRY SECTION.
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-ALLERGEN-TBL-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'ALLERGIES_LOCATION_HISTORY_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-LOCATION-HIST-DSN
           END-IF
           MOVE 'SCORE-INQ' TO WS-OPA-CONSOLE
           PERFORM SIGN-ON-OPERATOR
           IF WS-OPA-SIGNED-ON NOT = 'Y'
               GOBACK
           END-IF

           PERFORM LOAD-ALLERGEN-TABLE
           PERFORM UNTIL WS-DONE = 'Y'
               PERFORM DISPLAY-MENU
               ACCEPT WS-CHOICE FROM CONSOLE
               EVALUATE WS-CHOICE
                   WHEN 'P'
                       MOVE 'V' TO WS-OPA-FUNCTION
                       MOVE 'INQUIRE BY PATIENT' TO WS-OPA-DETAIL
                       PERFORM CHECK-OPERATOR-RIGHT
                       IF WS-OPA-ALLOWED = 'Y'
                           PERFORM INQUIRE-BY-PATIENT
                       END-IF
                   WHEN 'L'
                       MOVE 'V' TO WS-OPA-FUNCTION
                       MOVE 'LOCATION ON A NIGHT' TO WS-OPA-DETAIL
                       PERFORM CHECK-OPERATOR-RIGHT
                       IF WS-OPA-ALLOWED = 'Y'
                           PERFORM INQUIRE-LOCATION-ON-NIGHT
                       END-IF
                   WHEN 'X'
                       MOVE 'Y' TO WS-DONE
                   WHEN OTHER
                       DISPLAY 'UNRECOGNIZED CHOICE'
               END-EVALUATE
           END-PERFORM
           PERFORM SIGN-OFF-OPERATOR
           GOBACK.

       DISPLAY-MENU SECTION.
           DISPLAY ' '
           DISPLAY 'ALLERGY SCORE HISTORY INQUIRY'
           DISPLAY 'P) HISTORY FOR PATIENT ID   L) LOCATION ON A NIGHT'
           DISPLAY 'X) EXIT'
           DISPLAY 'CHOICE: '
           EXIT.

       INQUIRE-BY-PATIENT-EXIT.
           EXIT.

      * Walks the location trail for one resident, showing every
      * move up to the night asked about; the last one shown is
      * where the resident was that night.
       INQUIRE-LOCATION-ON-NIGHT SECTION.
           DISPLAY 'PATIENT ID: '
           ACCEPT WS-INQ-PATIENT FROM CONSOLE
           IF WS-INQ-PATIENT = SPACES
               DISPLAY 'NOTHING TO SEARCH FOR'
               GO TO INQUIRE-LOCATION-ON-NIGHT-EXIT
           END-IF
           DISPLAY 'NIGHT YYYYMMDD: '
           ACCEPT WS-INQ-NIGHT FROM CONSOLE
           IF WS-INQ-NIGHT IS NOT NUMERIC
               DISPLAY 'NIGHT MUST BE YYYYMMDD'
               GO TO INQUIRE-LOCATION-ON-NIGHT-EXIT
           END-IF
           MOVE 'N' TO WS-NIGHT-FOUND
           MOVE 0 TO WS-MATCH-COUNT
           OPEN INPUT LOCATION-HISTORY-FILE
           IF WS-LOCATION-HIST-STATUS NOT = '00'
               DISPLAY 'LOCATION HISTORY NOT AVAILABLE - STATUS '
                       WS-LOCATION-HIST-STATUS
               GO TO INQUIRE-LOCATION-ON-NIGHT-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ LOCATION-HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF LOC-PATIENT-ID = WS-INQ-PATIENT
                           AND LOC-TIMESTAMP(1:8) <= WS-INQ-NIGHT
                           ADD 1 TO WS-MATCH-COUNT
                           MOVE 'Y' TO WS-NIGHT-FOUND
                           MOVE LOC-NEW-LOCATION TO WS-NIGHT-LOCATION
                           MOVE LOC-RUN-ID TO WS-NIGHT-RUN-ID
                           MOVE LOC-TIMESTAMP(1:14) TO WS-NIGHT-STAMP
                           DISPLAY LOC-TIMESTAMP(1:14)
                                   ' RUN ' LOC-RUN-ID
                                   ' ' LOC-OLD-UNIT '/' LOC-OLD-ROOM
                                   '/' LOC-OLD-BED
                                   ' -> ' LOC-NEW-UNIT '/'
                                   LOC-NEW-ROOM '/' LOC-NEW-BED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOCATION-HISTORY-FILE
           MOVE 'N' TO WS-EOF-FLAG
           DISPLAY ' '
           IF WS-NIGHT-FOUND = 'N'
               DISPLAY 'NO LOCATION ON FILE ON OR BEFORE '
                       WS-INQ-NIGHT
           ELSE
               DISPLAY 'ON NIGHT ' WS-INQ-NIGHT
                       ' UNIT ' WS-NIGHT-UNIT
                       ' ROOM ' WS-NIGHT-ROOM
                       ' BED ' WS-NIGHT-BED
               DISPLAY '  (SINCE ' WS-NIGHT-STAMP
                       ' RUN ' WS-NIGHT-RUN-ID ')'
           END-IF
           MOVE WS-MATCH-COUNT TO WS-MATCH-COUNT-TXT
           DISPLAY 'MOVES SHOWN: ' WS-MATCH-COUNT-TXT.
       INQUIRE-LOCATION-ON-NIGHT-EXIT.
           EXIT.

      * Both scores run through the elimination pass; an allergen on
      * in the new snapshot but off in the old was added that night,
      * and the other way round removed.
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           EXIT.

       COPY "operator-authority-proc.cpy".
       COPY "log-chain-proc.cpy".
