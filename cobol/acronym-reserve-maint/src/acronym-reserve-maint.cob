       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACRONYM-RESERVE-MAINT.
      * Line-mode maintenance console for the reserved-code list -
      * codes and code prefixes ABBREVIATE must never hand out: words
      * nobody wants printed on a ticket, codes held back for a
      * planned category, and codes that already mean something in
      * another system (raindrops code words, department
      * abbreviations). ACRONYM refuses to issue anything on the list
      * and queues the phrase for the supervisor with the reason.
      * Same ACCEPT/DISPLAY pattern as the other consoles, and like
      * them it saves to a staging copy that the promote console puts
      * in force. ACRONYM-RESERVE-SCAN lists codes already on the
      * master that an entry catches.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESERVED-CODES-FILE ASSIGN TO
               DYNAMIC WS-RESERVED-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RESERVED-STATUS.
           COPY "table-capacity-select.cpy".
           COPY "operator-authority-select.cpy".
           COPY "log-chain-select.cpy".

       DATA DIVISION.
       FILE SECTION.
      * Same image ACRONYM loads. RSV-MATCH P blocks every code
      * starting with RSV-CODE, E blocks the exact code. RSV-REASON:
      * B blocked word, R reserved for a planned category, X clashes
      * with an external system's code.
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

       COPY "table-capacity-fd.cpy".
       COPY "operator-authority-fd.cpy".
       COPY "log-chain-fd.cpy".

       WORKING-STORAGE SECTION.
       01 WS-RESERVED-DSN     PIC X(100)
          VALUE 'ACRONYM-RESERVED-CODES.DAT'.
       01 WS-RESERVED-STATUS  PIC XX VALUE '00'.
       01 WS-EOF-FLAG         PIC X VALUE 'N'.

      * 200 matches ACRONYM's own reserved-code table - this console
      * must not let the list grow past what the batch can load.
       01 WS-RESERVED-MAX     PIC 9(3) VALUE 200.
       01 WS-TABLE-COUNT      PIC 9(3) VALUE 0.
       01 WS-TABLE.
          03 WS-ENTRY OCCURS 200 TIMES INDEXED BY T-IDX.
             05 WS-ENTRY-CODE     PIC X(20).
             05 WS-ENTRY-MATCH    PIC X.
             05 WS-ENTRY-REASON   PIC X.
             05 WS-ENTRY-OWNER    PIC X(8).
             05 WS-ENTRY-NOTE     PIC X(40).

       01 WS-CHOICE           PIC X.
       01 WS-DONE             PIC X VALUE 'N'.
       01 WS-NEW-CODE         PIC X(20).
       01 WS-NEW-MATCH        PIC X.
       01 WS-NEW-REASON       PIC X.
       01 WS-NEW-OWNER        PIC X(8).
       01 WS-NEW-NOTE         PIC X(40).
       01 WS-FOUND            PIC X.
       01 WS-DISPLAY-LINE.
          03 DSP-CODE         PIC X(20).
          03 FILLER           PIC X(2) VALUE SPACES.
          03 DSP-MATCH        PIC X.
          03 FILLER           PIC X(2) VALUE SPACES.
          03 DSP-REASON       PIC X.
          03 FILLER           PIC X(2) VALUE SPACES.
          03 DSP-OWNER        PIC X(8).
          03 FILLER           PIC X(2) VALUE SPACES.
          03 DSP-NOTE         PIC X(40).

      * The console edits a staging copy, never the live list - the
      * promote console diffs staging against live, takes sign-off,
      * and swaps the file in one step.
       01 WS-LIVE-DSN         PIC X(100).
       01 WS-STAGE-DSN        PIC X(100).

       COPY "env-accept-ws.cpy".
       COPY "table-capacity-ws.cpy".
       COPY "operator-authority-ws.cpy".
       COPY "log-chain-ws.cpy".

       PROCEDURE DIVISION.
       RUN-ACRONYM-RESERVE-MAINT SECTION.
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'ACRONYM_RESERVED_CODES_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-RESERVED-DSN
           END-IF
           MOVE WS-RESERVED-DSN TO WS-LIVE-DSN
           MOVE SPACES TO WS-STAGE-DSN
           STRING FUNCTION TRIM(WS-LIVE-DSN) DELIMITED BY SIZE
                  '.STAGE' DELIMITED BY SIZE
             INTO WS-STAGE-DSN
           MOVE 'ACR-RESERVE' TO WS-OPA-CONSOLE
           PERFORM SIGN-ON-OPERATOR
           IF WS-OPA-SIGNED-ON NOT = 'Y'
               GOBACK
           END-IF

           PERFORM LOAD-TABLE
           PERFORM UNTIL WS-DONE = 'Y'
               PERFORM DISPLAY-MENU
               ACCEPT WS-CHOICE FROM CONSOLE
               EVALUATE WS-CHOICE
                   WHEN 'L'
                       MOVE 'V' TO WS-OPA-FUNCTION
                       MOVE 'LIST ENTRIES' TO WS-OPA-DETAIL
                       PERFORM CHECK-OPERATOR-RIGHT
                       IF WS-OPA-ALLOWED = 'Y'
                           PERFORM LIST-ENTRIES
                       END-IF
                   WHEN 'A'
                       MOVE 'A' TO WS-OPA-FUNCTION
                       MOVE 'ADD ENTRY' TO WS-OPA-DETAIL
                       PERFORM CHECK-OPERATOR-RIGHT
                       IF WS-OPA-ALLOWED = 'Y'
                           PERFORM ADD-ENTRY
                       END-IF
                   WHEN 'D'
                       MOVE 'D' TO WS-OPA-FUNCTION
                       MOVE 'DELETE ENTRY' TO WS-OPA-DETAIL
                       PERFORM CHECK-OPERATOR-RIGHT
                       IF WS-OPA-ALLOWED = 'Y'
                           PERFORM DELETE-ENTRY
                       END-IF
                   WHEN 'S'
                       PERFORM SAVE-TABLE
                       MOVE 'Y' TO WS-DONE
                   WHEN OTHER
                       DISPLAY 'UNRECOGNIZED CHOICE'
               END-EVALUATE
           END-PERFORM
           PERFORM RECORD-TABLE-CAPACITY
           PERFORM SIGN-OFF-OPERATOR
           GOBACK.

       DISPLAY-MENU SECTION.
           DISPLAY ' '
           DISPLAY 'RESERVED CODE MAINTENANCE'
           DISPLAY 'L) LIST   A) ADD   D) DELETE   S) SAVE AND EXIT'
           DISPLAY 'CHOICE: '
           EXIT.

      * An unfinished staging copy resumes the edit session; an
      * absent one - or the empty one a promote leaves behind -
      * means the live list seeds it instead.
       LOAD-TABLE SECTION.
           MOVE WS-STAGE-DSN TO WS-RESERVED-DSN
           PERFORM LOAD-TABLE-FROM-FILE
           IF WS-TABLE-COUNT = 0
               MOVE WS-LIVE-DSN TO WS-RESERVED-DSN
               PERFORM LOAD-TABLE-FROM-FILE
           END-IF
           EXIT.

       LOAD-TABLE-FROM-FILE SECTION.
           MOVE 0 TO WS-TABLE-COUNT
           OPEN INPUT RESERVED-CODES-FILE
           IF WS-RESERVED-STATUS = '00'
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ RESERVED-CODES-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           IF WS-TABLE-COUNT < WS-RESERVED-MAX
                               AND RSV-CODE NOT = SPACES
                               ADD 1 TO WS-TABLE-COUNT
                               SET T-IDX TO WS-TABLE-COUNT
                               MOVE RSV-CODE TO WS-ENTRY-CODE(T-IDX)
                               MOVE RSV-MATCH TO WS-ENTRY-MATCH(T-IDX)
                               MOVE RSV-REASON
                                 TO WS-ENTRY-REASON(T-IDX)
                               MOVE RSV-OWNER TO WS-ENTRY-OWNER(T-IDX)
                               MOVE RSV-NOTE TO WS-ENTRY-NOTE(T-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RESERVED-CODES-FILE
           END-IF
           EXIT.

       LIST-ENTRIES SECTION.
           DISPLAY 'CODE                  M  R  OWNER     NOTE'
           PERFORM VARYING T-IDX FROM 1 BY 1
                   UNTIL T-IDX > WS-TABLE-COUNT
               MOVE WS-ENTRY-CODE(T-IDX) TO DSP-CODE
               MOVE WS-ENTRY-MATCH(T-IDX) TO DSP-MATCH
               MOVE WS-ENTRY-REASON(T-IDX) TO DSP-REASON
               MOVE WS-ENTRY-OWNER(T-IDX) TO DSP-OWNER
               MOVE WS-ENTRY-NOTE(T-IDX) TO DSP-NOTE
               DISPLAY WS-DISPLAY-LINE
           END-PERFORM
           EXIT.

       ADD-ENTRY SECTION.
           IF WS-TABLE-COUNT >= WS-RESERVED-MAX
               DISPLAY 'LIST IS FULL - ENTRY NOT ADDED'
               GO TO ADD-ENTRY-EXIT
           END-IF
           DISPLAY 'CODE OR PREFIX: '
           ACCEPT WS-NEW-CODE FROM CONSOLE
           MOVE FUNCTION UPPER-CASE(WS-NEW-CODE) TO WS-NEW-CODE
           IF WS-NEW-CODE = SPACES
               DISPLAY 'CODE REQUIRED - ENTRY NOT ADDED'
               GO TO ADD-ENTRY-EXIT
           END-IF
           DISPLAY 'MATCH E) EXACT CODE  P) PREFIX: '
           ACCEPT WS-NEW-MATCH FROM CONSOLE
           MOVE FUNCTION UPPER-CASE(WS-NEW-MATCH) TO WS-NEW-MATCH
           IF WS-NEW-MATCH NOT = 'E' AND WS-NEW-MATCH NOT = 'P'
               DISPLAY 'MATCH MUST BE E OR P - ENTRY NOT ADDED'
               GO TO ADD-ENTRY-EXIT
           END-IF
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING T-IDX FROM 1 BY 1
                   UNTIL T-IDX > WS-TABLE-COUNT
               IF WS-ENTRY-CODE(T-IDX) = WS-NEW-CODE
                   AND WS-ENTRY-MATCH(T-IDX) = WS-NEW-MATCH
                   MOVE 'Y' TO WS-FOUND
               END-IF
           END-PERFORM
           IF WS-FOUND = 'Y'
               DISPLAY 'ALREADY ON THE LIST - ENTRY NOT ADDED'
               GO TO ADD-ENTRY-EXIT
           END-IF
           DISPLAY 'REASON B) BLOCKED WORD  R) RESERVED CATEGORY'
           DISPLAY '       X) EXTERNAL SYSTEM CLASH: '
           ACCEPT WS-NEW-REASON FROM CONSOLE
           MOVE FUNCTION UPPER-CASE(WS-NEW-REASON) TO WS-NEW-REASON
           IF WS-NEW-REASON NOT = 'B' AND WS-NEW-REASON NOT = 'R'
               AND WS-NEW-REASON NOT = 'X'
               DISPLAY 'REASON MUST BE B, R OR X - ENTRY NOT ADDED'
               GO TO ADD-ENTRY-EXIT
           END-IF
           DISPLAY 'OWNER: '
           ACCEPT WS-NEW-OWNER FROM CONSOLE
           IF WS-NEW-OWNER = SPACES
               DISPLAY 'OWNER REQUIRED - ENTRY NOT ADDED'
               GO TO ADD-ENTRY-EXIT
           END-IF
           DISPLAY 'NOTE: '
           ACCEPT WS-NEW-NOTE FROM CONSOLE
           ADD 1 TO WS-TABLE-COUNT
           SET T-IDX TO WS-TABLE-COUNT
           MOVE WS-NEW-CODE TO WS-ENTRY-CODE(T-IDX)
           MOVE WS-NEW-MATCH TO WS-ENTRY-MATCH(T-IDX)
           MOVE WS-NEW-REASON TO WS-ENTRY-REASON(T-IDX)
           MOVE WS-NEW-OWNER TO WS-ENTRY-OWNER(T-IDX)
           MOVE WS-NEW-NOTE TO WS-ENTRY-NOTE(T-IDX)
           DISPLAY 'ENTRY ADDED'.
       ADD-ENTRY-EXIT.
           EXIT.

      * Removing an entry closes the gap in the table so the saved
      * file carries no blank records.
       DELETE-ENTRY SECTION.
           DISPLAY 'CODE OR PREFIX TO DELETE: '
           ACCEPT WS-NEW-CODE FROM CONSOLE
           MOVE FUNCTION UPPER-CASE(WS-NEW-CODE) TO WS-NEW-CODE
           DISPLAY 'MATCH E) EXACT CODE  P) PREFIX: '
           ACCEPT WS-NEW-MATCH FROM CONSOLE
           MOVE FUNCTION UPPER-CASE(WS-NEW-MATCH) TO WS-NEW-MATCH
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING T-IDX FROM 1 BY 1
                   UNTIL T-IDX > WS-TABLE-COUNT
                   OR WS-FOUND = 'Y'
               IF WS-ENTRY-CODE(T-IDX) = WS-NEW-CODE
                   AND WS-ENTRY-MATCH(T-IDX) = WS-NEW-MATCH
                   MOVE 'Y' TO WS-FOUND
                   PERFORM CLOSE-TABLE-GAP
               END-IF
           END-PERFORM
           IF WS-FOUND = 'N'
               DISPLAY 'NOT FOUND'
           ELSE
               DISPLAY 'ENTRY DELETED'
           END-IF
           EXIT.

       CLOSE-TABLE-GAP SECTION.
           PERFORM VARYING T-IDX FROM T-IDX BY 1
                   UNTIL T-IDX >= WS-TABLE-COUNT
               MOVE WS-ENTRY(T-IDX + 1) TO WS-ENTRY(T-IDX)
           END-PERFORM
           SUBTRACT 1 FROM WS-TABLE-COUNT
           EXIT.

       SAVE-TABLE SECTION.
           MOVE WS-STAGE-DSN TO WS-RESERVED-DSN
           OPEN OUTPUT RESERVED-CODES-FILE
           DISPLAY 'SAVED TO STAGING - PROMOTE TO PUT IN FORCE'
           PERFORM VARYING T-IDX FROM 1 BY 1
                   UNTIL T-IDX > WS-TABLE-COUNT
               MOVE SPACES TO RSV-RECORD
               MOVE WS-ENTRY-CODE(T-IDX) TO RSV-CODE
               MOVE WS-ENTRY-MATCH(T-IDX) TO RSV-MATCH
               MOVE WS-ENTRY-REASON(T-IDX) TO RSV-REASON
               MOVE WS-ENTRY-OWNER(T-IDX) TO RSV-OWNER
               MOVE WS-ENTRY-NOTE(T-IDX) TO RSV-NOTE
               WRITE RSV-RECORD
           END-PERFORM
           CLOSE RESERVED-CODES-FILE
           EXIT.

      * High-water marks of the in-memory tables for this run,
      * kept so TABLE-CAPACITY-REPORT can warn before a ceiling is
      * reached.
       RECORD-TABLE-CAPACITY SECTION.
           MOVE 'ACRONYM-RESERVE-MAINT' TO TCAP-PROGRAM-ID
           MOVE SPACES TO TCAP-RUN-ID
           MOVE 0 TO TCAP-RUN-DATE
           MOVE 'RESERVED' TO TCAP-TABLE-NAME
           MOVE WS-TABLE-COUNT TO TCAP-PEAK
           MOVE WS-RESERVED-MAX TO TCAP-CEILING
           PERFORM WRITE-TABLE-CAPACITY
           EXIT.

       COPY "table-capacity-proc.cpy".
       COPY "operator-authority-proc.cpy".
       COPY "log-chain-proc.cpy".
