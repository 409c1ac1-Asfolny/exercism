           SELECT USAGE-FILE ASSIGN TO DYNAMIC WS-USAGE-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-USAGE-STATUS.
           COPY "table-capacity-select.cpy".
           COPY "operator-authority-select.cpy".
           COPY "log-chain-select.cpy".

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

       FD  USAGE-FILE
           RECORD CONTAINS 38 CHARACTERS.
          03 FILLER            PIC X(2) VALUE SPACES.
          03 USG-LAST-USED     PIC 9(8).

       COPY "table-capacity-fd.cpy".
       COPY "operator-authority-fd.cpy".
       COPY "log-chain-fd.cpy".

       WORKING-STORAGE SECTION.
       01 WS-MASTER-DSN       PIC X(100) VALUE 'ACRONYM-MASTER.DAT'.
       01 WS-MASTER-STATUS    PIC XX VALUE '00'.
          03 FILLER           PIC X(2) VALUE SPACES.
          03 DSP-ISSUED       PIC 9(8).
          03 FILLER           PIC X(2) VALUE SPACES.
          03 DSP-CATEGORY     PIC X(8).
          03 FILLER           PIC X(2) VALUE SPACES.
          03 DSP-PHRASE       PIC X(80).

      * Usage tallies carried for the session and rewritten on exit -
       01 WS-TODAY-DATE       PIC 9(8) VALUE 0.

       COPY "env-accept-ws.cpy".
       COPY "table-capacity-ws.cpy".
       COPY "operator-authority-ws.cpy".
       COPY "log-chain-ws.cpy".

       PROCEDURE DIVISION.
       RUN-ACRONYM-INQUIRY SECTION.
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-USAGE-DSN
           END-IF
           MOVE 'ACRONYM-INQ' TO WS-OPA-CONSOLE
           PERFORM SIGN-ON-OPERATOR
           IF WS-OPA-SIGNED-ON NOT = 'Y'
               GOBACK
           END-IF

           OPEN INPUT ACRONYM-MASTER
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'ACRONYM MASTER NOT AVAILABLE - STATUS '
               ACCEPT WS-CHOICE FROM CONSOLE
               EVALUATE WS-CHOICE
                   WHEN 'C'
                       MOVE 'V' TO WS-OPA-FUNCTION
                       MOVE 'INQUIRE BY CODE' TO WS-OPA-DETAIL
                       PERFORM CHECK-OPERATOR-RIGHT
                       IF WS-OPA-ALLOWED = 'Y'
                           PERFORM INQUIRE-BY-CODE
                       END-IF
                   WHEN 'P'
                       MOVE 'V' TO WS-OPA-FUNCTION
                       MOVE 'INQUIRE BY FRAGMENT' TO WS-OPA-DETAIL
                       PERFORM CHECK-OPERATOR-RIGHT
                       IF WS-OPA-ALLOWED = 'Y'
                           PERFORM INQUIRE-BY-FRAGMENT
                       END-IF
                   WHEN 'X'
                       MOVE 'Y' TO WS-DONE
                   WHEN OTHER
           END-PERFORM
           CLOSE ACRONYM-MASTER
           PERFORM SAVE-USAGE-TABLE
           PERFORM RECORD-TABLE-CAPACITY
           PERFORM SIGN-OFF-OPERATOR
           GOBACK.

       DISPLAY-MENU SECTION.
           MOVE SPACES TO WS-DISPLAY-LINE
           MOVE MST-ACRONYM TO DSP-ACRONYM
           MOVE MST-ISSUED-DATE TO DSP-ISSUED
           MOVE MST-CATEGORY TO DSP-CATEGORY
           MOVE MST-PHRASE TO DSP-PHRASE
           DISPLAY WS-DISPLAY-LINE
           PERFORM TALLY-ACRONYM-USAGE
           END-PERFORM
           CLOSE USAGE-FILE
           EXIT.

      * High-water marks of the in-memory tables for this run,
      * kept so TABLE-CAPACITY-REPORT can warn before a ceiling is
      * reached.
       RECORD-TABLE-CAPACITY SECTION.
           MOVE 'ACRONYM-INQUIRY' TO TCAP-PROGRAM-ID
           MOVE SPACES TO TCAP-RUN-ID
           MOVE 0 TO TCAP-RUN-DATE
           MOVE 'USAGE' TO TCAP-TABLE-NAME
           MOVE WS-USAGE-COUNT TO TCAP-PEAK
           MOVE WS-USAGE-MAX TO TCAP-CEILING
           PERFORM WRITE-TABLE-CAPACITY
           EXIT.

       COPY "table-capacity-proc.cpy".
       COPY "operator-authority-proc.cpy".
       COPY "log-chain-proc.cpy".
