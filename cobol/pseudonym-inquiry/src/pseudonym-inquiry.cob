               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RMAP-OLD-PSEUDONYM
               FILE STATUS IS WS-ROTATION-STATUS.
      * Pseudonyms the masking job retired when it issued a resident
      * a fresh one after consent was withdrawn and given again -
      * what shipped under the old one is still answerable here.
           SELECT RETIRED-PSEUDONYM ASSIGN TO DYNAMIC WS-RETIRED-DSN
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RTP-PSEUDONYM
               FILE STATUS IS WS-RETIRED-STATUS.
           COPY "operator-authority-select.cpy".
           COPY "log-chain-select.cpy".

       DATA DIVISION.
       FILE SECTION.
      * XRF-CONSENT-FLAG W: the resident withdrew research consent
      * and this pseudonym is retired - kept for re-identification
      * of what already shipped, never issued again.
       FD  PSEUDONYM-XREF
           RECORD CONTAINS 137 CHARACTERS.
       01 XRF-RECORD.
          03 XRF-REAL-VALUE    PIC X(64).
          03 XRF-PSEUDONYM     PIC X(64).
          03 XRF-CREATED-DATE  PIC 9(8).
          03 XRF-CONSENT-FLAG  PIC X.

       FD  AUDIT-LOG-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01 AUDIT-LINE PIC X(100).

       FD  ROTATION-MAP
           RECORD CONTAINS 136 CHARACTERS.
          03 RMAP-NEW-PSEUDONYM PIC X(64).
          03 RMAP-ROTATED-DATE  PIC 9(8).

       FD  RETIRED-PSEUDONYM
           RECORD CONTAINS 144 CHARACTERS.
       01 RTP-RECORD.
          03 RTP-PSEUDONYM     PIC X(64).
          03 RTP-REAL-VALUE    PIC X(64).
          03 RTP-CREATED-DATE  PIC 9(8).
          03 RTP-RETIRED-DATE  PIC 9(8).

       COPY "operator-authority-fd.cpy".
       COPY "log-chain-fd.cpy".

       WORKING-STORAGE SECTION.
       01 WS-XREF-DSN         PIC X(100) VALUE 'PSEUDONYM-XREF.DAT'.
       01 WS-AUDIT-DSN        PIC X(100) VALUE 'DEIDENTIFY-AUDIT.LOG'.
       01 WS-AUDIT-STATUS     PIC XX VALUE '00'.
       01 WS-ROTATION-STATUS  PIC XX VALUE '00'.
       01 WS-ROTATION-OPEN    PIC X VALUE 'N'.
       01 WS-RETIRED-DSN      PIC X(100)
          VALUE 'PSEUDONYM-RETIRED.DAT'.
       01 WS-RETIRED-STATUS   PIC XX VALUE '00'.
       01 WS-RETIRED-OPEN     PIC X VALUE 'N'.

       01 WS-CHOICE           PIC X.
       01 WS-DONE             PIC X VALUE 'N'.
       01 WS-CURRENT-TIMESTAMP PIC X(26).

       COPY "env-accept-ws.cpy".
       COPY "operator-authority-ws.cpy".
       COPY "log-chain-ws.cpy".

       PROCEDURE DIVISION.
       RUN-PSEUDONYM-INQUIRY SECTION.
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-ROTATION-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'ROTATIONAL_CIPHER_RETIRED_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-RETIRED-DSN
           END-IF

           MOVE 'PSEUDO-INQ' TO WS-OPA-CONSOLE
           PERFORM SIGN-ON-OPERATOR
           IF WS-OPA-SIGNED-ON NOT = 'Y'
               GOBACK
           END-IF
           MOVE WS-OPA-OPERATOR-ID TO WS-OPERATOR-ID

           OPEN INPUT PSEUDONYM-XREF
           IF WS-XREF-STATUS NOT = '00'
           IF WS-ROTATION-STATUS = '00'
               MOVE 'Y' TO WS-ROTATION-OPEN
           END-IF
           OPEN INPUT RETIRED-PSEUDONYM
           IF WS-RETIRED-STATUS = '00'
               MOVE 'Y' TO WS-RETIRED-OPEN
           END-IF

           PERFORM UNTIL WS-DONE = 'Y'
               DISPLAY ' '
               ACCEPT WS-CHOICE FROM CONSOLE
               EVALUATE WS-CHOICE
                   WHEN 'P'
                       MOVE 'V' TO WS-OPA-FUNCTION
                       MOVE 'RE-IDENTIFY PSEUDONYM' TO WS-OPA-DETAIL
                       PERFORM CHECK-OPERATOR-RIGHT
                       IF WS-OPA-ALLOWED = 'Y'
                           PERFORM LOOKUP-PSEUDONYM
                       END-IF
                   WHEN 'X'
                       MOVE 'Y' TO WS-DONE
                   WHEN OTHER
           IF WS-ROTATION-OPEN = 'Y'
               CLOSE ROTATION-MAP
           END-IF
           IF WS-RETIRED-OPEN = 'Y'
               CLOSE RETIRED-PSEUDONYM
           END-IF
           CLOSE PSEUDONYM-XREF
           PERFORM SIGN-OFF-OPERATOR
           GOBACK.

      * A miss on the live xref may be a pseudonym since retired, or
      * just a pre-rotation one - the rotation map carries it forward
      * to the current one and the lookup retries, all inside this
      * one logged call.
       LOOKUP-PSEUDONYM SECTION.
           DISPLAY 'PSEUDONYM: '
           ACCEPT WS-INQ-PSEUDONYM FROM CONSOLE
           READ PSEUDONYM-XREF
               KEY IS XRF-PSEUDONYM
               INVALID KEY
                   PERFORM LOOKUP-RETIRED-PSEUDONYM
               NOT INVALID KEY
                   MOVE 'DISCLOSED' TO WS-LOOKUP-RESULT
                   DISPLAY 'REAL VALUE: ' XRF-REAL-VALUE
                   IF XRF-CONSENT-FLAG = 'W'
                       DISPLAY 'RETIRED - RESEARCH CONSENT WITHDRAWN'
                   END-IF
           END-READ
           PERFORM WRITE-LOOKUP-AUDIT
           EXIT.

       LOOKUP-RETIRED-PSEUDONYM SECTION.
           IF WS-RETIRED-OPEN = 'N'
               PERFORM LOOKUP-ROTATED-PSEUDONYM
               GO TO LOOKUP-RETIRED-PSEUDONYM-EXIT
           END-IF
           MOVE WS-INQ-PSEUDONYM TO RTP-PSEUDONYM
           READ RETIRED-PSEUDONYM
               INVALID KEY
                   PERFORM LOOKUP-ROTATED-PSEUDONYM
               NOT INVALID KEY
                   PERFORM SHOW-RETIRED-PSEUDONYM
           END-READ.
       LOOKUP-RETIRED-PSEUDONYM-EXIT.
           EXIT.

      * RESIDENT-PURGE blanks the real value once the resident's
      * retention has passed - the pseudonym stays only so it is
      * never issued again.
       SHOW-RETIRED-PSEUDONYM SECTION.
           IF RTP-REAL-VALUE = SPACES
               MOVE 'NOT FOUND' TO WS-LOOKUP-RESULT
               DISPLAY 'RETIRED ' RTP-RETIRED-DATE
                       ' - REAL VALUE PURGED AFTER RETENTION'
           ELSE
               MOVE 'DISCLOSED' TO WS-LOOKUP-RESULT
               DISPLAY 'REAL VALUE: ' RTP-REAL-VALUE
               DISPLAY 'RETIRED ' RTP-RETIRED-DATE
                       ' - RESEARCH CONSENT WITHDRAWN, REISSUED'
           END-IF
           EXIT.

       LOOKUP-ROTATED-PSEUDONYM SECTION.
           MOVE 'NOT FOUND' TO WS-LOOKUP-RESULT
           IF WS-ROTATION-OPEN = 'N'
               NOT INVALID KEY
                   MOVE 'DISCLOSED' TO WS-LOOKUP-RESULT
                   DISPLAY 'REAL VALUE: ' XRF-REAL-VALUE
                   IF XRF-CONSENT-FLAG = 'W'
                       DISPLAY 'RETIRED - RESEARCH CONSENT WITHDRAWN'
                   END-IF
           END-READ.
       LOOKUP-ROTATED-PSEUDONYM-EXIT.
           EXIT.
           IF WS-AUDIT-STATUS NOT = '00'
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF
           MOVE WS-AUDIT-DSN TO WS-CHAIN-LOG-DSN
           MOVE AUDIT-LINE TO WS-CHAIN-RECORD
           MOVE 100 TO WS-CHAIN-RECORD-LEN
           PERFORM CHAIN-LOG-RECORD
           MOVE WS-CHAIN-RECORD TO AUDIT-LINE
           WRITE AUDIT-LINE
           CLOSE AUDIT-LOG-FILE
           EXIT.

       COPY "operator-authority-proc.cpy".
       COPY "log-chain-proc.cpy".
