           SELECT FEED-HOLD-FILE ASSIGN TO DYNAMIC WS-FEED-HOLD-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-HOLD-STATUS.
      * INTEGRITY-PREFLIGHT's hold marker, same shape: a HOLD line
      * means a master or control table failed its pre-window check.
           SELECT PREFLIGHT-HOLD-FILE ASSIGN TO DYNAMIC WS-PF-HOLD-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PF-HOLD-STATUS.
           COPY "suite-error-log-select.cpy".
           COPY "run-parms-select.cpy".

           RECORD CONTAINS 80 CHARACTERS.
       01 HOLD-LINE PIC X(80).

       FD  PREFLIGHT-HOLD-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 PF-HOLD-LINE PIC X(80).

       COPY "suite-error-log-fd.cpy".
       COPY "run-parms-fd.cpy".

       01 WS-PARM-STATUS     PIC XX VALUE '00'.
       01 WS-FEED-HOLD-DSN   PIC X(100) VALUE 'FEED-HOLD.DAT'.
       01 WS-FEED-HOLD-STATUS PIC XX VALUE '00'.
       01 WS-PF-HOLD-DSN     PIC X(100) VALUE 'PREFLIGHT-HOLD.DAT'.
       01 WS-PF-HOLD-STATUS  PIC XX VALUE '00'.
       01 WS-PF-HELD         PIC X VALUE 'N'.
       01 WS-WINDOW-HELD     PIC X VALUE 'N'.
       01 WS-HOLD-EOF        PIC X VALUE 'N'.
       01 WS-JOB-NAME        PIC X(8) VALUE 'HELLO'.
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-FEED-HOLD-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'PREFLIGHT_HOLD_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-PF-HOLD-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'SUITE_ERROR_LOG_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
           SET RC-NORMAL TO TRUE
           PERFORM READ-PARM-CARD
           PERFORM CHECK-FEED-HOLD
           PERFORM CHECK-PREFLIGHT-HOLD

           PERFORM WRITE-SIGNOFF-ENTRY
           MOVE WS-RETURN-CODE TO RETURN-CODE
               MOVE 'hello-world' TO SERR-PROGRAM-ID
               MOVE WS-FEED-HOLD-DSN(1:20) TO SERR-KEY-FIELD
               MOVE 'WINDOW HELD - FEED MISSING' TO SERR-REASON
               MOVE 'FED001' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               SET RC-CRITICAL TO TRUE
           END-IF.
       CHECK-FEED-HOLD-EXIT.
           EXIT.

      * INTEGRITY-PREFLIGHT's marker is honored the same way: a
      * master that will not read or a control table with a bad line
      * holds the window just as a missing feed does. It runs after
      * the feed check and only ever raises the hold, never clears it.
       CHECK-PREFLIGHT-HOLD SECTION.
           MOVE 'N' TO WS-PF-HELD
           OPEN INPUT PREFLIGHT-HOLD-FILE
           IF WS-PF-HOLD-STATUS NOT = '00'
               GO TO CHECK-PREFLIGHT-HOLD-EXIT
           END-IF
           MOVE 'N' TO WS-HOLD-EOF
           PERFORM UNTIL WS-HOLD-EOF = 'Y'
               READ PREFLIGHT-HOLD-FILE
                   AT END
                       MOVE 'Y' TO WS-HOLD-EOF
                   NOT AT END
                       IF PF-HOLD-LINE(1:5) = 'HOLD '
                           MOVE 'Y' TO WS-PF-HELD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PREFLIGHT-HOLD-FILE
           IF WS-PF-HELD = 'Y'
               MOVE 'Y' TO WS-WINDOW-HELD
               MOVE 'hello-world' TO SERR-PROGRAM-ID
               MOVE WS-PF-HOLD-DSN(1:20) TO SERR-KEY-FIELD
               MOVE 'WINDOW HELD - PREFLIGHT FAILED' TO SERR-REASON
               MOVE 'INT001' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               SET RC-CRITICAL TO TRUE
           END-IF.
       CHECK-PREFLIGHT-HOLD-EXIT.
           EXIT.

       READ-PARM-CARD SECTION.
           OPEN INPUT PARM-CARD-FILE
           IF WS-PARM-STATUS = '00'
                           MOVE WS-PARM-DSN(1:20) TO SERR-KEY-FIELD
                           MOVE 'BLANK JOB NAME ON PARM CARD'
                             TO SERR-REASON
                           MOVE 'CFG001' TO SERR-ERROR-CODE
                           PERFORM WRITE-SUITE-ERROR-LOG
                           SET RC-DATA-EXCEPTION TO TRUE
                       ELSE
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP

           MOVE SPACES TO SIGNOFF-LINE
      * With the feed or preflight hold up the WINDOW OPEN marker is
      * withheld - the scheduler's closing step then refuses to cut
      * the BATCH-COMPLETE marker, which is exactly the point.
           IF WS-WINDOW-HELD = 'Y'
               STRING 'WINDOW HELD ' DELIMITED BY SIZE
                      WS-PARM-RUN-ID DELIMITED BY SIZE
