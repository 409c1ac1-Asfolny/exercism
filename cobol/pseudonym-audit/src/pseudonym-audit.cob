               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RMAP-OLD-PSEUDONYM
               FILE STATUS IS WS-ROTATION-STATUS.
      * Pseudonyms the masking job has retired - a rotation must not
      * hand one of them out again either.
           SELECT RETIRED-PSEUDONYM ASSIGN TO DYNAMIC WS-RETIRED-DSN
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RTP-PSEUDONYM
               FILE STATUS IS WS-RETIRED-STATUS.
           SELECT AUDIT-REPORT-FILE ASSIGN TO DYNAMIC WS-AUDIT-RPT-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-RPT-STATUS.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-TOTAL-STATUS.
           COPY "suite-error-log-select.cpy".
           COPY "log-chain-select.cpy".
           COPY "run-parms-select.cpy".

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

       FD  AUDIT-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01 AUR-LINE PIC X(132).

       FD  AUDIT-LOG-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01 AUDIT-LINE PIC X(100).

       FD  CONTROL-TOTAL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 CTL-LINE PIC X(80).

       COPY "suite-error-log-fd.cpy".
       COPY "log-chain-fd.cpy".
       COPY "run-parms-fd.cpy".

       WORKING-STORAGE SECTION.
       01 WS-XREF-STATUS      PIC XX VALUE '00'.
       01 WS-PATIENT-MST-STATUS PIC XX VALUE '00'.
       01 WS-ROTATION-STATUS  PIC XX VALUE '00'.
       01 WS-RETIRED-DSN      PIC X(100)
          VALUE 'PSEUDONYM-RETIRED.DAT'.
       01 WS-RETIRED-STATUS   PIC XX VALUE '00'.
       01 WS-RETIRED-OPEN     PIC X VALUE 'N'.
       01 WS-AUDIT-RPT-STATUS PIC XX VALUE '00'.
       01 WS-AUDIT-STATUS     PIC XX VALUE '00'.
       01 WS-EOF-FLAG         PIC X VALUE 'N'.
       01 WS-SAVE-REAL        PIC X(64).
       01 WS-SAVE-OLD-PSEUDO  PIC X(64).
       01 WS-SAVE-CREATED     PIC 9(8).
       01 WS-SAVE-CONSENT-FLAG PIC X.
       01 WS-WALK-DONE        PIC X VALUE 'N'.

      * Pseudonym generation, same engine as the masking batch: a
          03 AUR-VALUE          PIC X(64).

       COPY "suite-error-log-ws.cpy".
       COPY "log-chain-ws.cpy".
       COPY "run-parms-ws.cpy".
       COPY "env-accept-ws.cpy".
       COPY "transaction-header.cpy".
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-ROTATION-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'ROTATIONAL_CIPHER_RETIRED_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-RETIRED-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'PSEUDONYM_AUDIT_REPORT_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
           MOVE WS-XREF-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-XREF-DSN
           MOVE WS-RETIRED-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-RETIRED-DSN
           MOVE WS-PATIENT-MST-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-PATIENT-MST-DSN
               MOVE 'PSN-AUDIT' TO SERR-PROGRAM-ID
               MOVE WS-XREF-DSN(1:20) TO SERR-KEY-FIELD
               MOVE 'XREF NOT AVAILABLE' TO SERR-REASON
               MOVE 'REF001' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               SET RC-CRITICAL TO TRUE
               GO TO AUDIT-XREF-INTEGRITY-EXIT
               MOVE 'PSN-AUDIT' TO SERR-PROGRAM-ID
               MOVE XRF-PSEUDONYM(1:20) TO SERR-KEY-FIELD
               MOVE 'DUPLICATE PSEUDONYM' TO SERR-REASON
               MOVE 'TXN001' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
           END-IF
           MOVE XRF-PSEUDONYM TO WS-PREV-PSEUDONYM
               MOVE 'PSN-AUDIT' TO SERR-PROGRAM-ID
               MOVE WS-XREF-DSN(1:20) TO SERR-KEY-FIELD
               MOVE 'XREF NOT OPEN FOR ROTATION' TO SERR-REASON
               MOVE 'MST001' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               SET RC-CRITICAL TO TRUE
               GO TO ROTATE-ALL-PSEUDONYMS-EXIT
               MOVE 'PSN-AUDIT' TO SERR-PROGRAM-ID
               MOVE WS-ROTATION-DSN(1:20) TO SERR-KEY-FIELD
               MOVE 'ROTATION MAP NOT AVAILABLE' TO SERR-REASON
               MOVE 'REF001' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               SET RC-CRITICAL TO TRUE
               CLOSE PSEUDONYM-XREF
               GO TO ROTATE-ALL-PSEUDONYMS-EXIT
           END-IF
           OPEN INPUT RETIRED-PSEUDONYM
           IF WS-RETIRED-STATUS = '00'
               MOVE 'Y' TO WS-RETIRED-OPEN
           END-IF
           ACCEPT WS-SEED-TIME FROM TIME
           COMPUTE WS-RANDOM-SEED = WS-SEED-TIME + 1
           COMPUTE WS-RANDOM-WORK = FUNCTION RANDOM(WS-RANDOM-SEED)
           PERFORM ROTATE-NEXT-RECORD
               UNTIL WS-WALK-DONE = 'Y'

           IF WS-RETIRED-OPEN = 'Y'
               CLOSE RETIRED-PSEUDONYM
           END-IF
           CLOSE ROTATION-MAP
           CLOSE PSEUDONYM-XREF

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
           MOVE SPACES TO WS-AUR-DETAIL
           MOVE XRF-REAL-VALUE TO WS-SAVE-REAL
           MOVE XRF-PSEUDONYM TO WS-SAVE-OLD-PSEUDO
           MOVE XRF-CREATED-DATE TO WS-SAVE-CREATED
           MOVE XRF-CONSENT-FLAG TO WS-SAVE-CONSENT-FLAG
           MOVE WS-SAVE-REAL TO WS-LAST-REAL

           PERFORM GENERATE-NEW-PSEUDONYM
               MOVE 'PSN-AUDIT' TO SERR-PROGRAM-ID
               MOVE WS-SAVE-OLD-PSEUDO(1:20) TO SERR-KEY-FIELD
               MOVE 'NO UNIQUE PSEUDONYM FOUND' TO SERR-REASON
               MOVE 'CDE001' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               GO TO ROTATE-NEXT-RECORD-EXIT
           END-IF
           MOVE WS-SAVE-REAL TO XRF-REAL-VALUE
           MOVE WS-PSEUDO-VALUE TO XRF-PSEUDONYM
           MOVE WS-SAVE-CREATED TO XRF-CREATED-DATE
           MOVE WS-SAVE-CONSENT-FLAG TO XRF-CONSENT-FLAG
           REWRITE XRF-RECORD
               INVALID KEY
                   MOVE 'PSN-AUDIT' TO SERR-PROGRAM-ID
                   MOVE WS-SAVE-REAL(1:20) TO SERR-KEY-FIELD
                   MOVE 'ROTATION REWRITE FAILED' TO SERR-REASON
                   MOVE 'MST002' TO SERR-ERROR-CODE
                   PERFORM WRITE-SUITE-ERROR-LOG
               NOT INVALID KEY
                   ADD 1 TO WS-ROTATED
           EXIT.

      * A random letter string the length of the old pseudonym,
      * retried until unique on the pseudonym key and not one that
      * was retired - the key reads here are why the caller
      * re-positions its walk afterward.
       GENERATE-NEW-PSEUDONYM SECTION.
           COMPUTE WS-PSEUDO-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(WS-SAVE-OLD-PSEUDO))
                   NOT INVALID KEY
                       CONTINUE
               END-READ
               IF WS-PSEUDO-UNIQUE = 'Y'
                   AND WS-RETIRED-OPEN = 'Y'
                   MOVE WS-PSEUDO-VALUE TO RTP-PSEUDONYM
                   READ RETIRED-PSEUDONYM
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'N' TO WS-PSEUDO-UNIQUE
                   END-READ
               END-IF
           END-PERFORM
           EXIT.

           EXIT.

       COPY "suite-error-log-proc.cpy".
       COPY "log-chain-proc.cpy".
       COPY "run-parms-proc.cpy".
       COPY "env-switch-proc.cpy".
