               RECORD KEY IS XRF-REAL-VALUE
               ALTERNATE RECORD KEY IS XRF-PSEUDONYM
               FILE STATUS IS WS-XREF-STATUS.
      * Pseudonyms retired when a resident withdrew research consent
      * and was later issued a fresh one - kept, keyed by the retired
      * pseudonym, so what already shipped can still be re-identified
      * and so no new pseudonym ever repeats one of them.
           SELECT RETIRED-PSEUDONYM ASSIGN TO DYNAMIC WS-RETIRED-DSN
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RTP-PSEUDONYM
               FILE STATUS IS WS-RETIRED-STATUS.
      * Field-definition control file for the masking pass - which
      * byte ranges of the 128-byte extract record are de-identified
      * is data the privacy officer maintains, not offsets baked into
           SELECT QUARANTINE-FILE ASSIGN TO DYNAMIC WS-QUARANTINE-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-QUARANTINE-STATUS.
      * Research consent registry kept by RESEARCH-CONSENT-MAINT - an
      * extract record goes to the partner only if its resident has
      * consent in force on the run date. Everything else is dropped
      * before masking and listed for the privacy office.
           SELECT CONSENT-FILE ASSIGN TO DYNAMIC WS-CONSENT-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CONSENT-STATUS.
           SELECT CONSENT-EXCLUSION-FILE ASSIGN TO
               DYNAMIC WS-CONSENT-EXCL-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CONSENT-EXCL-STATUS.
      * One line per outbound partner file handed over - what was
      * sent, under which key, with its record count and checksum
      * hash total - for TRANSMISSION-RECON to match partners'
      * returned receipts against.
           SELECT TRANSMISSION-MANIFEST-FILE ASSIGN TO
               DYNAMIC WS-XMIT-MANIFEST-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-XMIT-MANIFEST-STATUS.
           COPY "suite-error-log-select.cpy".
           COPY "table-capacity-select.cpy".
           COPY "run-parms-select.cpy".
           COPY "data-lineage-select.cpy".
           COPY "log-chain-select.cpy".

       DATA DIVISION.
       FILE SECTION.
       01 MVR-LINE PIC X(80).

       FD  AUDIT-LOG-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01 AUDIT-LINE PIC X(100).

       FD  CIPHER-TEXT-FILE
           RECORD CONTAINS 134 CHARACTERS.
          03 FILLER           PIC X.
          03 KEYCTL-KEY       PIC 9(2).

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

       FD  RETIRED-PSEUDONYM
           RECORD CONTAINS 144 CHARACTERS.
       01 RTP-RECORD.
          03 RTP-PSEUDONYM     PIC X(64).
          03 RTP-REAL-VALUE    PIC X(64).
          03 RTP-CREATED-DATE  PIC 9(8).
          03 RTP-RETIRED-DATE  PIC 9(8).

      * MF-RECORD-TYPE: * (or blank) applies to every record;
      * anything else is compared against the first 8 bytes of the
          03 QUA-COMPUTED-SUM    PIC 9(5).
          03 FILLER              PIC X(4) VALUE SPACES.

      * CNS-STATUS: G consent given, D declined, W withdrawn.
       FD  CONSENT-FILE
           RECORD CONTAINS 50 CHARACTERS.
       01 CNS-RECORD.
          03 CNS-PATIENT-ID     PIC X(10).
          03 FILLER             PIC X(2).
          03 CNS-STATUS         PIC X.
          03 FILLER             PIC X(2).
          03 CNS-EFF-DATE       PIC 9(8).
          03 FILLER             PIC X(2).
          03 CNS-WITHDRAWN-DATE PIC 9(8).
          03 FILLER             PIC X(2).
          03 CNS-RECORDED-BY    PIC X(8).
          03 FILLER             PIC X(7).

       FD  CONSENT-EXCLUSION-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 CXL-LINE PIC X(80).

       FD  TRANSMISSION-MANIFEST-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01 XMF-RECORD.
          03 XMF-PARTNER-CODE  PIC X(4).
          03 FILLER            PIC X(2).
          03 XMF-DATASET       PIC X(44).
          03 FILLER            PIC X(2).
          03 XMF-RUN-ID        PIC X(8).
          03 FILLER            PIC X(2).
          03 XMF-RUN-DATE      PIC 9(8).
          03 FILLER            PIC X(2).
          03 XMF-RECORD-COUNT  PIC 9(6).
          03 FILLER            PIC X(2).
          03 XMF-HASH-TOTAL    PIC 9(9).
          03 FILLER            PIC X(2).
          03 XMF-KEY-ID        PIC X(8).
          03 FILLER            PIC X(1).

       COPY "suite-error-log-fd.cpy".
       COPY "table-capacity-fd.cpy".
       COPY "run-parms-fd.cpy".
       COPY "data-lineage-fd.cpy".
       COPY "log-chain-fd.cpy".

       WORKING-STORAGE SECTION.
       01 WS-KEY PIC 9(2).
       01 WS-XREF-DSN            PIC X(100)
          VALUE 'PSEUDONYM-XREF.DAT'.
       01 WS-XREF-STATUS         PIC XX VALUE '00'.
       01 WS-RETIRED-DSN         PIC X(100)
          VALUE 'PSEUDONYM-RETIRED.DAT'.
       01 WS-RETIRED-STATUS      PIC XX VALUE '00'.
       01 WS-PSEUDO-REAL         PIC X(64).
       01 WS-PSEUDO-VALUE        PIC X(64).
       01 WS-PSEUDO-LEN          PIC 9(3) VALUE 0.
       01 WS-HEADER-PARTNER      PIC X(4) VALUE SPACES.
       01 WS-PARTNER-KNOWN       PIC X VALUE 'N'.
       01 WS-PTN-SUB-TXT         PIC ZZZZZ9.
       01 WS-XMIT-MANIFEST-DSN   PIC X(100)
          VALUE 'TRANSMISSION-MANIFEST.DAT'.
       01 WS-XMIT-MANIFEST-STATUS PIC XX VALUE '00'.
       01 WS-XMIT-RECORDS        PIC 9(6) VALUE 0.
       01 WS-XMIT-HASH-TOTAL     PIC 9(9) VALUE 0.
       01 WS-XMIT-EOF            PIC X VALUE 'N'.
      * Consent registry held for the run, looked up by patient ID
      * for every extract record.
       01 WS-CONSENT-DSN         PIC X(100)
          VALUE 'RESEARCH-CONSENT.DAT'.
       01 WS-CONSENT-EXCL-DSN    PIC X(100)
          VALUE 'CONSENT-EXCLUSIONS.RPT'.
       01 WS-CONSENT-STATUS      PIC XX VALUE '00'.
       01 WS-CONSENT-EXCL-STATUS PIC XX VALUE '00'.
       01 WS-CONSENT-MAX         PIC 9(4) VALUE 2000.
       01 WS-CONSENT-COUNT       PIC 9(4) VALUE 0.
       01 WS-CONSENT-TABLE.
          03 WS-CONSENT-ENTRY OCCURS 2000 TIMES INDEXED BY CN-IDX.
             05 CNS-T-PATIENT-ID     PIC X(10).
             05 CNS-T-STATUS         PIC X.
             05 CNS-T-EFF-DATE       PIC 9(8).
             05 CNS-T-WITHDRAWN-DATE PIC 9(8).
       01 WS-CONSENT-DATE        PIC 9(8) VALUE 0.
       01 WS-CONSENT-IN-FORCE    PIC X VALUE 'N'.
       01 WS-CONSENT-REASON      PIC X(30) VALUE SPACES.
       01 WS-EXTRACT-READ        PIC 9(6) VALUE 0.
       01 WS-CONSENT-EXCLUDED    PIC 9(6) VALUE 0.
       01 WS-MV-EXCLUDED         PIC 9(6) VALUE 0.
       01 WS-CXL-DETAIL.
          03 CXL-PATIENT-ID     PIC X(10).
          03 FILLER             PIC X(2) VALUE SPACES.
          03 CXL-REASON         PIC X(30).
          03 FILLER             PIC X(2) VALUE SPACES.
          03 CXL-EFF-DATE       PIC X(8).
          03 FILLER             PIC X(2) VALUE SPACES.
          03 CXL-WITHDRAWN-DATE PIC X(8).

       01 WS-CHECKSUM-WORK   PIC 9(5) VALUE 0.
       01 WS-CHECKSUM-ACCUM  PIC 9(9) VALUE 0.
       01 WS-CHECKSUM-IDX    PIC 9(3) VALUE 0.
       01 WS-RUN-KEY         PIC 9(2) VALUE 0.

       COPY "suite-error-log-ws.cpy".
       COPY "table-capacity-ws.cpy".
       COPY "run-parms-ws.cpy".
       COPY "env-accept-ws.cpy".
       COPY "data-lineage-ws.cpy".
       COPY "log-chain-ws.cpy".
       COPY "env-switch-ws.cpy".
       COPY "date-check-ws.cpy".
       COPY "return-codes.cpy".
       COPY "transaction-header.cpy".

           MOVE WS-MASKED-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-MASKED-DSN
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'RESEARCH_CONSENT_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-CONSENT-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'ROTATIONAL_CIPHER_CONSENT_EXCLUSION_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-CONSENT-EXCL-DSN
           END-IF
           MOVE WS-CONSENT-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-CONSENT-DSN
           MOVE WS-CONSENT-EXCL-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-CONSENT-EXCL-DSN

           PERFORM LOAD-MASK-FIELDS
           PERFORM LOAD-CONSENT-REGISTRY

           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'ROTATIONAL_CIPHER_MASK_VERIFY_MODE'
               PERFORM OPEN-PSEUDONYM-XREF
               PERFORM RUN-MASK-VERIFICATION-PASS
               CLOSE PSEUDONYM-XREF
               CLOSE RETIRED-PSEUDONYM
               MOVE WS-RETURN-CODE TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT EXTRACT-FILE
           OPEN OUTPUT MASKED-EXTRACT-FILE
           PERFORM OPEN-CONSENT-EXCLUSIONS

           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ EXTRACT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-EXTRACT-READ
                       PERFORM CHECK-RESEARCH-CONSENT
                       IF WS-CONSENT-IN-FORCE = 'Y'
                           PERFORM MASK-EXTRACT-RECORD
                       ELSE
                           PERFORM WRITE-CONSENT-EXCLUSION
                       END-IF
               END-READ
           END-PERFORM

           CLOSE EXTRACT-FILE
           CLOSE MASKED-EXTRACT-FILE
           CLOSE PSEUDONYM-XREF
           CLOSE RETIRED-PSEUDONYM
           PERFORM CLOSE-CONSENT-EXCLUSIONS

           MOVE WS-MASKED-COUNT TO WS-AUDIT-COUNT-TXT
           MOVE SPACES TO AUDIT-LINE
           STRING 'RECORDS MASKED: ' DELIMITED BY SIZE
                  WS-AUDIT-COUNT-TXT DELIMITED BY SIZE
           INTO AUDIT-LINE
           PERFORM WRITE-MASKING-AUDIT-LINE
           MOVE WS-CONSENT-EXCLUDED TO WS-AUDIT-COUNT-TXT
           MOVE SPACES TO AUDIT-LINE
           STRING 'NO CONSENT - EXCLUDED: ' DELIMITED BY SIZE
                  WS-AUDIT-COUNT-TXT DELIMITED BY SIZE
           INTO AUDIT-LINE
           PERFORM WRITE-MASKING-AUDIT-LINE

           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'ROTATIONAL_CIPHER_INBOUND_MODE'
               SET RC-DATA-EXCEPTION TO TRUE
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
           PERFORM RECORD-TABLE-CAPACITY
           GOBACK.

      * Inbound decrypt-and-verify: every received record's checksum
           MOVE WS-RECORDS-READ TO PTN-T-READ(PT-IDX)
           MOVE WS-RECORDS-WRITTEN TO PTN-T-WRITTEN(PT-IDX)
           MOVE WS-RECORDS-REJECTED TO PTN-T-REJECTED(PT-IDX)
           PERFORM WRITE-TRANSMISSION-MANIFEST
           EXIT.

      * The count and hash total are taken off the file as it now
      * stands, not the night's counters, so a restarted run that
      * extended an earlier partial file still manifests everything
      * the partner will receive.
       WRITE-TRANSMISSION-MANIFEST SECTION.
           MOVE 0 TO WS-XMIT-RECORDS WS-XMIT-HASH-TOTAL
           OPEN INPUT CIPHER-OUTPUT-FILE
           IF WS-CIPHER-OUTPUT-STATUS NOT = '00'
               GO TO WRITE-TRANSMISSION-MANIFEST-EXIT
           END-IF
           MOVE 'N' TO WS-XMIT-EOF
           PERFORM UNTIL WS-XMIT-EOF = 'Y'
               READ CIPHER-OUTPUT-FILE
                   AT END
                       MOVE 'Y' TO WS-XMIT-EOF
                   NOT AT END
                       IF COUT-RECORD-ID IS NUMERIC
                           ADD 1 TO WS-XMIT-RECORDS
                           ADD COUT-CHECKSUM TO WS-XMIT-HASH-TOTAL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CIPHER-OUTPUT-FILE

           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'ROTATIONAL_CIPHER_MANIFEST_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-XMIT-MANIFEST-DSN
           END-IF
           MOVE WS-XMIT-MANIFEST-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-XMIT-MANIFEST-DSN
           OPEN EXTEND TRANSMISSION-MANIFEST-FILE
           IF WS-XMIT-MANIFEST-STATUS NOT = '00'
               OPEN OUTPUT TRANSMISSION-MANIFEST-FILE
           END-IF
           SET PT-IDX TO WS-CUR-PARTNER
           MOVE SPACES TO XMF-RECORD
           MOVE PTN-T-CODE(PT-IDX) TO XMF-PARTNER-CODE
           MOVE PTN-T-DATASET(PT-IDX) TO XMF-DATASET
           MOVE WS-PARM-RUN-ID TO XMF-RUN-ID
           IF WS-RUN-DATE NOT = 0
               MOVE WS-RUN-DATE TO XMF-RUN-DATE
           ELSE
               ACCEPT XMF-RUN-DATE FROM DATE YYYYMMDD
           END-IF
           MOVE WS-XMIT-RECORDS TO XMF-RECORD-COUNT
           MOVE WS-XMIT-HASH-TOTAL TO XMF-HASH-TOTAL
           MOVE WS-RUN-KEY-ID TO XMF-KEY-ID
           WRITE XMF-RECORD
           CLOSE TRANSMISSION-MANIFEST-FILE.
       WRITE-TRANSMISSION-MANIFEST-EXIT.
           EXIT.

       LOAD-PARTNER-REGISTRY SECTION.
                   MOVE 'rotational-cipher' TO SERR-PROGRAM-ID
                   MOVE WS-INBOUND-KEY-ID TO SERR-KEY-FIELD
                   MOVE 'STAMPED KEY ID NOT IN VAULT' TO SERR-REASON
                   MOVE 'SEC001' TO SERR-ERROR-CODE
                   PERFORM WRITE-SUITE-ERROR-LOG
               END-IF
           END-IF
                   MOVE WS-HEADER-PARTNER TO SERR-KEY-FIELD
                   MOVE 'UNKNOWN PARTNER - QUARANTINED'
                     TO SERR-REASON
                   MOVE 'FED004' TO SERR-ERROR-CODE
                   PERFORM WRITE-SUITE-ERROR-LOG
               END-IF
           END-IF
      * Awaiting its second operator - not a key yet.
                               CONTINUE
                           ELSE
                           PERFORM CHECK-VAULT-KEY-DATES
                           IF WS-DATE-CHECK-VALID NOT = 'Y'
                               CONTINUE
                           ELSE
                           IF WS-VAULT-COUNT < WS-VAULT-MAX
                               ADD 1 TO WS-VAULT-COUNT
                               MOVE KV-KEY-ID
                               MOVE KV-KEY-ID TO SERR-KEY-FIELD
                               MOVE 'KEY VAULT TABLE FULL'
                                 TO SERR-REASON
                               MOVE 'TBL001' TO SERR-ERROR-CODE
                               PERFORM WRITE-SUITE-ERROR-LOG
                           END-IF
                           END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KEY-VAULT-FILE
           MOVE 'N' TO WS-EOF-FLAG
           EXIT.

      * A vault key whose effective or expiry date is not a real
      * calendar date is logged and left out of the key table.
       CHECK-VAULT-KEY-DATES SECTION.
           MOVE KV-EFF-DATE TO WS-DATE-CHECK-VALUE
           PERFORM CHECK-INBOUND-DATE
           IF WS-DATE-CHECK-VALID = 'Y'
               MOVE KV-EXP-DATE TO WS-DATE-CHECK-VALUE
               PERFORM CHECK-INBOUND-DATE
           END-IF
           IF WS-DATE-CHECK-VALID NOT = 'Y'
               MOVE 'rotational-cipher' TO SERR-PROGRAM-ID
               MOVE KV-KEY-ID TO SERR-KEY-FIELD
               MOVE WS-DATE-CHECK-REASON TO SERR-REASON
               MOVE 'DTE001' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
           END-IF
           EXIT.

      * Picks the active vault key in force for the run date (latest
      * effective date wins; a zero expiry never lapses). When the
      * vault is absent or holds nothing in force, the run-level
               MOVE 'rotational-cipher' TO SERR-PROGRAM-ID
               MOVE INB-RECORD-ID TO SERR-KEY-FIELD
               MOVE 'INBOUND CHECKSUM FAILURE' TO SERR-REASON
               MOVE 'FED004' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               GO TO PROCESS-INBOUND-RECORD-EXIT
           END-IF
                   AT END
                       MOVE 'Y' TO WS-MV-SRC-EOF
                   NOT AT END
                       PERFORM CHECK-RESEARCH-CONSENT
                       IF WS-CONSENT-IN-FORCE = 'Y'
                           PERFORM VERIFY-ONE-MASKED-RECORD
                       ELSE
                           ADD 1 TO WS-MV-EXCLUDED
                       END-IF
               END-READ
           END-PERFORM
           IF WS-MV-MSK-EOF = 'N'
                  WS-MV-COUNT-TXT DELIMITED BY SIZE
             INTO MVR-LINE
           WRITE MVR-LINE
           MOVE WS-MV-EXCLUDED TO WS-MV-COUNT-TXT
           MOVE SPACES TO MVR-LINE
           STRING 'CONSENT EXCLUDED : ' DELIMITED BY SIZE
                  WS-MV-COUNT-TXT DELIMITED BY SIZE
             INTO MVR-LINE
           WRITE MVR-LINE
           IF WS-MV-FAILURES > 0
               MOVE 'MASKED EXTRACT NOT FIT TO SHIP' TO MVR-LINE
               SET RC-CRITICAL TO TRUE
               MOVE 'rotational-cipher' TO SERR-PROGRAM-ID
               MOVE 'MASK-VERIFY' TO SERR-KEY-FIELD
               MOVE 'MASK VERIFICATION FAILED' TO SERR-REASON
               MOVE 'INT001' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
           ELSE
               MOVE 'MASKED EXTRACT VERIFIED' TO MVR-LINE
               CLOSE PSEUDONYM-XREF
               OPEN I-O PSEUDONYM-XREF
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'ROTATIONAL_CIPHER_RETIRED_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-RETIRED-DSN
           END-IF
           MOVE WS-RETIRED-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-RETIRED-DSN
           OPEN I-O RETIRED-PSEUDONYM
           IF WS-RETIRED-STATUS = '35'
               OPEN OUTPUT RETIRED-PSEUDONYM
               CLOSE RETIRED-PSEUDONYM
               OPEN I-O RETIRED-PSEUDONYM
           END-IF
           ACCEPT WS-SEED-TIME FROM TIME
           COMPUTE WS-RANDOM-SEED = WS-SEED-TIME + 1
           COMPUTE WS-RANDOM-WORK = FUNCTION RANDOM(WS-RANDOM-SEED)
                   WRITE XRF-RECORD
                   END-WRITE
               NOT INVALID KEY
                   IF XRF-CONSENT-FLAG = 'W'
                       PERFORM REISSUE-RETIRED-PSEUDONYM
                   ELSE
                       MOVE XRF-PSEUDONYM TO WS-PSEUDO-VALUE
                   END-IF
           END-READ
           EXIT.

      * A retired pseudonym belongs to a resident who withdrew
      * consent and has since given it again - the research data
      * must not link them back to their old records, so they get a
      * fresh pseudonym and the retired one is never issued again.
      * The retired pseudonym moves to the retired file before the
      * cross-reference record is given the new one. If it cannot be
      * kept the cross-reference is left as it is for the next run
      * and tonight's record gets a one-off pseudonym recorded
      * nowhere, linking it to neither the old records nor the new.
       REISSUE-RETIRED-PSEUDONYM SECTION.
           MOVE SPACES TO RTP-RECORD
           MOVE XRF-PSEUDONYM TO RTP-PSEUDONYM
           MOVE XRF-REAL-VALUE TO RTP-REAL-VALUE
           MOVE XRF-CREATED-DATE TO RTP-CREATED-DATE
           MOVE WS-MASK-DATE TO RTP-RETIRED-DATE
           WRITE RTP-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE
           IF WS-RETIRED-STATUS NOT = '00'
               AND WS-RETIRED-STATUS NOT = '22'
               MOVE 'rotational-cipher' TO SERR-PROGRAM-ID
               MOVE WS-PSEUDO-REAL(1:20) TO SERR-KEY-FIELD
               MOVE 'RETIRED PSEUDONYM NOT KEPT' TO SERR-REASON
               MOVE 'TXN003' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               PERFORM GENERATE-PSEUDONYM
               GO TO REISSUE-RETIRED-PSEUDONYM-EXIT
           END-IF
           PERFORM GENERATE-PSEUDONYM
           MOVE SPACES TO XRF-RECORD
           MOVE WS-PSEUDO-REAL TO XRF-REAL-VALUE
           MOVE WS-PSEUDO-VALUE TO XRF-PSEUDONYM
           MOVE WS-MASK-DATE TO XRF-CREATED-DATE
           REWRITE XRF-RECORD
               INVALID KEY
                   MOVE 'rotational-cipher' TO SERR-PROGRAM-ID
                   MOVE WS-PSEUDO-REAL(1:20) TO SERR-KEY-FIELD
                   MOVE 'RETIRED PSEUDONYM NOT REISSUED' TO SERR-REASON
                   MOVE 'TXN003' TO SERR-ERROR-CODE
                   PERFORM WRITE-SUITE-ERROR-LOG
           END-REWRITE.
       REISSUE-RETIRED-PSEUDONYM-EXIT.
           EXIT.


       GENERATE-PSEUDONYM SECTION.
           COMPUTE WS-PSEUDO-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(WS-PSEUDO-REAL))
                   NOT INVALID KEY
                       CONTINUE
               END-READ
               IF WS-PSEUDO-UNIQUE = 'Y'
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

      * The whole registry is held for the run. Past the table
      * ceiling the remaining residents simply have no consent found
      * and are excluded - the safe direction - and the overflow is
      * logged so the ceiling gets raised.
       LOAD-CONSENT-REGISTRY SECTION.
           IF WS-RUN-DATE NOT = 0
               MOVE WS-RUN-DATE TO WS-CONSENT-DATE
           ELSE
               ACCEPT WS-CONSENT-DATE FROM DATE YYYYMMDD
           END-IF
           MOVE 0 TO WS-CONSENT-COUNT
           OPEN INPUT CONSENT-FILE
           IF WS-CONSENT-STATUS NOT = '00'
               MOVE 'rotational-cipher' TO SERR-PROGRAM-ID
               MOVE 'CONSENT' TO SERR-KEY-FIELD
               MOVE 'NO CONSENT REGISTRY - ALL EXCL' TO SERR-REASON
               MOVE 'REF001' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               GO TO LOAD-CONSENT-REGISTRY-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ CONSENT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-CONSENT-COUNT >= WS-CONSENT-MAX
                           MOVE 'rotational-cipher' TO SERR-PROGRAM-ID
                           MOVE CNS-PATIENT-ID TO SERR-KEY-FIELD
                           MOVE 'CONSENT TABLE FULL - EXCLUDED'
                             TO SERR-REASON
                           MOVE 'TBL001' TO SERR-ERROR-CODE
                           PERFORM WRITE-SUITE-ERROR-LOG
                       ELSE
                           ADD 1 TO WS-CONSENT-COUNT
                           SET CN-IDX TO WS-CONSENT-COUNT
                           MOVE CNS-PATIENT-ID
                             TO CNS-T-PATIENT-ID(CN-IDX)
                           MOVE CNS-STATUS TO CNS-T-STATUS(CN-IDX)
                           MOVE CNS-EFF-DATE TO CNS-T-EFF-DATE(CN-IDX)
                           MOVE CNS-WITHDRAWN-DATE
                             TO CNS-T-WITHDRAWN-DATE(CN-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONSENT-FILE
           MOVE 'N' TO WS-EOF-FLAG.
       LOAD-CONSENT-REGISTRY-EXIT.
           EXIT.

      * Consent is in force on the run date when it was given (or
      * given and later withdrawn) on or before that date and not
      * yet withdrawn by it. Anything else - declined, no record,
      * not yet effective, withdrawn - keeps the record out.
       CHECK-RESEARCH-CONSENT SECTION.
           MOVE 'N' TO WS-CONSENT-IN-FORCE
           MOVE 'NO CONSENT ON FILE' TO WS-CONSENT-REASON
           SET CN-IDX TO 1
           SEARCH WS-CONSENT-ENTRY VARYING CN-IDX
               AT END
                   GO TO CHECK-RESEARCH-CONSENT-EXIT
               WHEN CN-IDX > WS-CONSENT-COUNT
                   GO TO CHECK-RESEARCH-CONSENT-EXIT
               WHEN CNS-T-PATIENT-ID(CN-IDX) = EXT-PATIENT-ID
                   CONTINUE
           END-SEARCH
           EVALUATE TRUE
               WHEN CNS-T-STATUS(CN-IDX) = 'D'
                   MOVE 'CONSENT DECLINED' TO WS-CONSENT-REASON
               WHEN CNS-T-STATUS(CN-IDX) NOT = 'G'
                    AND CNS-T-STATUS(CN-IDX) NOT = 'W'
                   MOVE 'CONSENT STATUS UNKNOWN' TO WS-CONSENT-REASON
               WHEN CNS-T-EFF-DATE(CN-IDX) IS NOT NUMERIC
                    OR CNS-T-EFF-DATE(CN-IDX) > WS-CONSENT-DATE
                   MOVE 'CONSENT NOT YET EFFECTIVE'
                     TO WS-CONSENT-REASON
               WHEN CNS-T-WITHDRAWN-DATE(CN-IDX) IS NUMERIC
                    AND CNS-T-WITHDRAWN-DATE(CN-IDX) NOT = 0
                    AND CNS-T-WITHDRAWN-DATE(CN-IDX)
                        <= WS-CONSENT-DATE
                   MOVE 'CONSENT WITHDRAWN' TO WS-CONSENT-REASON
               WHEN OTHER
                   MOVE 'Y' TO WS-CONSENT-IN-FORCE
                   MOVE SPACES TO WS-CONSENT-REASON
           END-EVALUATE.
       CHECK-RESEARCH-CONSENT-EXIT.
           EXIT.

       OPEN-CONSENT-EXCLUSIONS SECTION.
           OPEN OUTPUT CONSENT-EXCLUSION-FILE
           MOVE WS-PARM-RUN-ID TO TRX-RUN-ID
           MOVE 'ROTATIONAL-CIPHER' TO TRX-SOURCE-SYSTEM
           MOVE FUNCTION CURRENT-DATE TO TRX-TIMESTAMP
           MOVE TRX-HEADER TO CXL-LINE
           WRITE CXL-LINE
           MOVE SPACES TO CXL-LINE
           STRING 'RESEARCH EXTRACT - EXCLUDED FOR CONSENT AS OF '
                    DELIMITED BY SIZE
                  WS-CONSENT-DATE DELIMITED BY SIZE
             INTO CXL-LINE
           WRITE CXL-LINE
           MOVE 'PATIENT ID  REASON                          EFFECTIV'
             TO CXL-LINE
           MOVE 'WITHDRWN' TO CXL-LINE(55:8)
           WRITE CXL-LINE
           MOVE ALL '-' TO CXL-LINE
           WRITE CXL-LINE
           EXIT.

      * Only the ID and the reason go on the listing - the rest of
      * the extract record never leaves this program.
       WRITE-CONSENT-EXCLUSION SECTION.
           ADD 1 TO WS-CONSENT-EXCLUDED
           MOVE SPACES TO WS-CXL-DETAIL
           MOVE EXT-PATIENT-ID TO CXL-PATIENT-ID
           MOVE WS-CONSENT-REASON TO CXL-REASON
           IF WS-CONSENT-REASON NOT = 'NO CONSENT ON FILE'
               MOVE CNS-T-EFF-DATE(CN-IDX) TO CXL-EFF-DATE
               IF CNS-T-WITHDRAWN-DATE(CN-IDX) NOT = 0
                   MOVE CNS-T-WITHDRAWN-DATE(CN-IDX)
                     TO CXL-WITHDRAWN-DATE
               END-IF
           END-IF
           MOVE WS-CXL-DETAIL TO CXL-LINE
           WRITE CXL-LINE
           EXIT.

       CLOSE-CONSENT-EXCLUSIONS SECTION.
           MOVE ALL '-' TO CXL-LINE
           WRITE CXL-LINE
           MOVE WS-EXTRACT-READ TO WS-CTL-COUNT-TXT
           MOVE SPACES TO CXL-LINE
           STRING 'EXTRACT READ     : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CXL-LINE
           WRITE CXL-LINE
           MOVE WS-CONSENT-EXCLUDED TO WS-CTL-COUNT-TXT
           MOVE SPACES TO CXL-LINE
           STRING 'CONSENT EXCLUDED : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CXL-LINE
           WRITE CXL-LINE
           CLOSE CONSENT-EXCLUSION-FILE
           EXIT.

      * One chained line on the de-identification audit log, closed
      * straight after so the next line chains on from it.
       WRITE-MASKING-AUDIT-LINE SECTION.
           MOVE WS-AUDIT-DSN TO WS-CHAIN-LOG-DSN
           MOVE AUDIT-LINE TO WS-CHAIN-RECORD
           MOVE 100 TO WS-CHAIN-RECORD-LEN
           PERFORM CHAIN-LOG-RECORD
           MOVE WS-CHAIN-RECORD TO AUDIT-LINE
           OPEN EXTEND AUDIT-LOG-FILE
           IF WS-AUDIT-STATUS NOT = '00'
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF
           WRITE AUDIT-LINE
           CLOSE AUDIT-LOG-FILE
           EXIT.

      * Reads the masking field definitions fresh every run; a bad
      * range is rejected to the suite error log at load rather than
      * corrupting records one byte at a time in the masking pass.
               MOVE 'rotational-cipher' TO SERR-PROGRAM-ID
               MOVE MF-RECORD(1:20) TO SERR-KEY-FIELD
               MOVE 'BAD MASK FIELD RECORD' TO SERR-REASON
               MOVE 'TXN001' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               GO TO LOAD-ONE-MASK-FIELD-EXIT
           END-IF
               MOVE 'rotational-cipher' TO SERR-PROGRAM-ID
               MOVE MF-RECORD(1:20) TO SERR-KEY-FIELD
               MOVE 'MASK FIELD TABLE FULL' TO SERR-REASON
               MOVE 'TBL001' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               GO TO LOAD-ONE-MASK-FIELD-EXIT
           END-IF
                   MOVE 'rotational-cipher' TO SERR-PROGRAM-ID
                   MOVE WS-INBOUND-KEY-ID TO SERR-KEY-FIELD
                   MOVE 'PARTNER KEY NOT IN VAULT' TO SERR-REASON
                   MOVE 'SEC001' TO SERR-ERROR-CODE
                   PERFORM WRITE-SUITE-ERROR-LOG
                   PERFORM SELECT-RUN-KEY
               END-IF
               MOVE 'rotational-cipher' TO SERR-PROGRAM-ID
               MOVE CTXT-RECORD-ID TO SERR-KEY-FIELD
               MOVE 'EMPTY CIPHER TEXT RECORD' TO SERR-REASON
               MOVE 'TXN001' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               PERFORM SKIP-KEY-CONTROL-RECORD
               GO TO PROCESS-CIPHER-RECORD-EXIT
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CCTL-LINE
           WRITE CCTL-LINE
           MOVE WS-EXTRACT-READ TO WS-CTL-COUNT-TXT
           MOVE SPACES TO CCTL-LINE
           STRING 'EXTRACT READ     : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CCTL-LINE
           WRITE CCTL-LINE
           MOVE WS-MASKED-COUNT TO WS-CTL-COUNT-TXT
           MOVE SPACES TO CCTL-LINE
           STRING 'EXTRACT MASKED   : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CCTL-LINE
           WRITE CCTL-LINE
           MOVE WS-CONSENT-EXCLUDED TO WS-CTL-COUNT-TXT
           MOVE SPACES TO CCTL-LINE
           STRING 'CONSENT EXCLUDED : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CCTL-LINE
           WRITE CCTL-LINE
           MOVE SPACES TO CCTL-LINE
           MOVE WS-INBOUND-READ TO WS-CTL-COUNT-TXT
           STRING 'INBOUND READ     : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
               WS-DOUBLE-UPPER(WS-ROTATE-OFFSET:26).
           MOVE WS-TEXT TO WS-CIPHER.

      * High-water marks of the in-memory tables for this run,
      * kept so TABLE-CAPACITY-REPORT can warn before a ceiling is
      * reached.
       RECORD-TABLE-CAPACITY SECTION.
           MOVE 'rotational-cipher' TO TCAP-PROGRAM-ID
           MOVE WS-PARM-RUN-ID TO TCAP-RUN-ID
           MOVE WS-RUN-DATE TO TCAP-RUN-DATE
           MOVE 'MASK-FIELD' TO TCAP-TABLE-NAME
           MOVE WS-MASK-FIELD-COUNT TO TCAP-PEAK
           MOVE WS-MASK-FIELD-MAX TO TCAP-CEILING
           PERFORM WRITE-TABLE-CAPACITY
           MOVE 'VAULT' TO TCAP-TABLE-NAME
           MOVE WS-VAULT-COUNT TO TCAP-PEAK
           MOVE WS-VAULT-MAX TO TCAP-CEILING
           PERFORM WRITE-TABLE-CAPACITY
           MOVE 'PARTNER' TO TCAP-TABLE-NAME
           MOVE WS-PARTNER-COUNT TO TCAP-PEAK
           MOVE WS-PARTNER-MAX TO TCAP-CEILING
           PERFORM WRITE-TABLE-CAPACITY
           MOVE 'CONSENT' TO TCAP-TABLE-NAME
           MOVE WS-CONSENT-COUNT TO TCAP-PEAK
           MOVE WS-CONSENT-MAX TO TCAP-CEILING
           PERFORM WRITE-TABLE-CAPACITY
           EXIT.

       COPY "suite-error-log-proc.cpy".
       COPY "run-parms-proc.cpy".
       COPY "data-lineage-proc.cpy".
       COPY "log-chain-proc.cpy".
       COPY "env-switch-proc.cpy".
       COPY "table-capacity-proc.cpy".
       COPY "date-check-proc.cpy".
