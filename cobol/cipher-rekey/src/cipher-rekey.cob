       IDENTIFICATION DIVISION.
       PROGRAM-ID. CIPHER-REKEY.
      * Moves archived CIPHER-OUTPUT files off retired keys so those
      * keys can finally be deactivated. Reads a list of archived
      * files (old dataset, new dataset). Each file is checked first:
      * the KEYID stamp in its header must name a vault key and every
      * record's COUT-CHECKSUM must recompute. A file that passes is
      * decrypted under the stamped key and re-enciphered under the
      * key in force for the run date, the same selection
      * rotational-cipher makes. It is written to the new dataset
      * with a fresh header (partner stamp carried over) and fresh
      * checksums. A file that fails is not re-keyed at all. The
      * archived original is never touched; swapping the new
      * dataset in is the archive team's step.
      * The manifest lists every file with its record count, old
      * and new key IDs, and outcome. It then summarises by old key.
      * A key whose listed files all re-keyed cleanly, and which no
      * CIPHER-PARTNERS.DAT entry still names, is reported safe to
      * deactivate through KEY-VAULT-MAINT. The deactivation stays
      * a maker/checker console action; this job never changes the
      * vault.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REKEY-LIST-FILE ASSIGN TO DYNAMIC WS-REKEY-LIST-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REKEY-LIST-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO DYNAMIC WS-ARCHIVE-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.
           SELECT REKEYED-FILE ASSIGN TO DYNAMIC WS-REKEYED-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REKEYED-STATUS.
           SELECT KEY-VAULT-FILE ASSIGN TO DYNAMIC WS-KEY-VAULT-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-KEY-VAULT-STATUS.
           SELECT PARTNER-FILE ASSIGN TO DYNAMIC WS-PARTNER-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARTNER-STATUS.
           SELECT MANIFEST-FILE ASSIGN TO DYNAMIC WS-MANIFEST-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.
      * Standard run-balancing control-total report so ops balances
      * this job the same way every other nightly batch job is
      * balanced.
           SELECT CONTROL-TOTAL-FILE ASSIGN TO
               DYNAMIC WS-CONTROL-TOTAL-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-TOTAL-STATUS.
           COPY "suite-error-log-select.cpy".
           COPY "table-capacity-select.cpy".
           COPY "run-parms-select.cpy".
           COPY "data-lineage-select.cpy".
           COPY "log-chain-select.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD  REKEY-LIST-FILE
           RECORD CONTAINS 90 CHARACTERS.
       01 RKL-RECORD.
          03 RKL-OLD-DSN       PIC X(44).
          03 FILLER            PIC X.
          03 RKL-NEW-DSN       PIC X(44).
          03 FILLER            PIC X.

      * rotational-cipher's CIPHER-OUTPUT layout. A non-numeric
      * record ID marks the TRX-HEADER record carrying the KEYID and
      * PTN stamps.
       FD  ARCHIVE-FILE
           RECORD CONTAINS 140 CHARACTERS.
       01 ARC-RECORD.
          03 ARC-RECORD-ID   PIC 9(6).
          03 FILLER          PIC X.
          03 ARC-TEXT        PIC X(127).
          03 FILLER          PIC X.
          03 ARC-CHECKSUM    PIC 9(5).
       01 ARC-HEADER-RECORD PIC X(140).

       FD  REKEYED-FILE
           RECORD CONTAINS 140 CHARACTERS.
       01 RKO-RECORD.
          03 RKO-RECORD-ID   PIC 9(6).
          03 FILLER          PIC X.
          03 RKO-TEXT        PIC X(127).
          03 FILLER          PIC X.
          03 RKO-CHECKSUM    PIC 9(5).
       01 RKO-HEADER-RECORD PIC X(140).

       FD  KEY-VAULT-FILE
           RECORD CONTAINS 56 CHARACTERS.
       01 KV-RECORD.
          03 KV-KEY-ID       PIC X(8).
          03 FILLER          PIC X(2).
          03 KV-KEY-VALUE    PIC 9(2).
          03 FILLER          PIC X(2).
          03 KV-EFF-DATE     PIC 9(8).
          03 FILLER          PIC X(2).
          03 KV-EXP-DATE     PIC 9(8).
          03 FILLER          PIC X(2).
          03 KV-ACTIVE       PIC X.
          03 FILLER          PIC X.
          03 KV-PEND-ACTION  PIC X.
          03 FILLER          PIC X(1).
          03 KV-ENTERED-BY   PIC X(8).
          03 FILLER          PIC X(2).
          03 KV-APPROVED-BY  PIC X(8).

       FD  PARTNER-FILE
           RECORD CONTAINS 110 CHARACTERS.
       01 PTN-RECORD.
          03 PTN-CODE          PIC X(4).
          03 FILLER            PIC X(2).
          03 PTN-DIRECTION     PIC X.
          03 FILLER            PIC X(2).
          03 PTN-KEY-ID        PIC X(8).
          03 FILLER            PIC X(2).
          03 PTN-DATASET       PIC X(44).
          03 FILLER            PIC X(2).
          03 PTN-QUARANTINE    PIC X(44).
          03 FILLER            PIC X(1).

       FD  MANIFEST-FILE
           RECORD CONTAINS 120 CHARACTERS.
       01 MAN-LINE PIC X(120).

       FD  CONTROL-TOTAL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 CTL-LINE PIC X(80).

       COPY "suite-error-log-fd.cpy".
       COPY "table-capacity-fd.cpy".
       COPY "run-parms-fd.cpy".
       COPY "data-lineage-fd.cpy".
       COPY "log-chain-fd.cpy".

       WORKING-STORAGE SECTION.
       01 WS-KEY PIC 9(2).
       01 WS-TEXT PIC X(128).
       01 WS-CIPHER PIC X(128).
       01 WS-ALPHA-LOWER PIC X(26) VALUE 'abcdefghijklmnopqrstuvwxyz'.
       01 WS-ALPHA-UPPER PIC X(26) VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       01 WS-DOUBLE-UPPER PIC X(52)
        VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       01 WS-ROTATE-OFFSET PIC 9(2).
       01 WS-CIPHER-DIRECTION PIC X VALUE 'E'.
          88 CIPHER-ENCRYPT VALUE 'E'.
          88 CIPHER-DECRYPT VALUE 'D'.
       01 WS-CHECKSUM-WORK   PIC 9(5) VALUE 0.
       01 WS-CHECKSUM-ACCUM  PIC 9(9) VALUE 0.
       01 WS-CHECKSUM-IDX    PIC 9(3) VALUE 0.
       01 WS-CHECKSUM-LEN    PIC 9(3) VALUE 0.

       01 WS-REKEY-LIST-DSN     PIC X(100)
          VALUE 'CIPHER-REKEY-LIST.DAT'.
       01 WS-ARCHIVE-DSN        PIC X(100) VALUE SPACES.
       01 WS-REKEYED-DSN        PIC X(100) VALUE SPACES.
       01 WS-KEY-VAULT-DSN      PIC X(100)
          VALUE 'CIPHER-KEY-VAULT.DAT'.
       01 WS-PARTNER-DSN        PIC X(100)
          VALUE 'CIPHER-PARTNERS.DAT'.
       01 WS-MANIFEST-DSN       PIC X(100)
          VALUE 'CIPHER-REKEY-MANIFEST.RPT'.
       01 WS-REKEY-LIST-STATUS  PIC XX VALUE '00'.
       01 WS-ARCHIVE-STATUS     PIC XX VALUE '00'.
       01 WS-REKEYED-STATUS     PIC XX VALUE '00'.
       01 WS-KEY-VAULT-STATUS   PIC XX VALUE '00'.
       01 WS-PARTNER-STATUS     PIC XX VALUE '00'.
       01 WS-MANIFEST-STATUS    PIC XX VALUE '00'.
       01 WS-EOF-FLAG           PIC X VALUE 'N'.
       01 WS-ARCHIVE-EOF        PIC X VALUE 'N'.

       01 WS-CONTROL-TOTAL-DSN    PIC X(100)
          VALUE 'CIPHER-REKEY-CONTROL-TOTALS.RPT'.
       01 WS-CONTROL-TOTAL-STATUS PIC XX VALUE '00'.
       01 WS-FILES-LISTED         PIC 9(6) VALUE 0.
       01 WS-FILES-REKEYED        PIC 9(6) VALUE 0.
       01 WS-FILES-CURRENT        PIC 9(6) VALUE 0.
       01 WS-FILES-REJECTED       PIC 9(6) VALUE 0.
       01 WS-RECORDS-READ         PIC 9(6) VALUE 0.
       01 WS-RECORDS-REKEYED      PIC 9(6) VALUE 0.
       01 WS-CHECKSUM-FAILURES    PIC 9(6) VALUE 0.
       01 WS-CTL-COUNT-TXT        PIC ZZZZZ9.

       01 WS-PROCESS-DATE       PIC 9(8) VALUE 0.
       01 WS-BEST-EFF-DATE      PIC 9(8) VALUE 0.
       01 WS-NEW-KEY-ID         PIC X(8) VALUE SPACES.
       01 WS-NEW-KEY            PIC 9(2) VALUE 0.
       01 WS-OLD-KEY-ID         PIC X(8) VALUE SPACES.
       01 WS-OLD-KEY            PIC 9(2) VALUE 0.
       01 WS-FILE-PARTNER       PIC X(4) VALUE SPACES.
       01 WS-FILE-RECORDS       PIC 9(6) VALUE 0.
       01 WS-FILE-BAD-SUMS      PIC 9(6) VALUE 0.
       01 WS-FILE-OUTCOME       PIC X(24) VALUE SPACES.
       01 WS-FILE-KEY-MIXED     PIC X VALUE 'N'.
       01 WS-VAULT-KEY-FOUND    PIC X VALUE 'N'.
       01 WS-LOOKUP-KEY-ID      PIC X(8).
       01 WS-LOOKUP-KEY         PIC 9(2).

      * Approved vault entries - pending adds are not keys yet.
       01 WS-VAULT-MAX          PIC 9(3) VALUE 200.
       01 WS-VAULT-COUNT        PIC 9(3) VALUE 0.
       01 WS-VAULT-TABLE.
          03 WS-VAULT-ENTRY OCCURS 200 TIMES INDEXED BY KV-IDX.
             05 KV-T-ID        PIC X(8).
             05 KV-T-VALUE     PIC 9(2).
             05 KV-T-EFF-DATE  PIC 9(8).
             05 KV-T-EXP-DATE  PIC 9(8).
             05 KV-T-ACTIVE    PIC X.

       01 WS-PARTNER-MAX        PIC 9(3) VALUE 100.
       01 WS-PARTNER-COUNT      PIC 9(3) VALUE 0.
       01 WS-PARTNER-TABLE.
          03 WS-PARTNER-ENTRY OCCURS 100 TIMES INDEXED BY PT-IDX.
             05 PTN-T-CODE        PIC X(4).
             05 PTN-T-KEY-ID      PIC X(8).

      * Old keys met in this run and how their files fared - the
      * basis of the safe-to-deactivate verdict.
       01 WS-OLD-KEY-MAX        PIC 9(3) VALUE 100.
       01 WS-OLD-KEY-COUNT      PIC 9(3) VALUE 0.
       01 WS-OLD-KEY-TABLE.
          03 WS-OLD-KEY-ENTRY OCCURS 100 TIMES INDEXED BY OK-IDX.
             05 OK-T-ID           PIC X(8).
             05 OK-T-FILES        PIC 9(5).
             05 OK-T-REKEYED      PIC 9(5).
             05 OK-T-PARTNER      PIC X(4).
       01 WS-OK-FILES-TXT       PIC ZZZZ9.
       01 WS-OK-REKEYED-TXT     PIC ZZZZ9.

       01 WS-MAN-DETAIL.
          03 MND-OLD-DSN         PIC X(32).
          03 FILLER              PIC X(2) VALUE SPACES.
          03 MND-RECORDS         PIC ZZZZZ9.
          03 FILLER              PIC X(2) VALUE SPACES.
          03 MND-OLD-KEY         PIC X(8).
          03 FILLER              PIC X(2) VALUE SPACES.
          03 MND-NEW-KEY         PIC X(8).
          03 FILLER              PIC X(2) VALUE SPACES.
          03 MND-OUTCOME         PIC X(24).
          03 FILLER              PIC X(2) VALUE SPACES.
          03 MND-NEW-DSN         PIC X(32).

       COPY "suite-error-log-ws.cpy".
       COPY "table-capacity-ws.cpy".
       COPY "run-parms-ws.cpy".
       COPY "env-accept-ws.cpy".
       COPY "data-lineage-ws.cpy".
       COPY "log-chain-ws.cpy".
       COPY "transaction-header.cpy".
       COPY "return-codes.cpy".
       COPY "env-switch-ws.cpy".
       COPY "date-check-ws.cpy".

       PROCEDURE DIVISION.
       RUN-CIPHER-REKEY SECTION.
           PERFORM READ-RUN-PARMS
           MOVE WS-PARM-RUN-ID TO WS-LINEAGE-RUN-ID
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'CIPHER_REKEY_LIST_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-REKEY-LIST-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'CIPHER_REKEY_MANIFEST_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-MANIFEST-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'CIPHER_REKEY_CONTROL_TOTAL_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-CONTROL-TOTAL-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'ROTATIONAL_CIPHER_KEY_VAULT_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-KEY-VAULT-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'ROTATIONAL_CIPHER_PARTNER_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-PARTNER-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'SUITE_ERROR_LOG_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-SUITE-ERROR-LOG-DSN
           END-IF
           MOVE WS-REKEY-LIST-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-REKEY-LIST-DSN
           MOVE WS-MANIFEST-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-MANIFEST-DSN
           MOVE WS-CONTROL-TOTAL-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-CONTROL-TOTAL-DSN
           MOVE WS-KEY-VAULT-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-KEY-VAULT-DSN
           MOVE WS-PARTNER-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-PARTNER-DSN

           IF WS-RUN-DATE NOT = 0
               MOVE WS-RUN-DATE TO WS-PROCESS-DATE
           ELSE
               ACCEPT WS-PROCESS-DATE FROM DATE YYYYMMDD
           END-IF

           PERFORM LOAD-KEY-VAULT
           PERFORM SELECT-CURRENT-KEY
           IF WS-NEW-KEY-ID = SPACES
               MOVE 'CIPHER-REKEY' TO SERR-PROGRAM-ID
               MOVE WS-PROCESS-DATE TO SERR-KEY-FIELD
               MOVE 'NO VAULT KEY IN FORCE' TO SERR-REASON
               MOVE 'SEC001' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               SET RC-CRITICAL TO TRUE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LOAD-PARTNERS

           OPEN OUTPUT MANIFEST-FILE
           MOVE WS-PARM-RUN-ID TO TRX-RUN-ID
           MOVE 'CIPHRKEY' TO TRX-SOURCE-SYSTEM
           MOVE FUNCTION CURRENT-DATE TO TRX-TIMESTAMP
           MOVE TRX-HEADER TO MAN-LINE
           WRITE MAN-LINE
           MOVE SPACES TO MAN-LINE
           STRING 'CIPHER RE-KEY MANIFEST - KEY IN FORCE '
                      DELIMITED BY SIZE
                  WS-NEW-KEY-ID DELIMITED BY SPACE
                  ' ON ' DELIMITED BY SIZE
                  WS-PROCESS-DATE DELIMITED BY SIZE
             INTO MAN-LINE
           WRITE MAN-LINE
           MOVE SPACES TO MAN-LINE
           STRING 'ARCHIVED FILE                     RECORDS'
                      DELIMITED BY SIZE
                  '  OLD KEY   NEW KEY   OUTCOME' DELIMITED BY SIZE
                  '                   NEW FILE' DELIMITED BY SIZE
             INTO MAN-LINE
           WRITE MAN-LINE
           MOVE ALL '-' TO MAN-LINE
           WRITE MAN-LINE

           OPEN INPUT REKEY-LIST-FILE
           IF WS-REKEY-LIST-STATUS = '00'
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ REKEY-LIST-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           IF RKL-OLD-DSN NOT = SPACES
                               PERFORM REKEY-ONE-FILE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REKEY-LIST-FILE
           END-IF

           PERFORM WRITE-OLD-KEY-SUMMARY
           CLOSE MANIFEST-FILE
           PERFORM WRITE-CONTROL-TOTALS

           SET RC-NORMAL TO TRUE
           IF WS-FILES-REJECTED > 0
               SET RC-WARNING TO TRUE
           END-IF
           IF WS-CHECKSUM-FAILURES > 0
               SET RC-DATA-EXCEPTION TO TRUE
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
           PERFORM RECORD-TABLE-CAPACITY
           GOBACK.

       LOAD-KEY-VAULT SECTION.
           MOVE 0 TO WS-VAULT-COUNT
           OPEN INPUT KEY-VAULT-FILE
           IF WS-KEY-VAULT-STATUS NOT = '00'
               GO TO LOAD-KEY-VAULT-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ KEY-VAULT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE 'Y' TO WS-DATE-CHECK-VALID
                       IF KV-PEND-ACTION NOT = 'A'
                           AND KV-KEY-ID NOT = SPACES
                           PERFORM CHECK-VAULT-KEY-DATES
                       END-IF
                       IF KV-PEND-ACTION NOT = 'A'
                           AND KV-KEY-ID NOT = SPACES
                           AND WS-DATE-CHECK-VALID = 'Y'
                           AND WS-VAULT-COUNT < WS-VAULT-MAX
                           ADD 1 TO WS-VAULT-COUNT
                           SET KV-IDX TO WS-VAULT-COUNT
                           MOVE KV-KEY-ID TO KV-T-ID(KV-IDX)
                           MOVE KV-KEY-VALUE TO KV-T-VALUE(KV-IDX)
                           MOVE KV-EFF-DATE TO KV-T-EFF-DATE(KV-IDX)
                           MOVE KV-EXP-DATE TO KV-T-EXP-DATE(KV-IDX)
                           MOVE KV-ACTIVE TO KV-T-ACTIVE(KV-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE KEY-VAULT-FILE.
       LOAD-KEY-VAULT-EXIT.
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
               MOVE 'CIPHER-REKEY' TO SERR-PROGRAM-ID
               MOVE KV-KEY-ID TO SERR-KEY-FIELD
               MOVE WS-DATE-CHECK-REASON TO SERR-REASON
               MOVE 'DTE001' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
           END-IF
           EXIT.

      * Same choice rotational-cipher's SELECT-RUN-KEY makes: the
      * active key with the latest effective date in force today.
       SELECT-CURRENT-KEY SECTION.
           MOVE SPACES TO WS-NEW-KEY-ID
           MOVE 0 TO WS-BEST-EFF-DATE
           PERFORM VARYING KV-IDX FROM 1 BY 1
                   UNTIL KV-IDX > WS-VAULT-COUNT
               IF KV-T-ACTIVE(KV-IDX) NOT = 'N'
                   AND KV-T-EFF-DATE(KV-IDX) <= WS-PROCESS-DATE
                   AND (KV-T-EXP-DATE(KV-IDX) = 0
                        OR KV-T-EXP-DATE(KV-IDX) >= WS-PROCESS-DATE)
                   AND KV-T-EFF-DATE(KV-IDX) >= WS-BEST-EFF-DATE
                   MOVE KV-T-EFF-DATE(KV-IDX) TO WS-BEST-EFF-DATE
                   MOVE KV-T-ID(KV-IDX) TO WS-NEW-KEY-ID
                   MOVE KV-T-VALUE(KV-IDX) TO WS-NEW-KEY
               END-IF
           END-PERFORM
           EXIT.

       LOOKUP-VAULT-KEY-BY-ID SECTION.
           MOVE 'N' TO WS-VAULT-KEY-FOUND
           PERFORM VARYING KV-IDX FROM 1 BY 1
                   UNTIL KV-IDX > WS-VAULT-COUNT
               IF KV-T-ID(KV-IDX) = WS-LOOKUP-KEY-ID
                   MOVE 'Y' TO WS-VAULT-KEY-FOUND
                   MOVE KV-T-VALUE(KV-IDX) TO WS-LOOKUP-KEY
               END-IF
           END-PERFORM
           EXIT.

       LOAD-PARTNERS SECTION.
           MOVE 0 TO WS-PARTNER-COUNT
           OPEN INPUT PARTNER-FILE
           IF WS-PARTNER-STATUS NOT = '00'
               GO TO LOAD-PARTNERS-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ PARTNER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF PTN-CODE NOT = SPACES
                           AND WS-PARTNER-COUNT < WS-PARTNER-MAX
                           ADD 1 TO WS-PARTNER-COUNT
                           SET PT-IDX TO WS-PARTNER-COUNT
                           MOVE PTN-CODE TO PTN-T-CODE(PT-IDX)
                           MOVE PTN-KEY-ID TO PTN-T-KEY-ID(PT-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PARTNER-FILE.
       LOAD-PARTNERS-EXIT.
           EXIT.

       REKEY-ONE-FILE SECTION.
           ADD 1 TO WS-FILES-LISTED
           MOVE RKL-OLD-DSN TO WS-ARCHIVE-DSN
           MOVE RKL-NEW-DSN TO WS-REKEYED-DSN
           MOVE SPACES TO WS-OLD-KEY-ID
           MOVE 0 TO WS-FILE-RECORDS
           IF RKL-NEW-DSN = SPACES OR RKL-NEW-DSN = RKL-OLD-DSN
               MOVE 'NEW DATASET NOT NAMED' TO WS-FILE-OUTCOME
               PERFORM REJECT-FILE
               GO TO REKEY-ONE-FILE-EXIT
           END-IF
           MOVE WS-ARCHIVE-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-ARCHIVE-DSN
           MOVE WS-REKEYED-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-REKEYED-DSN

           PERFORM CHECK-ARCHIVE-FILE
           IF WS-FILE-OUTCOME NOT = SPACES
               PERFORM REJECT-FILE
               GO TO REKEY-ONE-FILE-EXIT
           END-IF
           IF WS-OLD-KEY-ID = WS-NEW-KEY-ID
               ADD 1 TO WS-FILES-CURRENT
               MOVE 'ALREADY ON CURRENT KEY' TO WS-FILE-OUTCOME
               MOVE SPACES TO WS-REKEYED-DSN
               PERFORM WRITE-MANIFEST-LINE
               GO TO REKEY-ONE-FILE-EXIT
           END-IF

           PERFORM REWRITE-ARCHIVE-FILE
           ADD 1 TO WS-FILES-REKEYED
           MOVE 'RE-KEYED' TO WS-FILE-OUTCOME
           PERFORM NOTE-OLD-KEY
           ADD 1 TO OK-T-REKEYED(OK-IDX)
           PERFORM WRITE-MANIFEST-LINE
           MOVE 'CIPHER-REKEY' TO LIN-PROGRAM-ID
           MOVE SPACES TO LIN-BEFORE-IMAGE
           STRING WS-OLD-KEY-ID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  RKL-OLD-DSN DELIMITED BY SIZE
             INTO LIN-BEFORE-IMAGE
           MOVE SPACES TO LIN-AFTER-IMAGE
           STRING WS-NEW-KEY-ID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  RKL-NEW-DSN DELIMITED BY SIZE
             INTO LIN-AFTER-IMAGE
           PERFORM WRITE-DATA-LINEAGE-RECORD.
       REKEY-ONE-FILE-EXIT.
           EXIT.

      * First pass: the header stamps and every checksum, before a
      * single byte is re-enciphered. WS-FILE-OUTCOME left blank
      * means the file may be re-keyed.
       CHECK-ARCHIVE-FILE SECTION.
           MOVE SPACES TO WS-FILE-OUTCOME
           MOVE SPACES TO WS-FILE-PARTNER
           MOVE 'N' TO WS-FILE-KEY-MIXED
           MOVE 0 TO WS-FILE-BAD-SUMS
           OPEN INPUT ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS NOT = '00'
               MOVE 'ARCHIVE FILE NOT FOUND' TO WS-FILE-OUTCOME
               GO TO CHECK-ARCHIVE-FILE-EXIT
           END-IF
           MOVE 'N' TO WS-ARCHIVE-EOF
           PERFORM UNTIL WS-ARCHIVE-EOF = 'Y'
               READ ARCHIVE-FILE
                   AT END
                       MOVE 'Y' TO WS-ARCHIVE-EOF
                   NOT AT END
                       IF ARC-RECORD-ID IS NUMERIC
                           PERFORM CHECK-ARCHIVE-RECORD
                       ELSE
                           PERFORM NOTE-ARCHIVE-HEADER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVE-FILE
           ADD WS-FILE-RECORDS TO WS-RECORDS-READ

           EVALUATE TRUE
               WHEN WS-OLD-KEY-ID = SPACES
                   MOVE 'NO KEYID STAMP' TO WS-FILE-OUTCOME
               WHEN WS-FILE-KEY-MIXED = 'Y'
                   MOVE 'MIXED KEYID STAMPS' TO WS-FILE-OUTCOME
               WHEN WS-FILE-BAD-SUMS > 0
                   MOVE 'CHECKSUM FAILURES' TO WS-FILE-OUTCOME
                   ADD WS-FILE-BAD-SUMS TO WS-CHECKSUM-FAILURES
               WHEN OTHER
                   MOVE WS-OLD-KEY-ID TO WS-LOOKUP-KEY-ID
                   PERFORM LOOKUP-VAULT-KEY-BY-ID
                   IF WS-VAULT-KEY-FOUND = 'N'
                       MOVE 'STAMPED KEY NOT IN VAULT'
                         TO WS-FILE-OUTCOME
                   ELSE
                       MOVE WS-LOOKUP-KEY TO WS-OLD-KEY
                   END-IF
           END-EVALUATE.
       CHECK-ARCHIVE-FILE-EXIT.
           EXIT.

       NOTE-ARCHIVE-HEADER SECTION.
           IF ARC-HEADER-RECORD(43:7) = ' KEYID='
               IF WS-OLD-KEY-ID = SPACES
                   MOVE ARC-HEADER-RECORD(50:8) TO WS-OLD-KEY-ID
               ELSE
                   IF ARC-HEADER-RECORD(50:8) NOT = WS-OLD-KEY-ID
                       MOVE 'Y' TO WS-FILE-KEY-MIXED
                   END-IF
               END-IF
           END-IF
           IF ARC-HEADER-RECORD(58:5) = ' PTN='
               MOVE ARC-HEADER-RECORD(63:4) TO WS-FILE-PARTNER
           END-IF
           EXIT.

      * Same recomputation rotational-cipher's inbound path makes.
       CHECK-ARCHIVE-RECORD SECTION.
           ADD 1 TO WS-FILE-RECORDS
           MOVE SPACES TO WS-CIPHER
           MOVE ARC-TEXT TO WS-CIPHER
           PERFORM COMPUTE-CIPHER-CHECKSUM
           IF WS-CHECKSUM-WORK NOT = ARC-CHECKSUM
               ADD 1 TO WS-FILE-BAD-SUMS
           END-IF
           EXIT.

      * Second pass: decrypt under the stamped key, encipher under
      * the key in force, fresh checksum, into the new dataset.
       REWRITE-ARCHIVE-FILE SECTION.
           OPEN INPUT ARCHIVE-FILE
           OPEN OUTPUT REKEYED-FILE
           MOVE WS-PARM-RUN-ID TO TRX-RUN-ID
           MOVE 'CIPHRKEY' TO TRX-SOURCE-SYSTEM
           MOVE FUNCTION CURRENT-DATE TO TRX-TIMESTAMP
           MOVE SPACES TO RKO-HEADER-RECORD
           IF WS-FILE-PARTNER NOT = SPACES
               STRING TRX-HEADER DELIMITED BY SIZE
                      ' KEYID=' DELIMITED BY SIZE
                      WS-NEW-KEY-ID DELIMITED BY SIZE
                      ' PTN=' DELIMITED BY SIZE
                      WS-FILE-PARTNER DELIMITED BY SIZE
                 INTO RKO-HEADER-RECORD
           ELSE
               STRING TRX-HEADER DELIMITED BY SIZE
                      ' KEYID=' DELIMITED BY SIZE
                      WS-NEW-KEY-ID DELIMITED BY SIZE
                 INTO RKO-HEADER-RECORD
           END-IF
           WRITE RKO-HEADER-RECORD
           MOVE 'N' TO WS-ARCHIVE-EOF
           PERFORM UNTIL WS-ARCHIVE-EOF = 'Y'
               READ ARCHIVE-FILE
                   AT END
                       MOVE 'Y' TO WS-ARCHIVE-EOF
                   NOT AT END
                       IF ARC-RECORD-ID IS NUMERIC
                           PERFORM REKEY-ONE-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVE-FILE
           CLOSE REKEYED-FILE
           EXIT.

       REKEY-ONE-RECORD SECTION.
           SET CIPHER-DECRYPT TO TRUE
           MOVE WS-OLD-KEY TO WS-KEY
           MOVE SPACES TO WS-TEXT
           MOVE ARC-TEXT TO WS-TEXT
           PERFORM ROTATIONAL-CIPHER
           SET CIPHER-ENCRYPT TO TRUE
           MOVE WS-NEW-KEY TO WS-KEY
           MOVE WS-CIPHER TO WS-TEXT
           PERFORM ROTATIONAL-CIPHER
           PERFORM COMPUTE-CIPHER-CHECKSUM
           MOVE SPACES TO RKO-RECORD
           MOVE ARC-RECORD-ID TO RKO-RECORD-ID
           MOVE WS-CIPHER(1:127) TO RKO-TEXT
           MOVE WS-CHECKSUM-WORK TO RKO-CHECKSUM
           WRITE RKO-RECORD
           ADD 1 TO WS-RECORDS-REKEYED
           EXIT.

       REJECT-FILE SECTION.
           ADD 1 TO WS-FILES-REJECTED
           IF WS-OLD-KEY-ID NOT = SPACES
               AND WS-OLD-KEY-ID NOT = WS-NEW-KEY-ID
               PERFORM NOTE-OLD-KEY
           END-IF
           MOVE SPACES TO WS-REKEYED-DSN
           PERFORM WRITE-MANIFEST-LINE
           MOVE 'CIPHER-REKEY' TO SERR-PROGRAM-ID
           MOVE RKL-OLD-DSN(1:20) TO SERR-KEY-FIELD
           MOVE WS-FILE-OUTCOME TO SERR-REASON
           MOVE 'INT001' TO SERR-ERROR-CODE
           PERFORM WRITE-SUITE-ERROR-LOG
           EXIT.

      * Finds or adds WS-OLD-KEY-ID in the old-key table, counting
      * one more file on it; OK-IDX is left on the entry.
       NOTE-OLD-KEY SECTION.
           SET OK-IDX TO 1
           SEARCH WS-OLD-KEY-ENTRY
               AT END
                   IF WS-OLD-KEY-COUNT < WS-OLD-KEY-MAX
                       ADD 1 TO WS-OLD-KEY-COUNT
                       SET OK-IDX TO WS-OLD-KEY-COUNT
                       MOVE WS-OLD-KEY-ID TO OK-T-ID(OK-IDX)
                       MOVE 0 TO OK-T-FILES(OK-IDX)
                       MOVE 0 TO OK-T-REKEYED(OK-IDX)
                       MOVE SPACES TO OK-T-PARTNER(OK-IDX)
                   ELSE
                       SET OK-IDX TO WS-OLD-KEY-MAX
                   END-IF
               WHEN OK-IDX > WS-OLD-KEY-COUNT
                   ADD 1 TO WS-OLD-KEY-COUNT
                   SET OK-IDX TO WS-OLD-KEY-COUNT
                   MOVE WS-OLD-KEY-ID TO OK-T-ID(OK-IDX)
                   MOVE 0 TO OK-T-FILES(OK-IDX)
                   MOVE 0 TO OK-T-REKEYED(OK-IDX)
                   MOVE SPACES TO OK-T-PARTNER(OK-IDX)
               WHEN OK-T-ID(OK-IDX) = WS-OLD-KEY-ID
                   CONTINUE
           END-SEARCH
           ADD 1 TO OK-T-FILES(OK-IDX)
           EXIT.

       WRITE-MANIFEST-LINE SECTION.
           MOVE RKL-OLD-DSN TO MND-OLD-DSN
           MOVE WS-FILE-RECORDS TO MND-RECORDS
           MOVE WS-OLD-KEY-ID TO MND-OLD-KEY
           MOVE SPACES TO MND-NEW-KEY
           MOVE SPACES TO MND-NEW-DSN
           IF WS-FILE-OUTCOME = 'RE-KEYED'
               MOVE WS-NEW-KEY-ID TO MND-NEW-KEY
               MOVE RKL-NEW-DSN TO MND-NEW-DSN
           END-IF
           MOVE WS-FILE-OUTCOME TO MND-OUTCOME
           MOVE WS-MAN-DETAIL TO MAN-LINE
           WRITE MAN-LINE
           EXIT.

      * One verdict per old key met in the run. Safe only when every
      * listed file on it re-keyed and no partner entry still names
      * it for live traffic.
       WRITE-OLD-KEY-SUMMARY SECTION.
           MOVE ALL '-' TO MAN-LINE
           WRITE MAN-LINE
           MOVE 'OLD KEY   FILES  RE-KEYED  VERDICT' TO MAN-LINE
           WRITE MAN-LINE
           PERFORM VARYING OK-IDX FROM 1 BY 1
                   UNTIL OK-IDX > WS-OLD-KEY-COUNT
               PERFORM VARYING PT-IDX FROM 1 BY 1
                       UNTIL PT-IDX > WS-PARTNER-COUNT
                   IF PTN-T-KEY-ID(PT-IDX) = OK-T-ID(OK-IDX)
                       MOVE PTN-T-CODE(PT-IDX) TO OK-T-PARTNER(OK-IDX)
                   END-IF
               END-PERFORM
               MOVE OK-T-FILES(OK-IDX) TO WS-OK-FILES-TXT
               MOVE OK-T-REKEYED(OK-IDX) TO WS-OK-REKEYED-TXT
               MOVE SPACES TO MAN-LINE
               STRING OK-T-ID(OK-IDX) DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      WS-OK-FILES-TXT DELIMITED BY SIZE
                      '     ' DELIMITED BY SIZE
                      WS-OK-REKEYED-TXT DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                 INTO MAN-LINE
               EVALUATE TRUE
                   WHEN OK-T-REKEYED(OK-IDX) < OK-T-FILES(OK-IDX)
                       MOVE 'FILES STILL ON THIS KEY - KEEP ACTIVE'
                         TO MAN-LINE(31:60)
                   WHEN OK-T-PARTNER(OK-IDX) NOT = SPACES
                       STRING 'STILL NAMED ON PARTNER '
                                  DELIMITED BY SIZE
                              OK-T-PARTNER(OK-IDX) DELIMITED BY SIZE
                              ' - KEEP ACTIVE' DELIMITED BY SIZE
                         INTO MAN-LINE(31:60)
                   WHEN OTHER
                       MOVE 'SAFE TO DEACTIVATE THROUGH KEY-VAULT-MAINT'
                         TO MAN-LINE(31:60)
               END-EVALUATE
               WRITE MAN-LINE
           END-PERFORM
           EXIT.

      * Standard run-balancing control-total report so ops balances
      * this job the same way every other nightly batch job is
      * balanced.
       WRITE-CONTROL-TOTALS SECTION.
           OPEN OUTPUT CONTROL-TOTAL-FILE
           MOVE WS-PARM-RUN-ID TO TRX-RUN-ID
           MOVE 'CIPHRKEY' TO TRX-SOURCE-SYSTEM
           MOVE FUNCTION CURRENT-DATE TO TRX-TIMESTAMP
           MOVE TRX-HEADER TO CTL-LINE
           WRITE CTL-LINE
           MOVE 'CIPHER RE-KEY CONTROL TOTALS' TO CTL-LINE
           WRITE CTL-LINE
           MOVE ALL '-' TO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-FILES-LISTED TO WS-CTL-COUNT-TXT
           STRING 'FILES LISTED     : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-FILES-REKEYED TO WS-CTL-COUNT-TXT
           STRING 'FILES RE-KEYED   : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-FILES-CURRENT TO WS-CTL-COUNT-TXT
           STRING 'FILES ON CURRENT : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-FILES-REJECTED TO WS-CTL-COUNT-TXT
           STRING 'FILES REJECTED   : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-RECORDS-READ TO WS-CTL-COUNT-TXT
           STRING 'RECORDS READ     : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-RECORDS-REKEYED TO WS-CTL-COUNT-TXT
           STRING 'RECORDS RE-KEYED : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-CHECKSUM-FAILURES TO WS-CTL-COUNT-TXT
           STRING 'CHECKSUM FAILURES: ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           CLOSE CONTROL-TOTAL-FILE
           EXIT.

       COMPUTE-CIPHER-CHECKSUM SECTION.
           MOVE 0 TO WS-CHECKSUM-ACCUM
           COMPUTE WS-CHECKSUM-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(WS-CIPHER))
           IF WS-CHECKSUM-LEN = 0
               MOVE 0 TO WS-CHECKSUM-LEN
           END-IF
           PERFORM VARYING WS-CHECKSUM-IDX FROM 1 BY 1
                   UNTIL WS-CHECKSUM-IDX > WS-CHECKSUM-LEN
               COMPUTE WS-CHECKSUM-ACCUM = WS-CHECKSUM-ACCUM +
                   (FUNCTION ORD(WS-CIPHER(WS-CHECKSUM-IDX:1))
                    * WS-CHECKSUM-IDX)
           END-PERFORM
           COMPUTE WS-CHECKSUM-WORK =
               FUNCTION MOD(WS-CHECKSUM-ACCUM, 99999)
           EXIT.

      * The same direction-aware Caesar shift rotational-cipher uses,
      * so a re-keyed file opens in its inbound path like any other.
       ROTATIONAL-CIPHER SECTION.
           INITIALIZE WS-CIPHER.
           INSPECT WS-TEXT CONVERTING WS-ALPHA-LOWER TO WS-ALPHA-UPPER.
           IF CIPHER-DECRYPT
               COMPUTE WS-ROTATE-OFFSET =
                   FUNCTION MOD(26 - FUNCTION MOD(WS-KEY, 26), 26) + 1
           ELSE
               COMPUTE WS-ROTATE-OFFSET = FUNCTION MOD(WS-KEY, 26) + 1
           END-IF
           INSPECT WS-TEXT CONVERTING WS-ALPHA-UPPER TO
               WS-DOUBLE-UPPER(WS-ROTATE-OFFSET:26).
           MOVE WS-TEXT TO WS-CIPHER.

      * High-water marks of the in-memory tables for this run,
      * kept so TABLE-CAPACITY-REPORT can warn before a ceiling is
      * reached.
       RECORD-TABLE-CAPACITY SECTION.
           MOVE 'CIPHER-REKEY' TO TCAP-PROGRAM-ID
           MOVE WS-PARM-RUN-ID TO TCAP-RUN-ID
           MOVE WS-RUN-DATE TO TCAP-RUN-DATE
           MOVE 'VAULT' TO TCAP-TABLE-NAME
           MOVE WS-VAULT-COUNT TO TCAP-PEAK
           MOVE WS-VAULT-MAX TO TCAP-CEILING
           PERFORM WRITE-TABLE-CAPACITY
           MOVE 'PARTNER' TO TCAP-TABLE-NAME
           MOVE WS-PARTNER-COUNT TO TCAP-PEAK
           MOVE WS-PARTNER-MAX TO TCAP-CEILING
           PERFORM WRITE-TABLE-CAPACITY
           MOVE 'OLD-KEY' TO TCAP-TABLE-NAME
           MOVE WS-OLD-KEY-COUNT TO TCAP-PEAK
           MOVE WS-OLD-KEY-MAX TO TCAP-CEILING
           PERFORM WRITE-TABLE-CAPACITY
           EXIT.

       COPY "suite-error-log-proc.cpy".
       COPY "run-parms-proc.cpy".
       COPY "data-lineage-proc.cpy".
       COPY "log-chain-proc.cpy".
       COPY "env-switch-proc.cpy".
       COPY "table-capacity-proc.cpy".
       COPY "date-check-proc.cpy".
