       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGRITY-PREFLIGHT.
      * Pre-window integrity preflight, run ahead of the canary next
      * to FEED-ARRIVAL-CHECK. The arrival check proves tonight's
      * feeds are there; this step proves the files the stream reads
      * them against are usable. Every indexed master is opened and
      * read end to end for a clean status, and every control table
      * is parsed with the same edits its loader applies - so a
      * master that will not open, or a malformed line keyed at a
      * maintenance console, is found before the window opens rather
      * than at step three. Each dataset gets a verdict on the status
      * report, each bad line is listed, and any failure writes a
      * HOLD line to the preflight hold marker, which hello-world
      * honors exactly as it honors a missing critical feed.
      * A control table that is simply absent is not a failure - its
      * loader falls back to its built-in starter set - and neither
      * is an absent acronym master or pseudonym cross-reference,
      * which their owning programs create on first use.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACRONYM-MASTER ASSIGN TO DYNAMIC WS-ACR-DSN
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-PHRASE
               ALTERNATE RECORD KEY IS MST-ACRONYM WITH DUPLICATES
               ALTERNATE RECORD KEY IS MST-NORM-PHRASE
                   WITH DUPLICATES
               FILE STATUS IS WS-ACR-STATUS.
           SELECT PATIENT-MASTER ASSIGN TO DYNAMIC WS-PAT-DSN
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAT-PATIENT-ID
               FILE STATUS IS WS-PAT-STATUS.
           SELECT PSEUDONYM-XREF ASSIGN TO DYNAMIC WS-XREF-DSN
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XRF-REAL-VALUE
               ALTERNATE RECORD KEY IS XRF-PSEUDONYM
               FILE STATUS IS WS-XREF-STATUS.
           SELECT ALLERGEN-TABLE-FILE ASSIGN TO
               DYNAMIC WS-ALLERGEN-TBL-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ALLERGEN-TBL-STATUS.
           SELECT RULES-FILE ASSIGN TO DYNAMIC WS-RULES-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RULES-STATUS.
           SELECT PRICE-FILE ASSIGN TO DYNAMIC WS-PRICE-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PRICE-STATUS.
           SELECT NORM-RULES-FILE ASSIGN TO DYNAMIC WS-NORM-RULES-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-NORM-RULES-STATUS.
           SELECT STEP-DEF-FILE ASSIGN TO DYNAMIC WS-STEP-DEF-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STEP-DEF-STATUS.
           SELECT MASK-FIELDS-FILE ASSIGN TO DYNAMIC WS-MASK-FIELDS-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MASK-FIELDS-STATUS.
           SELECT KEY-VAULT-FILE ASSIGN TO DYNAMIC WS-KEY-VAULT-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-KEY-VAULT-STATUS.
           SELECT PARTNER-FILE ASSIGN TO DYNAMIC WS-PARTNER-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARTNER-STATUS.
           SELECT PREFLIGHT-STATUS-FILE ASSIGN TO
               DYNAMIC WS-PF-STATUS-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PF-STATUS-STATUS.
      * The hold marker: hello-world reads it before writing the
      * WINDOW OPEN signoff. Rewritten every run - HOLD lines when a
      * master or control table failed, empty when all is clean.
           SELECT PREFLIGHT-HOLD-FILE ASSIGN TO DYNAMIC WS-PF-HOLD-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PF-HOLD-STATUS.
           COPY "suite-error-log-select.cpy".
           COPY "run-parms-select.cpy".

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

       FD  PSEUDONYM-XREF
           RECORD CONTAINS 137 CHARACTERS.
       01 XRF-RECORD.
          03 XRF-REAL-VALUE    PIC X(64).
          03 XRF-PSEUDONYM     PIC X(64).
          03 XRF-CREATED-DATE  PIC 9(8).
          03 XRF-CONSENT-FLAG  PIC X.

      * Control-table layouts below are the ones their loaders read -
      * allergies, raindrops, acronym, nightly-scheduler and
      * rotational-cipher respectively.
       FD  ALLERGEN-TABLE-FILE
           RECORD CONTAINS 19 CHARACTERS.
       01 ALG-RECORD.
          03 ALG-TYPE            PIC X(12).
          03 ALG-ACTIVE          PIC X.
          03 ALG-VAL             PIC 9(5).
          03 FILLER              PIC X.

       FD  RULES-FILE
           RECORD CONTAINS 35 CHARACTERS.
       01 RULE-RECORD.
          03 RULE-IN-DIVISOR  PIC 9(3).
          03 RULE-IN-WORD     PIC X(11).
          03 RULE-IN-ACTIVE   PIC X.
          03 RULE-IN-EFF-DATE PIC 9(8).
          03 RULE-IN-EXP-DATE PIC 9(8).
          03 RULE-IN-CLASS    PIC X(4).

       FD  PRICE-FILE
           RECORD CONTAINS 29 CHARACTERS.
       01 PRC-RECORD.
          03 PRC-CODE-WORD    PIC X(20).
          03 FILLER           PIC X(2).
          03 PRC-RATE         PIC 9(5)V99.

       FD  NORM-RULES-FILE
           RECORD CONTAINS 32 CHARACTERS.
       01 NRM-RECORD.
          03 NRM-ACTION        PIC X(10).
          03 NRM-VALUE         PIC X(20).
          03 NRM-ACTIVE        PIC X.
          03 FILLER            PIC X.

       FD  STEP-DEF-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 SDF-RECORD.
          03 SDF-TYPE       PIC X.
          03 SDF-SEQ        PIC 9(2).
          03 FILLER         PIC X.
          03 SDF-DETAIL     PIC X(76).
       01 SDF-STEP-RECORD REDEFINES SDF-RECORD.
          03 FILLER         PIC X(4).
          03 SDF-PROGRAM    PIC X(20).
          03 SDF-ENABLED    PIC X.
          03 SDF-COND       PIC 9(2).
          03 SDF-RECOVERY   PIC X(20).
          03 SDF-FREQ       PIC X.
          03 SDF-PRED1      PIC 9(2).
          03 SDF-PRED2      PIC 9(2).
          03 FILLER         PIC X(28).

       FD  MASK-FIELDS-FILE
           RECORD CONTAINS 22 CHARACTERS.
       01 MF-RECORD.
          03 MF-RECORD-TYPE  PIC X(8).
          03 FILLER          PIC X(2).
          03 MF-START        PIC 9(3).
          03 FILLER          PIC X(2).
          03 MF-LENGTH       PIC 9(3).
          03 FILLER          PIC X(2).
          03 MF-MASK         PIC X.
          03 FILLER          PIC X.

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

       FD  PREFLIGHT-STATUS-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 PFS-LINE PIC X(80).

       FD  PREFLIGHT-HOLD-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 HOLD-LINE PIC X(80).

       COPY "suite-error-log-fd.cpy".
       COPY "run-parms-fd.cpy".

       WORKING-STORAGE SECTION.
       01 WS-ACR-DSN            PIC X(100) VALUE 'ACRONYM-MASTER.DAT'.
       01 WS-PAT-DSN            PIC X(100) VALUE 'PATIENT-MASTER.DAT'.
       01 WS-XREF-DSN           PIC X(100) VALUE 'PSEUDONYM-XREF.DAT'.
       01 WS-ALLERGEN-TBL-DSN   PIC X(100)
          VALUE 'ALLERGEN-TABLE.DAT'.
       01 WS-RULES-DSN          PIC X(100) VALUE 'RAINDROP-RULES.DAT'.
       01 WS-PRICE-DSN          PIC X(100)
          VALUE 'RAINDROP-PRICES.DAT'.
       01 WS-NORM-RULES-DSN     PIC X(100)
          VALUE 'ACRONYM-NORM-RULES.DAT'.
       01 WS-STEP-DEF-DSN       PIC X(100) VALUE 'NIGHTLY-STEPS.DAT'.
       01 WS-MASK-FIELDS-DSN    PIC X(100) VALUE 'MASK-FIELDS.DAT'.
       01 WS-KEY-VAULT-DSN      PIC X(100)
          VALUE 'CIPHER-KEY-VAULT.DAT'.
       01 WS-PARTNER-DSN        PIC X(100)
          VALUE 'CIPHER-PARTNERS.DAT'.
       01 WS-PF-STATUS-DSN      PIC X(100)
          VALUE 'PREFLIGHT-STATUS.RPT'.
       01 WS-PF-HOLD-DSN        PIC X(100)
          VALUE 'PREFLIGHT-HOLD.DAT'.

       01 WS-ACR-STATUS            PIC XX VALUE '00'.
       01 WS-PAT-STATUS            PIC XX VALUE '00'.
       01 WS-XREF-STATUS           PIC XX VALUE '00'.
       01 WS-ALLERGEN-TBL-STATUS   PIC XX VALUE '00'.
       01 WS-RULES-STATUS          PIC XX VALUE '00'.
       01 WS-PRICE-STATUS          PIC XX VALUE '00'.
       01 WS-NORM-RULES-STATUS     PIC XX VALUE '00'.
       01 WS-STEP-DEF-STATUS       PIC XX VALUE '00'.
       01 WS-MASK-FIELDS-STATUS    PIC XX VALUE '00'.
       01 WS-KEY-VAULT-STATUS      PIC XX VALUE '00'.
       01 WS-PARTNER-STATUS        PIC XX VALUE '00'.
       01 WS-PF-STATUS-STATUS      PIC XX VALUE '00'.
       01 WS-PF-HOLD-STATUS        PIC XX VALUE '00'.
       01 WS-EOF-FLAG              PIC X VALUE 'N'.

      * Table sizes the loaders are compiled with - a control table
      * longer than its loader's table silently loses its tail, so
      * the preflight counts an overflow line as a bad line.
       01 WS-ALLERGEN-MAX-SIZE     PIC 9(3) VALUE 16.
       01 WS-RULE-MAX-SIZE         PIC 9(3) VALUE 20.
       01 WS-PRICE-MAX             PIC 9(3) VALUE 50.
       01 WS-NORM-RULE-MAX         PIC 9(3) VALUE 20.
       01 WS-STEP-MAX              PIC 9(3) VALUE 20.
       01 WS-STEP-SETTING-MAX      PIC 9(3) VALUE 4.
       01 WS-MASK-FIELD-MAX        PIC 9(3) VALUE 20.
       01 WS-EXTRACT-RECORD-SIZE   PIC 9(3) VALUE 128.
       01 WS-VAULT-MAX             PIC 9(3) VALUE 20.
       01 WS-PARTNER-MAX           PIC 9(3) VALUE 10.

      * One dataset at a time: its name on the report, the records
      * read, the lines that failed an edit and the final verdict.
       01 WS-PF-NAME               PIC X(12) VALUE SPACES.
       01 WS-PF-DSN                PIC X(100) VALUE SPACES.
       01 WS-PF-RECORDS            PIC 9(6) VALUE 0.
       01 WS-PF-LOADED             PIC 9(6) VALUE 0.
       01 WS-PF-BAD                PIC 9(6) VALUE 0.
       01 WS-PF-STATE              PIC X(10) VALUE SPACES.
       01 WS-PF-IO-STATUS          PIC XX VALUE '00'.
       01 WS-PF-UNREADABLE         PIC X VALUE 'N'.
       01 WS-PF-REASON             PIC X(30) VALUE SPACES.
       01 WS-PF-KEY-SOURCE         PIC X(20) VALUE SPACES.

       01 WS-LAST-ALG-VAL          PIC 9(5) VALUE 0.
       01 WS-POWER-CHECK           PIC 9(6) VALUE 0.
       01 WS-MASK-END              PIC 9(4) VALUE 0.
       01 WS-STEP-SETTING-TALLY.
          03 WS-STEP-SETTINGS      PIC 9(2) OCCURS 20 TIMES.
       01 WS-TALLY-IDX             PIC 9(2) VALUE 0.

       01 WS-DATASETS-CHECKED      PIC 9(4) VALUE 0.
       01 WS-DATASETS-FAILED       PIC 9(4) VALUE 0.
       01 WS-TOTAL-BAD-LINES       PIC 9(6) VALUE 0.
       01 WS-COUNT-TXT             PIC ZZZZZ9.
       01 WS-LINE-NO-TXT           PIC ZZZZZ9.

       01 WS-PFS-DETAIL.
          03 PFS-NAME         PIC X(12).
          03 FILLER           PIC X(2) VALUE SPACES.
          03 PFS-DSN          PIC X(40).
          03 FILLER           PIC X(2) VALUE SPACES.
          03 PFS-RECORDS      PIC ZZZZZ9.
          03 FILLER           PIC X(2) VALUE SPACES.
          03 PFS-STATE        PIC X(10).
          03 FILLER           PIC X(6) VALUE SPACES.

       01 WS-PFS-BAD-LINE.
          03 PFB-NAME         PIC X(12).
          03 FILLER           PIC X(2) VALUE SPACES.
          03 FILLER           PIC X(5) VALUE 'LINE '.
          03 PFB-LINE-NO      PIC ZZZZZ9.
          03 FILLER           PIC X(2) VALUE SPACES.
          03 PFB-REASON       PIC X(30).
          03 FILLER           PIC X(2) VALUE SPACES.
          03 PFB-KEY          PIC X(20).
          03 FILLER           PIC X(1) VALUE SPACES.

       COPY "suite-error-log-ws.cpy".
       COPY "run-parms-ws.cpy".
       COPY "env-accept-ws.cpy".
       COPY "transaction-header.cpy".
       COPY "return-codes.cpy".
       COPY "env-switch-ws.cpy".
       COPY "date-check-ws.cpy".

       PROCEDURE DIVISION.
       RUN-INTEGRITY-PREFLIGHT SECTION.
           PERFORM READ-RUN-PARMS
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'ACRONYM_MASTER_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-ACR-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'ALLERGIES_PATIENT_MASTER_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-PAT-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'ROTATIONAL_CIPHER_XREF_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-XREF-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'ALLERGIES_ALLERGEN_TABLE_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-ALLERGEN-TBL-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'RAINDROPS_RULES_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-RULES-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'RAINDROPS_PRICE_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-PRICE-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'ACRONYM_NORM_RULES_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-NORM-RULES-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'NIGHTLY_SCHEDULER_STEPS_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-STEP-DEF-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'ROTATIONAL_CIPHER_MASK_FIELDS_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-MASK-FIELDS-DSN
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
                  'PREFLIGHT_STATUS_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-PF-STATUS-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'PREFLIGHT_HOLD_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-PF-HOLD-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'SUITE_ERROR_LOG_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-SUITE-ERROR-LOG-DSN
           END-IF
      * The masters resolve through the environment/company switch
      * exactly as their owning programs resolve them; the control
      * tables are stream-level files and do not.
           MOVE WS-ACR-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-ACR-DSN
           MOVE WS-PAT-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-PAT-DSN
           MOVE WS-XREF-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-XREF-DSN

           OPEN OUTPUT PREFLIGHT-STATUS-FILE
           MOVE WS-PARM-RUN-ID TO TRX-RUN-ID
           MOVE 'PREFLITE' TO TRX-SOURCE-SYSTEM
           MOVE FUNCTION CURRENT-DATE TO TRX-TIMESTAMP
           MOVE TRX-HEADER TO PFS-LINE
           WRITE PFS-LINE
           MOVE 'PRE-WINDOW INTEGRITY PREFLIGHT' TO PFS-LINE
           WRITE PFS-LINE
           MOVE SPACES TO PFS-LINE
           MOVE 'DATASET' TO PFS-LINE(1:7)
           MOVE 'FILE' TO PFS-LINE(15:4)
           MOVE 'RECORDS' TO PFS-LINE(56:7)
           MOVE 'VERDICT' TO PFS-LINE(65:7)
           WRITE PFS-LINE
           MOVE ALL '-' TO PFS-LINE
           WRITE PFS-LINE

           OPEN OUTPUT PREFLIGHT-HOLD-FILE

           PERFORM CHECK-ACRONYM-MASTER
           PERFORM CHECK-PATIENT-MASTER
           PERFORM CHECK-PSEUDONYM-XREF
           PERFORM CHECK-ALLERGEN-TABLE
           PERFORM CHECK-RAINDROP-RULES
           PERFORM CHECK-PRICE-TABLE
           PERFORM CHECK-NORM-RULES
           PERFORM CHECK-STEP-DEFINITIONS
           PERFORM CHECK-MASK-FIELDS
           PERFORM CHECK-KEY-VAULT
           PERFORM CHECK-PARTNER-REGISTRY

           CLOSE PREFLIGHT-HOLD-FILE

           MOVE ALL '-' TO PFS-LINE
           WRITE PFS-LINE
           MOVE WS-DATASETS-CHECKED TO WS-COUNT-TXT
           MOVE SPACES TO PFS-LINE
           STRING 'DATASETS CHECKED : ' DELIMITED BY SIZE
                  WS-COUNT-TXT DELIMITED BY SIZE
             INTO PFS-LINE
           WRITE PFS-LINE
           MOVE WS-DATASETS-FAILED TO WS-COUNT-TXT
           MOVE SPACES TO PFS-LINE
           STRING 'DATASETS FAILED  : ' DELIMITED BY SIZE
                  WS-COUNT-TXT DELIMITED BY SIZE
             INTO PFS-LINE
           WRITE PFS-LINE
           MOVE WS-TOTAL-BAD-LINES TO WS-COUNT-TXT
           MOVE SPACES TO PFS-LINE
           STRING 'BAD LINES        : ' DELIMITED BY SIZE
                  WS-COUNT-TXT DELIMITED BY SIZE
             INTO PFS-LINE
           WRITE PFS-LINE
           CLOSE PREFLIGHT-STATUS-FILE

           SET RC-NORMAL TO TRUE
           IF WS-DATASETS-FAILED > 0
               SET RC-CRITICAL TO TRUE
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

      * The masters: opened INPUT and read end to end. A status of
      * 35 on the acronym master means it has never been built -
      * ACRONYM creates it on its first open - so that alone is not
      * held; anything else that will not open, or any read that
      * does not finish on a clean end of file, holds the window.
       CHECK-ACRONYM-MASTER SECTION.
           MOVE 'ACRONYM-MST' TO WS-PF-NAME
           MOVE WS-ACR-DSN TO WS-PF-DSN
           PERFORM START-DATASET-CHECK
           OPEN INPUT ACRONYM-MASTER
           IF WS-ACR-STATUS = '35'
               MOVE 'NOT BUILT' TO WS-PF-STATE
               PERFORM WRITE-DATASET-VERDICT
               GO TO CHECK-ACRONYM-MASTER-EXIT
           END-IF
           IF WS-ACR-STATUS NOT = '00'
               MOVE 'MISSING' TO WS-PF-STATE
               PERFORM WRITE-DATASET-VERDICT
               GO TO CHECK-ACRONYM-MASTER-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ ACRONYM-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-PF-RECORDS
               END-READ
               IF WS-ACR-STATUS NOT = '00'
                   AND WS-ACR-STATUS NOT = '02'
                   AND WS-ACR-STATUS NOT = '10'
                   MOVE 'Y' TO WS-PF-UNREADABLE
                   MOVE 'Y' TO WS-EOF-FLAG
               END-IF
           END-PERFORM
           CLOSE ACRONYM-MASTER
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM WRITE-DATASET-VERDICT.
       CHECK-ACRONYM-MASTER-EXIT.
           EXIT.

      * allergies opens PATIENT-MASTER I-O without creating it, so a
      * patient master that is not there is as fatal as one that
      * will not read.
       CHECK-PATIENT-MASTER SECTION.
           MOVE 'PATIENT-MST' TO WS-PF-NAME
           MOVE WS-PAT-DSN TO WS-PF-DSN
           PERFORM START-DATASET-CHECK
           OPEN INPUT PATIENT-MASTER
           IF WS-PAT-STATUS NOT = '00'
               MOVE 'MISSING' TO WS-PF-STATE
               PERFORM WRITE-DATASET-VERDICT
               GO TO CHECK-PATIENT-MASTER-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ PATIENT-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-PF-RECORDS
               END-READ
               IF WS-PAT-STATUS NOT = '00'
                   AND WS-PAT-STATUS NOT = '10'
                   MOVE 'Y' TO WS-PF-UNREADABLE
                   MOVE 'Y' TO WS-EOF-FLAG
               END-IF
           END-PERFORM
           CLOSE PATIENT-MASTER
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM WRITE-DATASET-VERDICT.
       CHECK-PATIENT-MASTER-EXIT.
           EXIT.

      * rotational-cipher creates the cross-reference on first use,
      * the same as the acronym master.
       CHECK-PSEUDONYM-XREF SECTION.
           MOVE 'PSEUDO-XREF' TO WS-PF-NAME
           MOVE WS-XREF-DSN TO WS-PF-DSN
           PERFORM START-DATASET-CHECK
           OPEN INPUT PSEUDONYM-XREF
           IF WS-XREF-STATUS = '35'
               MOVE 'NOT BUILT' TO WS-PF-STATE
               PERFORM WRITE-DATASET-VERDICT
               GO TO CHECK-PSEUDONYM-XREF-EXIT
           END-IF
           IF WS-XREF-STATUS NOT = '00'
               MOVE 'MISSING' TO WS-PF-STATE
               PERFORM WRITE-DATASET-VERDICT
               GO TO CHECK-PSEUDONYM-XREF-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ PSEUDONYM-XREF NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-PF-RECORDS
               END-READ
               IF WS-XREF-STATUS NOT = '00'
                   AND WS-XREF-STATUS NOT = '10'
                   MOVE 'Y' TO WS-PF-UNREADABLE
                   MOVE 'Y' TO WS-EOF-FLAG
               END-IF
           END-PERFORM
           CLOSE PSEUDONYM-XREF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM WRITE-DATASET-VERDICT.
       CHECK-PSEUDONYM-XREF-EXIT.
           EXIT.

      * Allergen table - allergies loads every line, blank or not, so
      * every line must be a named allergen on its own power-of-two
      * bit, above the one before it, as allergy-table-maint keys it.
       CHECK-ALLERGEN-TABLE SECTION.
           MOVE 'ALLERGENS' TO WS-PF-NAME
           MOVE WS-ALLERGEN-TBL-DSN TO WS-PF-DSN
           PERFORM START-DATASET-CHECK
           MOVE 0 TO WS-LAST-ALG-VAL
           OPEN INPUT ALLERGEN-TABLE-FILE
           IF WS-ALLERGEN-TBL-STATUS NOT = '00'
               MOVE WS-ALLERGEN-TBL-STATUS TO WS-PF-IO-STATUS
               PERFORM NOTE-TABLE-NOT-OPENED
               GO TO CHECK-ALLERGEN-TABLE-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ ALLERGEN-TABLE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-PF-RECORDS
                       PERFORM EDIT-ALLERGEN-LINE
               END-READ
               MOVE WS-ALLERGEN-TBL-STATUS TO WS-PF-IO-STATUS
               MOVE ALG-RECORD TO WS-PF-KEY-SOURCE
               PERFORM CHECK-TABLE-READ-STATUS
           END-PERFORM
           CLOSE ALLERGEN-TABLE-FILE
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM WRITE-DATASET-VERDICT.
       CHECK-ALLERGEN-TABLE-EXIT.
           EXIT.

       EDIT-ALLERGEN-LINE SECTION.
           MOVE ALG-RECORD TO WS-PF-KEY-SOURCE
           ADD 1 TO WS-PF-LOADED
           IF WS-PF-LOADED > WS-ALLERGEN-MAX-SIZE
               MOVE 'ALLERGEN TABLE FULL' TO WS-PF-REASON
               PERFORM LOG-BAD-LINE
               GO TO EDIT-ALLERGEN-LINE-EXIT
           END-IF
           IF ALG-TYPE = SPACES
               MOVE 'BLANK ALLERGEN NAME' TO WS-PF-REASON
               PERFORM LOG-BAD-LINE
               GO TO EDIT-ALLERGEN-LINE-EXIT
           END-IF
           IF ALG-VAL NOT NUMERIC
               MOVE 'BIT VALUE NOT NUMERIC' TO WS-PF-REASON
               PERFORM LOG-BAD-LINE
               GO TO EDIT-ALLERGEN-LINE-EXIT
           END-IF
           MOVE 1 TO WS-POWER-CHECK
           PERFORM UNTIL WS-POWER-CHECK >= ALG-VAL
               MULTIPLY 2 BY WS-POWER-CHECK
           END-PERFORM
           IF ALG-VAL = 0 OR WS-POWER-CHECK NOT = ALG-VAL
               MOVE 'BIT VALUE NOT A POWER OF TWO' TO WS-PF-REASON
               PERFORM LOG-BAD-LINE
               GO TO EDIT-ALLERGEN-LINE-EXIT
           END-IF
           IF ALG-VAL NOT > WS-LAST-ALG-VAL
               MOVE 'BIT VALUE OUT OF SEQUENCE' TO WS-PF-REASON
               PERFORM LOG-BAD-LINE
               GO TO EDIT-ALLERGEN-LINE-EXIT
           END-IF
           MOVE ALG-VAL TO WS-LAST-ALG-VAL.
       EDIT-ALLERGEN-LINE-EXIT.
           EXIT.

      * Raindrop rules - the divisor feeds a MOD, so it must be a
      * non-zero number; the dates get the shared calendar check.
       CHECK-RAINDROP-RULES SECTION.
           MOVE 'RAIN-RULES' TO WS-PF-NAME
           MOVE WS-RULES-DSN TO WS-PF-DSN
           PERFORM START-DATASET-CHECK
           OPEN INPUT RULES-FILE
           IF WS-RULES-STATUS NOT = '00'
               MOVE WS-RULES-STATUS TO WS-PF-IO-STATUS
               PERFORM NOTE-TABLE-NOT-OPENED
               GO TO CHECK-RAINDROP-RULES-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ RULES-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-PF-RECORDS
                       PERFORM EDIT-RULE-LINE
               END-READ
               MOVE WS-RULES-STATUS TO WS-PF-IO-STATUS
               MOVE RULE-RECORD TO WS-PF-KEY-SOURCE
               PERFORM CHECK-TABLE-READ-STATUS
           END-PERFORM
           CLOSE RULES-FILE
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM WRITE-DATASET-VERDICT.
       CHECK-RAINDROP-RULES-EXIT.
           EXIT.

       EDIT-RULE-LINE SECTION.
           MOVE RULE-RECORD TO WS-PF-KEY-SOURCE
           ADD 1 TO WS-PF-LOADED
           IF WS-PF-LOADED > WS-RULE-MAX-SIZE
               MOVE 'RULE TABLE FULL' TO WS-PF-REASON
               PERFORM LOG-BAD-LINE
               GO TO EDIT-RULE-LINE-EXIT
           END-IF
           IF RULE-IN-DIVISOR NOT NUMERIC
               MOVE 'DIVISOR NOT NUMERIC' TO WS-PF-REASON
               PERFORM LOG-BAD-LINE
               GO TO EDIT-RULE-LINE-EXIT
           END-IF
           IF RULE-IN-DIVISOR = 0
               MOVE 'DIVISOR IS ZERO' TO WS-PF-REASON
               PERFORM LOG-BAD-LINE
               GO TO EDIT-RULE-LINE-EXIT
           END-IF
           IF RULE-IN-WORD = SPACES
               MOVE 'BLANK RULE WORD' TO WS-PF-REASON
               PERFORM LOG-BAD-LINE
               GO TO EDIT-RULE-LINE-EXIT
           END-IF
           MOVE RULE-IN-EFF-DATE TO WS-DATE-CHECK-VALUE
           PERFORM CHECK-INBOUND-DATE
           IF WS-DATE-CHECK-VALID = 'Y'
               MOVE RULE-IN-EXP-DATE TO WS-DATE-CHECK-VALUE
               PERFORM CHECK-INBOUND-DATE
           END-IF
           IF WS-DATE-CHECK-VALID NOT = 'Y'
               MOVE WS-DATE-CHECK-REASON TO WS-PF-REASON
               PERFORM LOG-BAD-LINE
           END-IF.
       EDIT-RULE-LINE-EXIT.
           EXIT.

      * Contract prices - raindrops quietly bills a non-numeric rate
      * at zero, which is exactly what the preflight is here to stop.
       CHECK-PRICE-TABLE SECTION.
           MOVE 'RAIN-PRICES' TO WS-PF-NAME
           MOVE WS-PRICE-DSN TO WS-PF-DSN
           PERFORM START-DATASET-CHECK
           OPEN INPUT PRICE-FILE
           IF WS-PRICE-STATUS NOT = '00'
               MOVE WS-PRICE-STATUS TO WS-PF-IO-STATUS
               PERFORM NOTE-TABLE-NOT-OPENED
               GO TO CHECK-PRICE-TABLE-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ PRICE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-PF-RECORDS
                       PERFORM EDIT-PRICE-LINE
               END-READ
               MOVE WS-PRICE-STATUS TO WS-PF-IO-STATUS
               MOVE PRC-RECORD TO WS-PF-KEY-SOURCE
               PERFORM CHECK-TABLE-READ-STATUS
           END-PERFORM
           CLOSE PRICE-FILE
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM WRITE-DATASET-VERDICT.
       CHECK-PRICE-TABLE-EXIT.
           EXIT.

       EDIT-PRICE-LINE SECTION.
           MOVE PRC-RECORD TO WS-PF-KEY-SOURCE
           ADD 1 TO WS-PF-LOADED
           IF WS-PF-LOADED > WS-PRICE-MAX
               MOVE 'PRICE TABLE FULL' TO WS-PF-REASON
               PERFORM LOG-BAD-LINE
               GO TO EDIT-PRICE-LINE-EXIT
           END-IF
           IF PRC-CODE-WORD = SPACES
               MOVE 'BLANK CODE WORD' TO WS-PF-REASON
               PERFORM LOG-BAD-LINE
               GO TO EDIT-PRICE-LINE-EXIT
           END-IF
           IF PRC-RATE NOT NUMERIC
               MOVE 'RATE NOT NUMERIC' TO WS-PF-REASON
               PERFORM LOG-BAD-LINE
           END-IF.
       EDIT-PRICE-LINE-EXIT.
           EXIT.

      * Normalization rules - acronym acts on ARTICLE, PUNCT and
      * SPACES only; any other action word is a rule that silently
      * never fires. Blank lines are never applied and pass.
       CHECK-NORM-RULES SECTION.
           MOVE 'NORM-RULES' TO WS-PF-NAME
           MOVE WS-NORM-RULES-DSN TO WS-PF-DSN
           PERFORM START-DATASET-CHECK
           OPEN INPUT NORM-RULES-FILE
           IF WS-NORM-RULES-STATUS NOT = '00'
               MOVE WS-NORM-RULES-STATUS TO WS-PF-IO-STATUS
               PERFORM NOTE-TABLE-NOT-OPENED
               GO TO CHECK-NORM-RULES-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ NORM-RULES-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-PF-RECORDS
                       PERFORM EDIT-NORM-RULE-LINE
               END-READ
               MOVE WS-NORM-RULES-STATUS TO WS-PF-IO-STATUS
               MOVE NRM-RECORD TO WS-PF-KEY-SOURCE
               PERFORM CHECK-TABLE-READ-STATUS
           END-PERFORM
           CLOSE NORM-RULES-FILE
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM WRITE-DATASET-VERDICT.
       CHECK-NORM-RULES-EXIT.
           EXIT.

       EDIT-NORM-RULE-LINE SECTION.
           MOVE NRM-RECORD TO WS-PF-KEY-SOURCE
           ADD 1 TO WS-PF-LOADED
           IF WS-PF-LOADED > WS-NORM-RULE-MAX
               MOVE 'NORM RULE TABLE FULL' TO WS-PF-REASON
               PERFORM LOG-BAD-LINE
               GO TO EDIT-NORM-RULE-LINE-EXIT
           END-IF
           IF NRM-RECORD = SPACES
               GO TO EDIT-NORM-RULE-LINE-EXIT
           END-IF
           IF NRM-ACTION NOT = 'ARTICLE'
               AND NRM-ACTION NOT = 'PUNCT'
               AND NRM-ACTION NOT = 'SPACES'
               MOVE 'UNKNOWN NORM ACTION' TO WS-PF-REASON
               PERFORM LOG-BAD-LINE
               GO TO EDIT-NORM-RULE-LINE-EXIT
           END-IF
           IF NRM-ACTION NOT = 'SPACES'
               AND NRM-VALUE = SPACES
               MOVE 'NORM VALUE MISSING' TO WS-PF-REASON
               PERFORM LOG-BAD-LINE
           END-IF.
       EDIT-NORM-RULE-LINE-EXIT.
           EXIT.

      * Step definitions - nightly-scheduler silently drops a record
      * with a bad step number or type, which would quietly leave a
      * step out of the night. Blank lines are skipped there too.
       CHECK-STEP-DEFINITIONS SECTION.
           MOVE 'STEP-DEFS' TO WS-PF-NAME
           MOVE WS-STEP-DEF-DSN TO WS-PF-DSN
           PERFORM START-DATASET-CHECK
           PERFORM VARYING WS-TALLY-IDX FROM 1 BY 1
                   UNTIL WS-TALLY-IDX > WS-STEP-MAX
               MOVE 0 TO WS-STEP-SETTINGS(WS-TALLY-IDX)
           END-PERFORM
           OPEN INPUT STEP-DEF-FILE
           IF WS-STEP-DEF-STATUS NOT = '00'
               MOVE WS-STEP-DEF-STATUS TO WS-PF-IO-STATUS
               PERFORM NOTE-TABLE-NOT-OPENED
               GO TO CHECK-STEP-DEFINITIONS-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ STEP-DEF-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-PF-RECORDS
                       PERFORM EDIT-STEP-LINE
               END-READ
               MOVE WS-STEP-DEF-STATUS TO WS-PF-IO-STATUS
               MOVE SDF-RECORD TO WS-PF-KEY-SOURCE
               PERFORM CHECK-TABLE-READ-STATUS
           END-PERFORM
           CLOSE STEP-DEF-FILE
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM WRITE-DATASET-VERDICT.
       CHECK-STEP-DEFINITIONS-EXIT.
           EXIT.

       EDIT-STEP-LINE SECTION.
           MOVE SDF-RECORD TO WS-PF-KEY-SOURCE
           IF SDF-RECORD = SPACES
               GO TO EDIT-STEP-LINE-EXIT
           END-IF
           IF SDF-SEQ NOT NUMERIC
               OR SDF-SEQ = 0
               OR SDF-SEQ > WS-STEP-MAX
               MOVE 'STEP NUMBER OUT OF RANGE' TO WS-PF-REASON
               PERFORM LOG-BAD-LINE
               GO TO EDIT-STEP-LINE-EXIT
           END-IF
           EVALUATE SDF-TYPE
               WHEN 'S'
                   IF SDF-PROGRAM = SPACES
                       MOVE 'BLANK STEP PROGRAM' TO WS-PF-REASON
                       PERFORM LOG-BAD-LINE
                       GO TO EDIT-STEP-LINE-EXIT
                   END-IF
                   IF SDF-COND NOT NUMERIC
                       AND SDF-COND NOT = SPACES
                       MOVE 'CONDITION CODE NOT NUMERIC'
                         TO WS-PF-REASON
                       PERFORM LOG-BAD-LINE
                       GO TO EDIT-STEP-LINE-EXIT
                   END-IF
                   IF (SDF-PRED1 NOT NUMERIC
                       AND SDF-PRED1 NOT = SPACES)
                       OR (SDF-PRED2 NOT NUMERIC
                       AND SDF-PRED2 NOT = SPACES)
                       MOVE 'PREDECESSOR NOT NUMERIC' TO WS-PF-REASON
                       PERFORM LOG-BAD-LINE
                   END-IF
               WHEN 'E'
                   ADD 1 TO WS-STEP-SETTINGS(SDF-SEQ)
                   IF WS-STEP-SETTINGS(SDF-SEQ) > WS-STEP-SETTING-MAX
                       MOVE 'TOO MANY SETTINGS FOR STEP'
                         TO WS-PF-REASON
                       PERFORM LOG-BAD-LINE
                   END-IF
               WHEN OTHER
                   MOVE 'UNKNOWN STEP RECORD TYPE' TO WS-PF-REASON
                   PERFORM LOG-BAD-LINE
           END-EVALUATE.
       EDIT-STEP-LINE-EXIT.
           EXIT.

      * Mask fields - besides rotational-cipher's own numeric edit,
      * a field that runs past the extract record would mask the
      * wrong bytes or none at all.
       CHECK-MASK-FIELDS SECTION.
           MOVE 'MASK-FIELDS' TO WS-PF-NAME
           MOVE WS-MASK-FIELDS-DSN TO WS-PF-DSN
           PERFORM START-DATASET-CHECK
           OPEN INPUT MASK-FIELDS-FILE
           IF WS-MASK-FIELDS-STATUS NOT = '00'
               MOVE WS-MASK-FIELDS-STATUS TO WS-PF-IO-STATUS
               PERFORM NOTE-TABLE-NOT-OPENED
               GO TO CHECK-MASK-FIELDS-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ MASK-FIELDS-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-PF-RECORDS
                       PERFORM EDIT-MASK-FIELD-LINE
               END-READ
               MOVE WS-MASK-FIELDS-STATUS TO WS-PF-IO-STATUS
               MOVE MF-RECORD TO WS-PF-KEY-SOURCE
               PERFORM CHECK-TABLE-READ-STATUS
           END-PERFORM
           CLOSE MASK-FIELDS-FILE
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM WRITE-DATASET-VERDICT.
       CHECK-MASK-FIELDS-EXIT.
           EXIT.

       EDIT-MASK-FIELD-LINE SECTION.
           MOVE MF-RECORD TO WS-PF-KEY-SOURCE
           IF MF-START NOT NUMERIC OR MF-LENGTH NOT NUMERIC
               MOVE 'BAD MASK FIELD RECORD' TO WS-PF-REASON
               PERFORM LOG-BAD-LINE
               GO TO EDIT-MASK-FIELD-LINE-EXIT
           END-IF
           ADD 1 TO WS-PF-LOADED
           IF WS-PF-LOADED > WS-MASK-FIELD-MAX
               MOVE 'MASK FIELD TABLE FULL' TO WS-PF-REASON
               PERFORM LOG-BAD-LINE
               GO TO EDIT-MASK-FIELD-LINE-EXIT
           END-IF
           COMPUTE WS-MASK-END = MF-START + MF-LENGTH - 1
           IF MF-START = 0 OR MF-LENGTH = 0
               OR WS-MASK-END > WS-EXTRACT-RECORD-SIZE
               MOVE 'FIELD OUTSIDE EXTRACT RECORD' TO WS-PF-REASON
               PERFORM LOG-BAD-LINE
           END-IF.
       EDIT-MASK-FIELD-LINE-EXIT.
           EXIT.

      * Key vault - the batch loaders skip a pending add and refuse
      * a key whose dates fail the calendar check; the table limit
      * is rotational-cipher's, the smallest of them.
       CHECK-KEY-VAULT SECTION.
           MOVE 'KEY-VAULT' TO WS-PF-NAME
           MOVE WS-KEY-VAULT-DSN TO WS-PF-DSN
           PERFORM START-DATASET-CHECK
           OPEN INPUT KEY-VAULT-FILE
           IF WS-KEY-VAULT-STATUS NOT = '00'
               MOVE WS-KEY-VAULT-STATUS TO WS-PF-IO-STATUS
               PERFORM NOTE-TABLE-NOT-OPENED
               GO TO CHECK-KEY-VAULT-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ KEY-VAULT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-PF-RECORDS
                       PERFORM EDIT-KEY-VAULT-LINE
               END-READ
               MOVE WS-KEY-VAULT-STATUS TO WS-PF-IO-STATUS
               MOVE KV-RECORD TO WS-PF-KEY-SOURCE
               PERFORM CHECK-TABLE-READ-STATUS
           END-PERFORM
           CLOSE KEY-VAULT-FILE
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM WRITE-DATASET-VERDICT.
       CHECK-KEY-VAULT-EXIT.
           EXIT.

       EDIT-KEY-VAULT-LINE SECTION.
           MOVE KV-RECORD TO WS-PF-KEY-SOURCE
           IF KV-KEY-ID = SPACES
               MOVE 'BLANK KEY ID' TO WS-PF-REASON
               PERFORM LOG-BAD-LINE
               GO TO EDIT-KEY-VAULT-LINE-EXIT
           END-IF
           IF KV-KEY-VALUE NOT NUMERIC
               MOVE 'KEY VALUE NOT NUMERIC' TO WS-PF-REASON
               PERFORM LOG-BAD-LINE
               GO TO EDIT-KEY-VAULT-LINE-EXIT
           END-IF
           MOVE KV-EFF-DATE TO WS-DATE-CHECK-VALUE
           PERFORM CHECK-INBOUND-DATE
           IF WS-DATE-CHECK-VALID = 'Y'
               MOVE KV-EXP-DATE TO WS-DATE-CHECK-VALUE
               PERFORM CHECK-INBOUND-DATE
           END-IF
           IF WS-DATE-CHECK-VALID NOT = 'Y'
               MOVE WS-DATE-CHECK-REASON TO WS-PF-REASON
               PERFORM LOG-BAD-LINE
               GO TO EDIT-KEY-VAULT-LINE-EXIT
           END-IF
           IF KV-PEND-ACTION = 'A'
               GO TO EDIT-KEY-VAULT-LINE-EXIT
           END-IF
           ADD 1 TO WS-PF-LOADED
           IF WS-PF-LOADED > WS-VAULT-MAX
               MOVE 'KEY VAULT TABLE FULL' TO WS-PF-REASON
               PERFORM LOG-BAD-LINE
           END-IF.
       EDIT-KEY-VAULT-LINE-EXIT.
           EXIT.

      * Partner registry - rotational-cipher skips a blank partner
      * code; a direction other than I or O runs neither pass.
       CHECK-PARTNER-REGISTRY SECTION.
           MOVE 'PARTNERS' TO WS-PF-NAME
           MOVE WS-PARTNER-DSN TO WS-PF-DSN
           PERFORM START-DATASET-CHECK
           OPEN INPUT PARTNER-FILE
           IF WS-PARTNER-STATUS NOT = '00'
               MOVE WS-PARTNER-STATUS TO WS-PF-IO-STATUS
               PERFORM NOTE-TABLE-NOT-OPENED
               GO TO CHECK-PARTNER-REGISTRY-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ PARTNER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-PF-RECORDS
                       PERFORM EDIT-PARTNER-LINE
               END-READ
               MOVE WS-PARTNER-STATUS TO WS-PF-IO-STATUS
               MOVE PTN-RECORD TO WS-PF-KEY-SOURCE
               PERFORM CHECK-TABLE-READ-STATUS
           END-PERFORM
           CLOSE PARTNER-FILE
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM WRITE-DATASET-VERDICT.
       CHECK-PARTNER-REGISTRY-EXIT.
           EXIT.

       EDIT-PARTNER-LINE SECTION.
           MOVE PTN-RECORD TO WS-PF-KEY-SOURCE
           IF PTN-CODE = SPACES
               GO TO EDIT-PARTNER-LINE-EXIT
           END-IF
           ADD 1 TO WS-PF-LOADED
           IF WS-PF-LOADED > WS-PARTNER-MAX
               MOVE 'PARTNER TABLE FULL' TO WS-PF-REASON
               PERFORM LOG-BAD-LINE
               GO TO EDIT-PARTNER-LINE-EXIT
           END-IF
           IF PTN-DIRECTION NOT = 'I' AND PTN-DIRECTION NOT = 'O'
               MOVE 'DIRECTION NOT I OR O' TO WS-PF-REASON
               PERFORM LOG-BAD-LINE
               GO TO EDIT-PARTNER-LINE-EXIT
           END-IF
           IF PTN-DATASET = SPACES
               MOVE 'BLANK PARTNER DATASET' TO WS-PF-REASON
               PERFORM LOG-BAD-LINE
           END-IF.
       EDIT-PARTNER-LINE-EXIT.
           EXIT.

       START-DATASET-CHECK SECTION.
           MOVE 0 TO WS-PF-RECORDS
           MOVE 0 TO WS-PF-LOADED
           MOVE 0 TO WS-PF-BAD
           MOVE 'N' TO WS-PF-UNREADABLE
           MOVE SPACES TO WS-PF-STATE
           EXIT.

      * A control table that is not there (35) falls back to its
      * loader's starter set; one that is there but will not open is
      * as bad as one that will not read.
       NOTE-TABLE-NOT-OPENED SECTION.
           IF WS-PF-IO-STATUS = '35'
               MOVE 'ABSENT' TO WS-PF-STATE
           ELSE
               MOVE 'MISSING' TO WS-PF-STATE
           END-IF
           PERFORM WRITE-DATASET-VERDICT
           EXIT.

      * After every control-table read: a 0x status other than 00 is
      * a line that does not fit its layout - counted against the
      * line and the read carries on; anything worse than that stops
      * the table and marks it unreadable.
       CHECK-TABLE-READ-STATUS SECTION.
           EVALUATE TRUE
               WHEN WS-PF-IO-STATUS = '00'
               WHEN WS-PF-IO-STATUS = '10'
                   CONTINUE
               WHEN WS-PF-IO-STATUS(1:1) = '0'
                   MOVE 'LINE LONGER THAN LAYOUT' TO WS-PF-REASON
                   PERFORM LOG-BAD-LINE
               WHEN OTHER
                   MOVE 'Y' TO WS-PF-UNREADABLE
                   MOVE 'Y' TO WS-EOF-FLAG
           END-EVALUATE
           EXIT.

       LOG-BAD-LINE SECTION.
           ADD 1 TO WS-PF-BAD
           ADD 1 TO WS-TOTAL-BAD-LINES
           MOVE WS-PF-NAME TO PFB-NAME
           MOVE WS-PF-RECORDS TO PFB-LINE-NO
           MOVE WS-PF-REASON TO PFB-REASON
           MOVE WS-PF-KEY-SOURCE TO PFB-KEY
           MOVE WS-PFS-BAD-LINE TO PFS-LINE
           WRITE PFS-LINE
           MOVE 'PREFLIGHT' TO SERR-PROGRAM-ID
           MOVE WS-PF-RECORDS TO WS-LINE-NO-TXT
           MOVE SPACES TO SERR-KEY-FIELD
           STRING WS-PF-NAME DELIMITED BY SPACE
                  ' LINE ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LINE-NO-TXT) DELIMITED BY SIZE
             INTO SERR-KEY-FIELD
           MOVE WS-PF-REASON TO SERR-REASON
           MOVE 'CFG001' TO SERR-ERROR-CODE
           PERFORM WRITE-SUITE-ERROR-LOG
           EXIT.

      * One verdict per dataset. MISSING, UNREADABLE and BAD LINES
      * each write a HOLD line - the canary will not open the window
      * on any of them.
       WRITE-DATASET-VERDICT SECTION.
           ADD 1 TO WS-DATASETS-CHECKED
           IF WS-PF-STATE = SPACES
               EVALUATE TRUE
                   WHEN WS-PF-UNREADABLE = 'Y'
                       MOVE 'UNREADABLE' TO WS-PF-STATE
                   WHEN WS-PF-BAD > 0
                       MOVE 'BAD LINES' TO WS-PF-STATE
                   WHEN OTHER
                       MOVE 'CLEAN' TO WS-PF-STATE
               END-EVALUATE
           END-IF
           MOVE SPACES TO WS-PFS-DETAIL
           MOVE WS-PF-NAME TO PFS-NAME
           MOVE WS-PF-DSN TO PFS-DSN
           MOVE WS-PF-RECORDS TO PFS-RECORDS
           MOVE WS-PF-STATE TO PFS-STATE
           MOVE WS-PFS-DETAIL TO PFS-LINE
           WRITE PFS-LINE
           IF WS-PF-STATE NOT = 'MISSING'
               AND WS-PF-STATE NOT = 'UNREADABLE'
               AND WS-PF-STATE NOT = 'BAD LINES'
               GO TO WRITE-DATASET-VERDICT-EXIT
           END-IF
           ADD 1 TO WS-DATASETS-FAILED
           MOVE SPACES TO HOLD-LINE
           STRING 'HOLD ' DELIMITED BY SIZE
                  WS-PF-NAME DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-PF-STATE DELIMITED BY SIZE
             INTO HOLD-LINE
           WRITE HOLD-LINE
           IF WS-PF-STATE NOT = 'BAD LINES'
               MOVE 'PREFLIGHT' TO SERR-PROGRAM-ID
               MOVE WS-PF-DSN(1:20) TO SERR-KEY-FIELD
               IF WS-PF-STATE = 'MISSING'
                   MOVE 'DATASET WILL NOT OPEN' TO SERR-REASON
                   MOVE 'REF001' TO SERR-ERROR-CODE
               ELSE
                   MOVE 'DATASET NOT READABLE' TO SERR-REASON
                   MOVE 'REF001' TO SERR-ERROR-CODE
               END-IF
               PERFORM WRITE-SUITE-ERROR-LOG
           END-IF.
       WRITE-DATASET-VERDICT-EXIT.
           EXIT.

       COPY "suite-error-log-proc.cpy".
       COPY "run-parms-proc.cpy".
       COPY "env-switch-proc.cpy".
       COPY "date-check-proc.cpy".
