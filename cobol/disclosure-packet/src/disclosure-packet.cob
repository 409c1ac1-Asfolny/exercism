       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISCLOSURE-PACKET.
      * Subject-access disclosure packet. When a resident or their
      * representative asks for everything held about them, the
      * privacy officer used to pull it together by hand from a
      * dozen files and could never show it was complete. This job
      * takes one patient ID and assembles a single formatted packet:
      * the PATIENT-MASTER record with the allergen score decoded,
      * every score change on ALLERGY-SCORE-HISTORY.DAT, the severity
      * pairs and diet orders, the annual review record and its full
      * history, every ALLERGY-AUDIT.LOG entry for the resident from
      * the live log and each retained archive year (with who made
      * the inquiry), the physician letters sent, and any pseudonym
      * issued for the resident's ID or name on PSEUDONYM-XREF or
      * retired to PSEUDONYM-RETIRED.DAT after a withdrawal. Each
      * section closes with its record count and the packet closes
      * with a count summary, so the packet can be checked for
      * completeness. Producing the packet is itself an access to the
      * record: it is logged to ALLERGY-AUDIT.LOG under the privacy
      * officer's ID, and the pseudonym lookups are logged to the
      * de-identification audit log like any other re-identification.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PATIENT-MASTER ASSIGN TO DYNAMIC WS-PATIENT-MST-DSN
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAT-PATIENT-ID
               FILE STATUS IS WS-PATIENT-MST-STATUS.
           SELECT ALLERGEN-TABLE-FILE ASSIGN TO
               DYNAMIC WS-ALLERGEN-TBL-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ALLERGEN-TBL-STATUS.
           SELECT SCORE-HISTORY-FILE ASSIGN TO
               DYNAMIC WS-SCORE-HIST-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SCORE-HIST-STATUS.
           SELECT SEVERITY-FILE ASSIGN TO DYNAMIC WS-SEVERITY-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SEVERITY-STATUS.
           SELECT DIET-ORDER-FILE ASSIGN TO DYNAMIC WS-DIET-ORD-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DIET-ORD-STATUS.
           SELECT REVIEW-FILE ASSIGN TO DYNAMIC WS-REVIEW-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REVIEW-STATUS.
           SELECT REVIEW-HISTORY-FILE ASSIGN TO
               DYNAMIC WS-REVIEW-HIST-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REVIEW-HIST-STATUS.
      * The live audit log is read for the packet and then extended
      * with the disclosure event itself.
           SELECT AUDIT-LOG-FILE ASSIGN TO DYNAMIC WS-AUDIT-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
      * One retention archive year cut by AUDIT-ARCHIVE - every year
      * still inside the retention window is read in turn.
           SELECT ARCHIVE-LOG-FILE ASSIGN TO DYNAMIC WS-ARC-AUD-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ARC-AUD-STATUS.
           SELECT LETTER-SENT-LOG ASSIGN TO DYNAMIC WS-LETTER-LOG-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LETTER-LOG-STATUS.
           SELECT PSEUDONYM-XREF ASSIGN TO DYNAMIC WS-XREF-DSN
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XRF-REAL-VALUE
               ALTERNATE RECORD KEY IS XRF-PSEUDONYM
               FILE STATUS IS WS-XREF-STATUS.
      * Pseudonyms retired when research consent was withdrawn
      * still re-identify whatever shipped under them, so they are
      * part of what is held about the resident. Keyed on the
      * pseudonym only - the resident's entries are found by a pass.
           SELECT RETIRED-PSEUDONYM ASSIGN TO DYNAMIC WS-RETIRED-DSN
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RTP-PSEUDONYM
               FILE STATUS IS WS-RETIRED-STATUS.
           SELECT DEIDENTIFY-AUDIT-FILE ASSIGN TO
               DYNAMIC WS-DEID-AUDIT-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DEID-AUDIT-STATUS.
           SELECT PACKET-FILE ASSIGN TO DYNAMIC WS-PACKET-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PACKET-STATUS.
           COPY "suite-error-log-select.cpy".
           COPY "log-chain-select.cpy".
           COPY "table-capacity-select.cpy".
           COPY "run-parms-select.cpy".

       DATA DIVISION.
       FILE SECTION.
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

       FD  ALLERGEN-TABLE-FILE
           RECORD CONTAINS 19 CHARACTERS.
       01 ALG-RECORD.
          03 ALG-TYPE            PIC X(12).
          03 ALG-ACTIVE          PIC X.
          03 ALG-VAL             PIC 9(5).
          03 FILLER              PIC X.

       FD  SCORE-HISTORY-FILE
           RECORD CONTAINS 62 CHARACTERS.
       01 HIST-RECORD.
          03 HIST-PATIENT-ID    PIC X(10).
          03 FILLER             PIC X(2).
          03 HIST-OLD-SCORE     PIC 9(5).
          03 FILLER             PIC X(2).
          03 HIST-NEW-SCORE     PIC 9(5).
          03 FILLER             PIC X(2).
          03 HIST-RUN-ID        PIC X(8).
          03 FILLER             PIC X(2).
          03 HIST-TIMESTAMP     PIC X(26).

      * SEV-CODE: M mild, S severe, A anaphylaxis.
       FD  SEVERITY-FILE
           RECORD CONTAINS 24 CHARACTERS.
       01 SEV-RECORD.
          03 SEV-PATIENT-ID     PIC X(10).
          03 SEV-ALLERGEN       PIC X(12).
          03 SEV-CODE           PIC X.
          03 FILLER             PIC X.

       FD  DIET-ORDER-FILE
           RECORD CONTAINS 44 CHARACTERS.
       01 DTO-RECORD.
          03 DTO-PATIENT-ID     PIC X(10).
          03 FILLER             PIC X(2).
          03 DTO-ORDER-CODE     PIC X(12).
          03 FILLER             PIC X(2).
          03 DTO-EFF-DATE       PIC 9(8).
          03 FILLER             PIC X(2).
          03 DTO-EXP-DATE       PIC 9(8).

       FD  REVIEW-FILE
           RECORD CONTAINS 30 CHARACTERS.
       01 REV-RECORD.
          03 REV-PATIENT-ID     PIC X(10).
          03 FILLER             PIC X(2).
          03 REV-LAST-DATE      PIC 9(8).
          03 FILLER             PIC X(2).
          03 REV-REVIEWER       PIC X(8).

       FD  REVIEW-HISTORY-FILE
           RECORD CONTAINS 68 CHARACTERS.
       01 RVH-RECORD.
          03 RVH-PATIENT-ID     PIC X(10).
          03 FILLER             PIC X(2).
          03 RVH-REVIEW-DATE    PIC 9(8).
          03 FILLER             PIC X(2).
          03 RVH-REVIEWER       PIC X(8).
          03 FILLER             PIC X(2).
          03 RVH-RUN-ID         PIC X(8).
          03 FILLER             PIC X(2).
          03 RVH-TIMESTAMP      PIC X(26).

      * Both generations of audit entry are read, as AUDIT-INQUIRY
      * does - a pre-requestor 55-byte line has its timestamp where
      * the requestor now sits.
       FD  AUDIT-LOG-FILE
           RECORD CONTAINS 85 CHARACTERS.
       01 AUD-LINE.
          03 AUD-PATIENT-ID     PIC X(10).
          03 FILLER             PIC X(2).
          03 AUD-ALLERGEN       PIC X(12).
          03 FILLER             PIC X(2).
          03 AUD-RESULT         PIC X(1).
          03 FILLER             PIC X(2).
          03 AUD-REQUESTOR-ID   PIC X(8).
          03 FILLER             PIC X(2).
          03 AUD-TIMESTAMP      PIC X(26).
          03 FILLER             PIC X(2).
          03 AUD-CHAIN-HASH     PIC X(18).
       01 AUD-LINE-OLD.
          03 FILLER             PIC X(29).
          03 AUD-OLD-TIMESTAMP  PIC X(26).
          03 FILLER             PIC X(30).

       FD  ARCHIVE-LOG-FILE
           RECORD CONTAINS 85 CHARACTERS.
       01 ARC-AUD-LINE PIC X(85).

       FD  LETTER-SENT-LOG
           RECORD CONTAINS 548 CHARACTERS.
       01 LSL-RECORD.
          03 LSL-PATIENT-ID     PIC X(10).
          03 FILLER             PIC X(2).
          03 LSL-RUN-ID         PIC X(8).
          03 FILLER             PIC X(2).
          03 LSL-TIMESTAMP      PIC X(26).
          03 LSL-LETTER         PIC X(500).

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

       FD  DEIDENTIFY-AUDIT-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01 DEID-AUDIT-LINE PIC X(100).

       FD  PACKET-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01 PKT-LINE PIC X(100).

       COPY "suite-error-log-fd.cpy".
       COPY "log-chain-fd.cpy".
       COPY "table-capacity-fd.cpy".
       COPY "run-parms-fd.cpy".

       WORKING-STORAGE SECTION.
       01 WS-PATIENT-MST-DSN    PIC X(100) VALUE 'PATIENT-MASTER.DAT'.
       01 WS-ALLERGEN-TBL-DSN   PIC X(100)
          VALUE 'ALLERGEN-TABLE.DAT'.
       01 WS-SCORE-HIST-DSN     PIC X(100)
          VALUE 'ALLERGY-SCORE-HISTORY.DAT'.
       01 WS-SEVERITY-DSN       PIC X(100)
          VALUE 'ALLERGY-SEVERITY.DAT'.
       01 WS-DIET-ORD-DSN       PIC X(100) VALUE 'DIET-ORDERS.DAT'.
       01 WS-REVIEW-DSN         PIC X(100)
          VALUE 'ALLERGY-REVIEWS.DAT'.
       01 WS-REVIEW-HIST-DSN    PIC X(100)
          VALUE 'ALLERGY-REVIEW-HISTORY.DAT'.
       01 WS-AUDIT-DSN          PIC X(100) VALUE 'ALLERGY-AUDIT.LOG'.
       01 WS-ARC-AUD-DSN        PIC X(100) VALUE SPACES.
       01 WS-LETTER-LOG-DSN     PIC X(100)
          VALUE 'ALLERGY-LETTERS-SENT.LOG'.
       01 WS-XREF-DSN           PIC X(100) VALUE 'PSEUDONYM-XREF.DAT'.
       01 WS-RETIRED-DSN        PIC X(100)
          VALUE 'PSEUDONYM-RETIRED.DAT'.
       01 WS-DEID-AUDIT-DSN     PIC X(100)
          VALUE 'DEIDENTIFY-AUDIT.LOG'.
       01 WS-PACKET-DSN         PIC X(100)
          VALUE 'DISCLOSURE-PACKET.RPT'.
       01 WS-PATIENT-MST-STATUS PIC XX VALUE '00'.
       01 WS-ALLERGEN-TBL-STATUS PIC XX VALUE '00'.
       01 WS-SCORE-HIST-STATUS  PIC XX VALUE '00'.
       01 WS-SEVERITY-STATUS    PIC XX VALUE '00'.
       01 WS-DIET-ORD-STATUS    PIC XX VALUE '00'.
       01 WS-REVIEW-STATUS      PIC XX VALUE '00'.
       01 WS-REVIEW-HIST-STATUS PIC XX VALUE '00'.
       01 WS-AUDIT-STATUS       PIC XX VALUE '00'.
       01 WS-ARC-AUD-STATUS     PIC XX VALUE '00'.
       01 WS-LETTER-LOG-STATUS  PIC XX VALUE '00'.
       01 WS-XREF-STATUS        PIC XX VALUE '00'.
       01 WS-RETIRED-STATUS     PIC XX VALUE '00'.
       01 WS-DEID-AUDIT-STATUS  PIC XX VALUE '00'.
       01 WS-PACKET-STATUS      PIC XX VALUE '00'.
       01 WS-EOF-FLAG           PIC X VALUE 'N'.

      * Who the packet is for and who asked for it. The requestor is
      * the privacy officer's ID and goes on every log entry this
      * job writes.
       01 WS-DSC-PATIENT        PIC X(10) VALUE SPACES.
       01 WS-DSC-REQUESTOR      PIC X(8) VALUE SPACES.
       01 WS-DSC-PATIENT-NAME   PIC X(30) VALUE SPACES.
       01 WS-ON-MASTER          PIC X VALUE 'N'.
       01 WS-REPORT-DATE        PIC 9(8) VALUE 0.
       01 WS-CURRENT-TIMESTAMP  PIC X(26).

      * Archive years searched: the run year and every year back
      * through the seven-year compliance retention, unless the
      * privacy officer widens or narrows it.
       01 WS-ARCHIVE-YEARS      PIC 9(2) VALUE 7.
       01 WS-ARCHIVE-YEARS-TXT  PIC X(2) VALUE SPACES.
       01 WS-ARC-YEAR           PIC 9(4) VALUE 0.
       01 WS-ARC-FIRST-YEAR     PIC 9(4) VALUE 0.
       01 WS-ARC-LAST-YEAR      PIC 9(4) VALUE 0.
       01 WS-AUDIT-SOURCE       PIC X(8) VALUE SPACES.
       01 WS-ARCHIVES-READ      PIC 9(4) VALUE 0.

       01 WS-ENTRY-REQUESTOR    PIC X(8) VALUE SPACES.
       01 WS-ENTRY-TIMESTAMP    PIC X(26) VALUE SPACES.

      * Per-section record counts, kept for the closing summary.
       01 WS-SECTION-TITLE      PIC X(40) VALUE SPACES.
       01 WS-SECTION-COUNT      PIC 9(6) VALUE 0.
       01 WS-SECTION-MAX        PIC 9(2) VALUE 10.
       01 WS-SECTION-USED       PIC 9(2) VALUE 0.
       01 WS-SECTION-TABLE.
          03 WS-SECTION-ENTRY OCCURS 10 TIMES INDEXED BY SC-IDX.
             05 SCT-TITLE       PIC X(40).
             05 SCT-COUNT       PIC 9(6).
       01 WS-PACKET-TOTAL       PIC 9(6) VALUE 0.
       01 WS-CTL-COUNT-TXT      PIC ZZZZZ9.

      * Same doubled-bit table, ceiling and fallback as allergies.cob
      * - the decode here must agree with the program that wrote the
      * scores.
       01 TBL-SZ PIC 99 VALUE 0.
       01 WS-ALLERGEN-MAX-SIZE PIC 99 VALUE 16.
       01 WS-SCORE-CEILING PIC 9(5) VALUE 65536.
       01 ALLERGY-TABLE.
         03 CONTENTS OCCURS 16 TIMES INDEXED BY A-IDX.
            05 ALLERGY-TYPE   PIC X(12).
            05 IS-ALLERGIC    PIC X.
            05 ALLERGY-VAL    PIC 9(5).
            05 ALLERGY-ACTIVE PIC X VALUE 'Y'.
       01 WS-SCORE       PIC S9(5) COMP.
       01 WS-DECODED-LIST       PIC X(208).

      * A decoded list runs to 208 bytes - wider than a packet line -
      * so it prints 85 bytes to a line behind its label, carried on
      * indented continuation lines until nothing is left.
       01 WS-WRAP-LABEL         PIC X(15).
       01 WS-WRAP-LIST          PIC X(255).
       01 WS-WRAP-POS           PIC 9(3) VALUE 0.

      * Letter fields as ALLERGY-LETTERS wrote them, pipe-delimited.
       01 WS-LTR-PATIENT-ID     PIC X(10).
       01 WS-LTR-NAME           PIC X(30).
       01 WS-LTR-OLD-LIST       PIC X(208).
       01 WS-LTR-NEW-LIST       PIC X(208).
       01 WS-LTR-SEV-LIST       PIC X(208).
       01 WS-LTR-CHANGE-DATE    PIC X(8).
       01 WS-LTR-RUN-ID         PIC X(8).
       01 WS-LTR-UNIT           PIC X(6).
       01 WS-LTR-ROOM-BED       PIC X(8).

       01 WS-XREF-LOOKUP        PIC X(64).
       01 WS-XREF-LABEL         PIC X(12).
       01 WS-XREF-RESULT        PIC X(12).
       01 WS-RETIRED-ID-HITS    PIC 9(4) VALUE 0.
       01 WS-RETIRED-NAME-HITS  PIC 9(4) VALUE 0.

       01 WS-SEV-TXT            PIC X(12).
       01 WS-SCORE-TXT          PIC ZZZZ9.

       COPY "suite-error-log-ws.cpy".
       COPY "log-chain-ws.cpy".
       COPY "table-capacity-ws.cpy".
       COPY "run-parms-ws.cpy".
       COPY "env-accept-ws.cpy".
       COPY "transaction-header.cpy".
       COPY "return-codes.cpy".
       COPY "env-switch-ws.cpy".

       PROCEDURE DIVISION.
       RUN-DISCLOSURE-PACKET SECTION.
           PERFORM READ-RUN-PARMS
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'DISCLOSURE_PATIENT_ID'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-DSC-PATIENT
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'DISCLOSURE_REQUESTOR'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-DSC-REQUESTOR
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'DISCLOSURE_ARCHIVE_YEARS'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-ARCHIVE-YEARS-TXT
           END-IF
           IF WS-ARCHIVE-YEARS-TXT NOT = SPACES
               AND WS-ARCHIVE-YEARS-TXT IS NUMERIC
               MOVE WS-ARCHIVE-YEARS-TXT TO WS-ARCHIVE-YEARS
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'DISCLOSURE_PACKET_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-PACKET-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'ALLERGIES_PATIENT_MASTER_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-PATIENT-MST-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'ALLERGIES_ALLERGEN_TABLE_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-ALLERGEN-TBL-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'ALLERGIES_SCORE_HISTORY_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-SCORE-HIST-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'ALLERGIES_SEVERITY_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-SEVERITY-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'ALLERGIES_DIET_ORDER_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-DIET-ORD-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'ALLERGY_REVIEW_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-REVIEW-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'ALLERGY_REVIEW_HISTORY_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-REVIEW-HIST-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'ALLERGIES_AUDIT_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-AUDIT-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'ALLERGY_LETTERS_SENT_LOG_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-LETTER-LOG-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'ROTATIONAL_CIPHER_XREF_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-XREF-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'ROTATIONAL_CIPHER_RETIRED_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-RETIRED-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'ROTATIONAL_CIPHER_AUDIT_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-DEID-AUDIT-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'SUITE_ERROR_LOG_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-SUITE-ERROR-LOG-DSN
           END-IF
           MOVE WS-PATIENT-MST-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-PATIENT-MST-DSN
           MOVE WS-SCORE-HIST-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-SCORE-HIST-DSN
           MOVE WS-SEVERITY-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-SEVERITY-DSN
           MOVE WS-REVIEW-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-REVIEW-DSN
           MOVE WS-REVIEW-HIST-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-REVIEW-HIST-DSN
           MOVE WS-AUDIT-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-AUDIT-DSN
           MOVE WS-LETTER-LOG-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-LETTER-LOG-DSN
           MOVE WS-PACKET-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-PACKET-DSN

      * A packet with no subject, or nobody to answer for it, is
      * not produced at all - an anonymous disclosure defeats the
      * access log.
           IF WS-DSC-PATIENT = SPACES
               OR WS-DSC-REQUESTOR = SPACES
               MOVE 'DISCLOSURE' TO SERR-PROGRAM-ID
               MOVE WS-DSC-PATIENT TO SERR-KEY-FIELD
               MOVE 'PATIENT AND REQUESTOR REQUIRED' TO SERR-REASON
               MOVE 'TXN001' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               SET RC-CRITICAL TO TRUE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-RUN-DATE NOT = 0
               MOVE WS-RUN-DATE TO WS-REPORT-DATE
           ELSE
               ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD
           END-IF
           MOVE WS-REPORT-DATE(1:4) TO WS-ARC-LAST-YEAR
           IF WS-ARCHIVE-YEARS >= WS-ARC-LAST-YEAR
               MOVE 1 TO WS-ARC-FIRST-YEAR
           ELSE
               COMPUTE WS-ARC-FIRST-YEAR =
                   WS-ARC-LAST-YEAR - WS-ARCHIVE-YEARS
           END-IF

           PERFORM LOAD-ALLERGEN-TABLE
           OPEN OUTPUT PACKET-FILE
           IF WS-PACKET-STATUS NOT = '00'
               MOVE 'DISCLOSURE' TO SERR-PROGRAM-ID
               MOVE WS-DSC-PATIENT TO SERR-KEY-FIELD
               MOVE 'CANNOT OPEN PACKET FILE' TO SERR-REASON
               MOVE 'MST001' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               SET RC-CRITICAL TO TRUE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM WRITE-PACKET-HEADING

           PERFORM WRITE-MASTER-SECTION
           PERFORM WRITE-SCORE-HISTORY-SECTION
           PERFORM WRITE-SEVERITY-SECTION
           PERFORM WRITE-DIET-ORDER-SECTION
           PERFORM WRITE-REVIEW-SECTION
           PERFORM WRITE-AUDIT-SECTION
           PERFORM WRITE-LETTER-SECTION
           PERFORM WRITE-PSEUDONYM-SECTION
           PERFORM WRITE-PACKET-SUMMARY
           CLOSE PACKET-FILE

           PERFORM WRITE-DISCLOSURE-AUDIT

           SET RC-NORMAL TO TRUE
           IF WS-ON-MASTER = 'N'
               SET RC-WARNING TO TRUE
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
           PERFORM RECORD-TABLE-CAPACITY
           GOBACK.

       WRITE-PACKET-HEADING SECTION.
           MOVE WS-PARM-RUN-ID TO TRX-RUN-ID
           MOVE 'DISCLOSE' TO TRX-SOURCE-SYSTEM
           MOVE FUNCTION CURRENT-DATE TO TRX-TIMESTAMP
           MOVE TRX-HEADER TO PKT-LINE
           WRITE PKT-LINE
           MOVE 'SUBJECT ACCESS DISCLOSURE PACKET' TO PKT-LINE
           WRITE PKT-LINE
           MOVE SPACES TO PKT-LINE
           STRING 'PATIENT=' DELIMITED BY SIZE
                  WS-DSC-PATIENT DELIMITED BY SIZE
                  ' REQUESTED BY=' DELIMITED BY SIZE
                  WS-DSC-REQUESTOR DELIMITED BY SIZE
                  ' AS OF=' DELIMITED BY SIZE
                  WS-REPORT-DATE DELIMITED BY SIZE
                  ' AUDIT ARCHIVES ' DELIMITED BY SIZE
                  WS-ARC-FIRST-YEAR DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-ARC-LAST-YEAR DELIMITED BY SIZE
             INTO PKT-LINE
           WRITE PKT-LINE
           MOVE ALL '=' TO PKT-LINE
           WRITE PKT-LINE
           EXIT.

      * Every section opens with its title and closes with its record
      * count; the count is also kept for the packet summary.
       START-PACKET-SECTION SECTION.
           MOVE 0 TO WS-SECTION-COUNT
           MOVE SPACES TO PKT-LINE
           WRITE PKT-LINE
           MOVE WS-SECTION-TITLE TO PKT-LINE
           WRITE PKT-LINE
           MOVE ALL '-' TO PKT-LINE
           WRITE PKT-LINE
           EXIT.

       END-PACKET-SECTION SECTION.
           MOVE WS-SECTION-COUNT TO WS-CTL-COUNT-TXT
           MOVE SPACES TO PKT-LINE
           STRING 'RECORDS IN SECTION : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO PKT-LINE
           WRITE PKT-LINE
           IF WS-SECTION-USED < WS-SECTION-MAX
               ADD 1 TO WS-SECTION-USED
               MOVE WS-SECTION-TITLE TO SCT-TITLE(WS-SECTION-USED)
               MOVE WS-SECTION-COUNT TO SCT-COUNT(WS-SECTION-USED)
           END-IF
           ADD WS-SECTION-COUNT TO WS-PACKET-TOTAL
           EXIT.

      * The master record with the score decoded to allergen names.
      * The decode runs the elimination pass directly rather than
      * asking ALLERGIC-TO per allergen, so the packet does not fill
      * the audit log with a check per allergen - the disclosure
      * event is logged once, at the end.
       WRITE-MASTER-SECTION SECTION.
           MOVE 'RESIDENT MASTER RECORD' TO WS-SECTION-TITLE
           PERFORM START-PACKET-SECTION
           OPEN INPUT PATIENT-MASTER
           IF WS-PATIENT-MST-STATUS NOT = '00'
               MOVE 'PATIENT MASTER NOT AVAILABLE' TO PKT-LINE
               WRITE PKT-LINE
               GO TO WRITE-MASTER-SECTION-END
           END-IF
           MOVE WS-DSC-PATIENT TO PAT-PATIENT-ID
           READ PATIENT-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-ON-MASTER
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ON-MASTER
           END-READ
           CLOSE PATIENT-MASTER
           IF WS-ON-MASTER = 'N'
               MOVE 'NOT ON CURRENT PATIENT MASTER' TO PKT-LINE
               WRITE PKT-LINE
               GO TO WRITE-MASTER-SECTION-END
           END-IF
           ADD 1 TO WS-SECTION-COUNT
           MOVE PAT-PATIENT-NAME TO WS-DSC-PATIENT-NAME
           MOVE SPACES TO PKT-LINE
           STRING 'NAME         : ' DELIMITED BY SIZE
                  PAT-PATIENT-NAME DELIMITED BY SIZE
             INTO PKT-LINE
           WRITE PKT-LINE
           MOVE SPACES TO PKT-LINE
           STRING 'LOCATION     : UNIT ' DELIMITED BY SIZE
                  PAT-NURSING-UNIT DELIMITED BY SIZE
                  ' ROOM ' DELIMITED BY SIZE
                  PAT-ROOM DELIMITED BY SIZE
                  ' BED ' DELIMITED BY SIZE
                  PAT-BED DELIMITED BY SIZE
             INTO PKT-LINE
           WRITE PKT-LINE
           IF PAT-ALLERGY-SCORE IS NUMERIC
               MOVE PAT-ALLERGY-SCORE TO WS-SCORE
           ELSE
               MOVE 0 TO WS-SCORE
           END-IF
           MOVE WS-SCORE TO WS-SCORE-TXT
           MOVE SPACES TO PKT-LINE
           STRING 'ALLERGY SCORE: ' DELIMITED BY SIZE
                  WS-SCORE-TXT DELIMITED BY SIZE
             INTO PKT-LINE
           WRITE PKT-LINE
           PERFORM DECODE-SCORE
           MOVE 'ALLERGENS    : ' TO WS-WRAP-LABEL
           MOVE WS-DECODED-LIST TO WS-WRAP-LIST
           PERFORM WRITE-WRAPPED-LIST.
       WRITE-MASTER-SECTION-END.
           PERFORM END-PACKET-SECTION.
       WRITE-MASTER-SECTION-EXIT.
           EXIT.

      * Every score rewrite for the resident, oldest first (the file
      * is append-only), with both sides of the change decoded.
       WRITE-SCORE-HISTORY-SECTION SECTION.
           MOVE 'ALLERGY SCORE CHANGE HISTORY' TO WS-SECTION-TITLE
           PERFORM START-PACKET-SECTION
           OPEN INPUT SCORE-HISTORY-FILE
           IF WS-SCORE-HIST-STATUS NOT = '00'
               MOVE 'SCORE HISTORY NOT AVAILABLE' TO PKT-LINE
               WRITE PKT-LINE
               GO TO WRITE-SCORE-HISTORY-END
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ SCORE-HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF HIST-PATIENT-ID = WS-DSC-PATIENT
                           ADD 1 TO WS-SECTION-COUNT
                           PERFORM WRITE-ONE-SCORE-CHANGE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SCORE-HISTORY-FILE
           MOVE 'N' TO WS-EOF-FLAG.
       WRITE-SCORE-HISTORY-END.
           PERFORM END-PACKET-SECTION.
       WRITE-SCORE-HISTORY-EXIT.
           EXIT.

       WRITE-ONE-SCORE-CHANGE SECTION.
           MOVE SPACES TO PKT-LINE
           STRING HIST-TIMESTAMP(1:14) DELIMITED BY SIZE
                  ' RUN ' DELIMITED BY SIZE
                  HIST-RUN-ID DELIMITED BY SIZE
                  ' SCORE ' DELIMITED BY SIZE
                  HIST-OLD-SCORE DELIMITED BY SIZE
                  ' -> ' DELIMITED BY SIZE
                  HIST-NEW-SCORE DELIMITED BY SIZE
             INTO PKT-LINE
           WRITE PKT-LINE
           IF HIST-OLD-SCORE IS NUMERIC
               MOVE HIST-OLD-SCORE TO WS-SCORE
           ELSE
               MOVE 0 TO WS-SCORE
           END-IF
           PERFORM DECODE-SCORE
           MOVE '  BEFORE:     ' TO WS-WRAP-LABEL
           MOVE WS-DECODED-LIST TO WS-WRAP-LIST
           PERFORM WRITE-WRAPPED-LIST
           IF HIST-NEW-SCORE IS NUMERIC
               MOVE HIST-NEW-SCORE TO WS-SCORE
           ELSE
               MOVE 0 TO WS-SCORE
           END-IF
           PERFORM DECODE-SCORE
           MOVE '  AFTER:      ' TO WS-WRAP-LABEL
           MOVE WS-DECODED-LIST TO WS-WRAP-LIST
           PERFORM WRITE-WRAPPED-LIST
           EXIT.

       WRITE-SEVERITY-SECTION SECTION.
           MOVE 'ALLERGEN SEVERITY' TO WS-SECTION-TITLE
           PERFORM START-PACKET-SECTION
           OPEN INPUT SEVERITY-FILE
           IF WS-SEVERITY-STATUS NOT = '00'
               MOVE 'SEVERITY FILE NOT AVAILABLE' TO PKT-LINE
               WRITE PKT-LINE
               GO TO WRITE-SEVERITY-SECTION-END
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ SEVERITY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF SEV-PATIENT-ID = WS-DSC-PATIENT
                           ADD 1 TO WS-SECTION-COUNT
                           EVALUATE SEV-CODE
                               WHEN 'M'
                                   MOVE 'MILD' TO WS-SEV-TXT
                               WHEN 'S'
                                   MOVE 'SEVERE' TO WS-SEV-TXT
                               WHEN 'A'
                                   MOVE 'ANAPHYLAXIS' TO WS-SEV-TXT
                               WHEN OTHER
                                   MOVE 'UNCODED' TO WS-SEV-TXT
                           END-EVALUATE
                           MOVE SPACES TO PKT-LINE
                           STRING SEV-ALLERGEN DELIMITED BY SIZE
                                  '  ' DELIMITED BY SIZE
                                  SEV-CODE DELIMITED BY SIZE
                                  '  ' DELIMITED BY SIZE
                                  WS-SEV-TXT DELIMITED BY SIZE
                             INTO PKT-LINE
                           WRITE PKT-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SEVERITY-FILE
           MOVE 'N' TO WS-EOF-FLAG.
       WRITE-SEVERITY-SECTION-END.
           PERFORM END-PACKET-SECTION.
       WRITE-SEVERITY-SECTION-EXIT.
           EXIT.

      * Every order on file is disclosed, in force or not - the
      * dates say which.
       WRITE-DIET-ORDER-SECTION SECTION.
           MOVE 'DIET ORDERS' TO WS-SECTION-TITLE
           PERFORM START-PACKET-SECTION
           OPEN INPUT DIET-ORDER-FILE
           IF WS-DIET-ORD-STATUS NOT = '00'
               MOVE 'DIET ORDER FILE NOT AVAILABLE' TO PKT-LINE
               WRITE PKT-LINE
               GO TO WRITE-DIET-ORDER-SECTION-END
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ DIET-ORDER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF DTO-PATIENT-ID = WS-DSC-PATIENT
                           ADD 1 TO WS-SECTION-COUNT
                           MOVE SPACES TO PKT-LINE
                           STRING DTO-ORDER-CODE DELIMITED BY SIZE
                                  '  EFFECTIVE ' DELIMITED BY SIZE
                                  DTO-EFF-DATE DELIMITED BY SIZE
                                  '  EXPIRES ' DELIMITED BY SIZE
                                  DTO-EXP-DATE DELIMITED BY SIZE
                             INTO PKT-LINE
                           WRITE PKT-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DIET-ORDER-FILE
           MOVE 'N' TO WS-EOF-FLAG.
       WRITE-DIET-ORDER-SECTION-END.
           PERFORM END-PACKET-SECTION.
       WRITE-DIET-ORDER-SECTION-EXIT.
           EXIT.

      * The tracking record holds the latest review; the history
      * holds every review ever applied. Both are disclosed.
       WRITE-REVIEW-SECTION SECTION.
           MOVE 'ANNUAL ALLERGY REVIEWS' TO WS-SECTION-TITLE
           PERFORM START-PACKET-SECTION
           OPEN INPUT REVIEW-FILE
           IF WS-REVIEW-STATUS NOT = '00'
               MOVE 'REVIEW TRACKING FILE NOT AVAILABLE' TO PKT-LINE
               WRITE PKT-LINE
           ELSE
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ REVIEW-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           IF REV-PATIENT-ID = WS-DSC-PATIENT
                               ADD 1 TO WS-SECTION-COUNT
                               MOVE SPACES TO PKT-LINE
                               STRING 'LATEST REVIEW ' DELIMITED BY SIZE
                                      REV-LAST-DATE DELIMITED BY SIZE
                                      ' BY ' DELIMITED BY SIZE
                                      REV-REVIEWER DELIMITED BY SIZE
                                 INTO PKT-LINE
                               WRITE PKT-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REVIEW-FILE
           END-IF
           OPEN INPUT REVIEW-HISTORY-FILE
           IF WS-REVIEW-HIST-STATUS NOT = '00'
               MOVE 'REVIEW HISTORY NOT AVAILABLE' TO PKT-LINE
               WRITE PKT-LINE
               GO TO WRITE-REVIEW-SECTION-END
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ REVIEW-HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF RVH-PATIENT-ID = WS-DSC-PATIENT
                           ADD 1 TO WS-SECTION-COUNT
                           MOVE SPACES TO PKT-LINE
                           STRING 'REVIEWED      ' DELIMITED BY SIZE
                                  RVH-REVIEW-DATE DELIMITED BY SIZE
                                  ' BY ' DELIMITED BY SIZE
                                  RVH-REVIEWER DELIMITED BY SIZE
                                  ' RECORDED ' DELIMITED BY SIZE
                                  RVH-TIMESTAMP(1:14) DELIMITED BY SIZE
                                  ' RUN ' DELIMITED BY SIZE
                                  RVH-RUN-ID DELIMITED BY SIZE
                             INTO PKT-LINE
                           WRITE PKT-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REVIEW-HISTORY-FILE
           MOVE 'N' TO WS-EOF-FLAG.
       WRITE-REVIEW-SECTION-END.
           PERFORM END-PACKET-SECTION.
       WRITE-REVIEW-SECTION-EXIT.
           EXIT.

      * Every recorded look at the resident's allergy record: the
      * live log first, then each archive year in the retention
      * window. A missing archive year is noted, not an error - the
      * resident may not have been here that year.
       WRITE-AUDIT-SECTION SECTION.
           MOVE 'ALLERGY RECORD ACCESS LOG' TO WS-SECTION-TITLE
           PERFORM START-PACKET-SECTION
           MOVE 'LIVE' TO WS-AUDIT-SOURCE
           OPEN INPUT AUDIT-LOG-FILE
           IF WS-AUDIT-STATUS NOT = '00'
               MOVE 'LIVE AUDIT LOG NOT AVAILABLE' TO PKT-LINE
               WRITE PKT-LINE
           ELSE
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ AUDIT-LOG-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM WRITE-ONE-AUDIT-ENTRY
                   END-READ
               END-PERFORM
               CLOSE AUDIT-LOG-FILE
           END-IF
           PERFORM VARYING WS-ARC-YEAR FROM WS-ARC-FIRST-YEAR BY 1
                   UNTIL WS-ARC-YEAR > WS-ARC-LAST-YEAR
               PERFORM SCAN-ARCHIVE-YEAR
           END-PERFORM
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM END-PACKET-SECTION
           EXIT.

       SCAN-ARCHIVE-YEAR SECTION.
           MOVE SPACES TO WS-ARC-AUD-DSN
           STRING 'ALLERGY-AUDIT-ARCHIVE.' DELIMITED BY SIZE
                  WS-ARC-YEAR DELIMITED BY SIZE
             INTO WS-ARC-AUD-DSN
           OPEN INPUT ARCHIVE-LOG-FILE
           IF WS-ARC-AUD-STATUS NOT = '00'
               GO TO SCAN-ARCHIVE-YEAR-EXIT
           END-IF
           ADD 1 TO WS-ARCHIVES-READ
           MOVE SPACES TO WS-AUDIT-SOURCE
           STRING 'ARC ' DELIMITED BY SIZE
                  WS-ARC-YEAR DELIMITED BY SIZE
             INTO WS-AUDIT-SOURCE
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ ARCHIVE-LOG-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE ARC-AUD-LINE TO AUD-LINE
                       PERFORM WRITE-ONE-AUDIT-ENTRY
               END-READ
           END-PERFORM
           CLOSE ARCHIVE-LOG-FILE.
       SCAN-ARCHIVE-YEAR-EXIT.
           EXIT.

      * Old- and new-layout entries told apart the same way
      * AUDIT-INQUIRY does it.
       WRITE-ONE-AUDIT-ENTRY SECTION.
           IF AUD-PATIENT-ID NOT = WS-DSC-PATIENT
               GO TO WRITE-ONE-AUDIT-ENTRY-EXIT
           END-IF
           IF AUD-TIMESTAMP(1:8) IS NUMERIC
               MOVE AUD-REQUESTOR-ID TO WS-ENTRY-REQUESTOR
               MOVE AUD-TIMESTAMP TO WS-ENTRY-TIMESTAMP
           ELSE
               MOVE '(NONE)' TO WS-ENTRY-REQUESTOR
               MOVE AUD-OLD-TIMESTAMP TO WS-ENTRY-TIMESTAMP
           END-IF
           ADD 1 TO WS-SECTION-COUNT
           MOVE SPACES TO PKT-LINE
           STRING WS-ENTRY-TIMESTAMP(1:14) DELIMITED BY SIZE
                  '  BY ' DELIMITED BY SIZE
                  WS-ENTRY-REQUESTOR DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  AUD-ALLERGEN DELIMITED BY SIZE
                  '  RESULT ' DELIMITED BY SIZE
                  AUD-RESULT DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-AUDIT-SOURCE DELIMITED BY SIZE
             INTO PKT-LINE
           WRITE PKT-LINE.
       WRITE-ONE-AUDIT-ENTRY-EXIT.
           EXIT.

      * Letters as ALLERGY-LETTERS sent them to the physician.
       WRITE-LETTER-SECTION SECTION.
           MOVE 'PHYSICIAN LETTERS SENT' TO WS-SECTION-TITLE
           PERFORM START-PACKET-SECTION
           OPEN INPUT LETTER-SENT-LOG
           IF WS-LETTER-LOG-STATUS NOT = '00'
               MOVE 'LETTERS-SENT LOG NOT AVAILABLE' TO PKT-LINE
               WRITE PKT-LINE
               GO TO WRITE-LETTER-SECTION-END
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ LETTER-SENT-LOG
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF LSL-PATIENT-ID = WS-DSC-PATIENT
                           ADD 1 TO WS-SECTION-COUNT
                           PERFORM WRITE-ONE-LETTER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LETTER-SENT-LOG
           MOVE 'N' TO WS-EOF-FLAG.
       WRITE-LETTER-SECTION-END.
           PERFORM END-PACKET-SECTION.
       WRITE-LETTER-SECTION-EXIT.
           EXIT.

       WRITE-ONE-LETTER SECTION.
           MOVE SPACES TO WS-LTR-PATIENT-ID WS-LTR-NAME
                          WS-LTR-OLD-LIST WS-LTR-NEW-LIST
                          WS-LTR-SEV-LIST WS-LTR-CHANGE-DATE
                          WS-LTR-RUN-ID WS-LTR-UNIT WS-LTR-ROOM-BED
           UNSTRING LSL-LETTER DELIMITED BY '|'
               INTO WS-LTR-PATIENT-ID WS-LTR-NAME
                    WS-LTR-OLD-LIST WS-LTR-NEW-LIST
                    WS-LTR-SEV-LIST WS-LTR-CHANGE-DATE
                    WS-LTR-RUN-ID WS-LTR-UNIT WS-LTR-ROOM-BED
           END-UNSTRING
           MOVE SPACES TO PKT-LINE
           STRING 'SENT ' DELIMITED BY SIZE
                  LSL-TIMESTAMP(1:14) DELIMITED BY SIZE
                  ' RUN ' DELIMITED BY SIZE
                  LSL-RUN-ID DELIMITED BY SIZE
                  ' CHANGE OF ' DELIMITED BY SIZE
                  WS-LTR-CHANGE-DATE DELIMITED BY SIZE
                  ' UNIT ' DELIMITED BY SIZE
                  WS-LTR-UNIT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-LTR-ROOM-BED DELIMITED BY SIZE
             INTO PKT-LINE
           WRITE PKT-LINE
           MOVE '  PREVIOUS:  ' TO WS-WRAP-LABEL
           MOVE WS-LTR-OLD-LIST TO WS-WRAP-LIST
           PERFORM WRITE-WRAPPED-LIST
           MOVE '  NOW:       ' TO WS-WRAP-LABEL
           MOVE WS-LTR-NEW-LIST TO WS-WRAP-LIST
           PERFORM WRITE-WRAPPED-LIST
           MOVE '  SEVERITY:  ' TO WS-WRAP-LABEL
           MOVE WS-LTR-SEV-LIST TO WS-WRAP-LIST
           PERFORM WRITE-WRAPPED-LIST
           EXIT.

      * The label and the first 85 bytes of the list, then each
      * further 85 that holds anything on a line of its own under
      * the first.
       WRITE-WRAPPED-LIST SECTION.
           MOVE SPACES TO PKT-LINE
           STRING WS-WRAP-LABEL DELIMITED BY SIZE
                  WS-WRAP-LIST(1:85) DELIMITED BY SIZE
             INTO PKT-LINE
           WRITE PKT-LINE
           PERFORM VARYING WS-WRAP-POS FROM 86 BY 85
                   UNTIL WS-WRAP-POS > 171
               IF WS-WRAP-LIST(WS-WRAP-POS:85) NOT = SPACES
                   MOVE SPACES TO PKT-LINE
                   MOVE WS-WRAP-LIST(WS-WRAP-POS:85)
                     TO PKT-LINE(16:85)
                   WRITE PKT-LINE
               END-IF
           END-PERFORM
           EXIT.

      * The extracts pseudonymize the resident's ID and name; either
      * may have a pseudonym on the cross-reference. Looking one up
      * links a pseudonym back to a real person, so each lookup goes
      * on the de-identification audit log the same as a
      * PSEUDONYM-INQUIRY lookup does. Retired pseudonyms follow
      * the live ones and are counted and logged the same way.
       WRITE-PSEUDONYM-SECTION SECTION.
           MOVE 'PSEUDONYMS ISSUED' TO WS-SECTION-TITLE
           PERFORM START-PACKET-SECTION
           OPEN INPUT PSEUDONYM-XREF
           IF WS-XREF-STATUS NOT = '00'
               MOVE 'PSEUDONYM CROSS-REFERENCE NOT AVAILABLE'
                 TO PKT-LINE
               WRITE PKT-LINE
               GO TO WRITE-PSEUDONYM-SECTION-RETIRED
           END-IF
           MOVE SPACES TO WS-XREF-LOOKUP
           MOVE WS-DSC-PATIENT TO WS-XREF-LOOKUP
           MOVE 'PATIENT ID' TO WS-XREF-LABEL
           PERFORM LOOKUP-ONE-PSEUDONYM
           IF WS-DSC-PATIENT-NAME NOT = SPACES
               MOVE SPACES TO WS-XREF-LOOKUP
               MOVE WS-DSC-PATIENT-NAME TO WS-XREF-LOOKUP
               MOVE 'NAME' TO WS-XREF-LABEL
               PERFORM LOOKUP-ONE-PSEUDONYM
           END-IF
           CLOSE PSEUDONYM-XREF.
       WRITE-PSEUDONYM-SECTION-RETIRED.
           PERFORM SCAN-RETIRED-PSEUDONYMS.
       WRITE-PSEUDONYM-SECTION-END.
           PERFORM END-PACKET-SECTION.
       WRITE-PSEUDONYM-SECTION-EXIT.
           EXIT.

       LOOKUP-ONE-PSEUDONYM SECTION.
           MOVE WS-XREF-LOOKUP TO XRF-REAL-VALUE
           READ PSEUDONYM-XREF
               INVALID KEY
                   MOVE 'NOT FOUND' TO WS-XREF-RESULT
               NOT INVALID KEY
                   MOVE 'DISCLOSED' TO WS-XREF-RESULT
           END-READ
           MOVE SPACES TO PKT-LINE
           IF WS-XREF-RESULT = 'DISCLOSED'
               ADD 1 TO WS-SECTION-COUNT
               STRING WS-XREF-LABEL DELIMITED BY SIZE
                      ' ISSUED ' DELIMITED BY SIZE
                      XRF-CREATED-DATE DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      XRF-PSEUDONYM DELIMITED BY SIZE
                 INTO PKT-LINE
               IF XRF-CONSENT-FLAG = 'W'
                   MOVE 'RETIRED' TO PKT-LINE(94:7)
               END-IF
           ELSE
               STRING WS-XREF-LABEL DELIMITED BY SIZE
                      ' NO PSEUDONYM ISSUED' DELIMITED BY SIZE
                 INTO PKT-LINE
           END-IF
           WRITE PKT-LINE
           PERFORM WRITE-PSEUDONYM-AUDIT
           EXIT.

      * One pass of the retired file picks up every pseudonym ever
      * retired for the resident's ID or name - a resident who
      * withdrew, consented again and withdrew again has more than
      * one. A value with no retired pseudonym is logged NOT FOUND,
      * as a live lookup that misses is.
       SCAN-RETIRED-PSEUDONYMS SECTION.
           MOVE 0 TO WS-RETIRED-ID-HITS
           MOVE 0 TO WS-RETIRED-NAME-HITS
           OPEN INPUT RETIRED-PSEUDONYM
           IF WS-RETIRED-STATUS NOT = '00'
               MOVE 'RETIRED PSEUDONYM FILE NOT AVAILABLE' TO PKT-LINE
               WRITE PKT-LINE
               GO TO SCAN-RETIRED-PSEUDONYMS-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ RETIRED-PSEUDONYM NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF RTP-REAL-VALUE = WS-DSC-PATIENT
                           ADD 1 TO WS-RETIRED-ID-HITS
                           MOVE 'PATIENT ID' TO WS-XREF-LABEL
                           PERFORM TAKE-RETIRED-PSEUDONYM
                       END-IF
                       IF WS-DSC-PATIENT-NAME NOT = SPACES
                           AND RTP-REAL-VALUE = WS-DSC-PATIENT-NAME
                           ADD 1 TO WS-RETIRED-NAME-HITS
                           MOVE 'NAME' TO WS-XREF-LABEL
                           PERFORM TAKE-RETIRED-PSEUDONYM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RETIRED-PSEUDONYM
           MOVE 'N' TO WS-EOF-FLAG
           IF WS-RETIRED-ID-HITS = 0
               MOVE SPACES TO WS-XREF-LOOKUP
               MOVE WS-DSC-PATIENT TO WS-XREF-LOOKUP
               MOVE 'PATIENT ID' TO WS-XREF-LABEL
               PERFORM WRITE-NO-RETIRED-PSEUDONYM
           END-IF
           IF WS-DSC-PATIENT-NAME NOT = SPACES
               AND WS-RETIRED-NAME-HITS = 0
               MOVE SPACES TO WS-XREF-LOOKUP
               MOVE WS-DSC-PATIENT-NAME TO WS-XREF-LOOKUP
               MOVE 'NAME' TO WS-XREF-LABEL
               PERFORM WRITE-NO-RETIRED-PSEUDONYM
           END-IF.
       SCAN-RETIRED-PSEUDONYMS-EXIT.
           EXIT.

      * Printed as the live line is, with the retirement date on a
      * second line beneath it.
       TAKE-RETIRED-PSEUDONYM SECTION.
           ADD 1 TO WS-SECTION-COUNT
           MOVE RTP-REAL-VALUE TO WS-XREF-LOOKUP
           MOVE 'DISCLOSED' TO WS-XREF-RESULT
           MOVE SPACES TO PKT-LINE
           STRING WS-XREF-LABEL DELIMITED BY SIZE
                  ' ISSUED ' DELIMITED BY SIZE
                  RTP-CREATED-DATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  RTP-PSEUDONYM DELIMITED BY SIZE
             INTO PKT-LINE
           MOVE 'RETIRED' TO PKT-LINE(94:7)
           WRITE PKT-LINE
           MOVE SPACES TO PKT-LINE
           STRING 'RETIRED ' DELIMITED BY SIZE
                  RTP-RETIRED-DATE DELIMITED BY SIZE
                  ' - RESEARCH CONSENT WITHDRAWN' DELIMITED BY SIZE
             INTO PKT-LINE(13:88)
           WRITE PKT-LINE
           PERFORM WRITE-PSEUDONYM-AUDIT
           EXIT.

       WRITE-NO-RETIRED-PSEUDONYM SECTION.
           MOVE 'NOT FOUND' TO WS-XREF-RESULT
           MOVE SPACES TO PKT-LINE
           STRING WS-XREF-LABEL DELIMITED BY SIZE
                  ' NO PSEUDONYM RETIRED' DELIMITED BY SIZE
             INTO PKT-LINE
           WRITE PKT-LINE
           PERFORM WRITE-PSEUDONYM-AUDIT
           EXIT.

       WRITE-PSEUDONYM-AUDIT SECTION.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE SPACES TO DEID-AUDIT-LINE
           STRING 'DISCLOSURE ' DELIMITED BY SIZE
                  WS-DSC-REQUESTOR DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-XREF-LOOKUP(1:20) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-XREF-RESULT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-CURRENT-TIMESTAMP(1:14) DELIMITED BY SIZE
             INTO DEID-AUDIT-LINE
           OPEN EXTEND DEIDENTIFY-AUDIT-FILE
           IF WS-DEID-AUDIT-STATUS NOT = '00'
               OPEN OUTPUT DEIDENTIFY-AUDIT-FILE
           END-IF
           MOVE WS-DEID-AUDIT-DSN TO WS-CHAIN-LOG-DSN
           MOVE DEID-AUDIT-LINE TO WS-CHAIN-RECORD
           MOVE 100 TO WS-CHAIN-RECORD-LEN
           PERFORM CHAIN-LOG-RECORD
           MOVE WS-CHAIN-RECORD TO DEID-AUDIT-LINE
           WRITE DEID-AUDIT-LINE
           CLOSE DEIDENTIFY-AUDIT-FILE
           EXIT.

      * Closing summary: one line per section, then the packet total
      * and how many archive years were actually on file.
       WRITE-PACKET-SUMMARY SECTION.
           MOVE SPACES TO PKT-LINE
           WRITE PKT-LINE
           MOVE ALL '=' TO PKT-LINE
           WRITE PKT-LINE
           MOVE 'PACKET SECTION SUMMARY' TO PKT-LINE
           WRITE PKT-LINE
           PERFORM VARYING SC-IDX FROM 1 BY 1
                   UNTIL SC-IDX > WS-SECTION-USED
               MOVE SCT-COUNT(SC-IDX) TO WS-CTL-COUNT-TXT
               MOVE SPACES TO PKT-LINE
               STRING SCT-TITLE(SC-IDX) DELIMITED BY SIZE
                      ' : ' DELIMITED BY SIZE
                      WS-CTL-COUNT-TXT DELIMITED BY SIZE
                 INTO PKT-LINE
               WRITE PKT-LINE
           END-PERFORM
           MOVE WS-PACKET-TOTAL TO WS-CTL-COUNT-TXT
           MOVE SPACES TO PKT-LINE
           STRING 'TOTAL RECORDS DISCLOSED                  : '
                    DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO PKT-LINE
           WRITE PKT-LINE
           MOVE WS-ARCHIVES-READ TO WS-CTL-COUNT-TXT
           MOVE SPACES TO PKT-LINE
           STRING 'AUDIT ARCHIVE YEARS ON FILE              : '
                    DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO PKT-LINE
           WRITE PKT-LINE
           EXIT.

      * The disclosure is itself an access to the resident's allergy
      * record, so it lands on the same log as every ALLERGIC-TO
      * check - allergen column DISCLOSURE, result D, requestor the
      * privacy officer - and shows up in the next packet and in
      * AUDIT-INQUIRY like any other look at the record.
       WRITE-DISCLOSURE-AUDIT SECTION.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE SPACES TO AUD-LINE
           MOVE WS-DSC-PATIENT TO AUD-PATIENT-ID
           MOVE 'DISCLOSURE' TO AUD-ALLERGEN
           MOVE 'D' TO AUD-RESULT
           MOVE WS-DSC-REQUESTOR TO AUD-REQUESTOR-ID
           MOVE WS-CURRENT-TIMESTAMP TO AUD-TIMESTAMP
           MOVE WS-AUDIT-DSN TO WS-CHAIN-LOG-DSN
           MOVE AUD-LINE TO WS-CHAIN-RECORD
           MOVE 85 TO WS-CHAIN-RECORD-LEN
           PERFORM CHAIN-LOG-RECORD
           MOVE WS-CHAIN-RECORD TO AUD-LINE
           OPEN EXTEND AUDIT-LOG-FILE
           IF WS-AUDIT-STATUS NOT = '00'
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF
           WRITE AUD-LINE
           CLOSE AUDIT-LOG-FILE
           EXIT.

      * Elimination pass over WS-SCORE, then the allergic entries
      * strung together as a comma list.
       DECODE-SCORE SECTION.
           PERFORM INITIALIZE-TABLE
           MOVE SPACES TO WS-DECODED-LIST
           PERFORM VARYING A-IDX FROM 1 BY 1 UNTIL A-IDX > TBL-SZ
               IF IS-ALLERGIC OF CONTENTS(A-IDX) = 'Y'
                   IF WS-DECODED-LIST = SPACES
                       MOVE FUNCTION TRIM(ALLERGY-TYPE OF
                           CONTENTS(A-IDX)) TO WS-DECODED-LIST
                   ELSE
                       STRING FUNCTION TRIM(WS-DECODED-LIST)
                                DELIMITED BY SIZE
                              ',' DELIMITED BY SIZE
                              FUNCTION TRIM(ALLERGY-TYPE OF
                                  CONTENTS(A-IDX)) DELIMITED BY SIZE
                         INTO WS-DECODED-LIST
                   END-IF
               END-IF
           END-PERFORM
           IF WS-DECODED-LIST = SPACES
               MOVE '(none)' TO WS-DECODED-LIST
           END-IF
           EXIT.

       INITIALIZE-TABLE SECTION.
           COMPUTE WS-SCORE = FUNCTION MOD(WS-SCORE WS-SCORE-CEILING)
           PERFORM VARYING A-IDX FROM TBL-SZ BY -1 UNTIL A-IDX < 1
               IF  WS-SCORE NOT EQUAL 0 AND
                   ALLERGY-VAL OF CONTENTS(A-IDX) <= WS-SCORE
                   SUBTRACT ALLERGY-VAL OF CONTENTS(A-IDX) FROM WS-SCORE
                   IF ALLERGY-ACTIVE OF CONTENTS(A-IDX) = 'N'
                       MOVE 'N' TO IS-ALLERGIC OF CONTENTS(A-IDX)
                   ELSE
                       MOVE 'Y' TO IS-ALLERGIC OF CONTENTS(A-IDX)
                   END-IF
               ELSE
                   MOVE 'N' TO IS-ALLERGIC OF CONTENTS(A-IDX)
               END-IF
           END-PERFORM.
           EXIT.

      * Reads ALLERGEN-TABLE-FILE fresh at start; falls back to the
      * original 11-allergen table (all active) when the file is
      * missing or empty - same behavior as allergies.cob.
       LOAD-ALLERGEN-TABLE SECTION.
           MOVE 0 TO TBL-SZ
           OPEN INPUT ALLERGEN-TABLE-FILE
           IF WS-ALLERGEN-TBL-STATUS = '00'
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ ALLERGEN-TABLE-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           IF TBL-SZ >= WS-ALLERGEN-MAX-SIZE
                               CONTINUE
                           ELSE
                               ADD 1 TO TBL-SZ
                               MOVE ALG-TYPE
                                 TO ALLERGY-TYPE OF CONTENTS(TBL-SZ)
                               MOVE ALG-VAL
                                 TO ALLERGY-VAL OF CONTENTS(TBL-SZ)
                               MOVE ALG-ACTIVE
                                 TO ALLERGY-ACTIVE OF CONTENTS(TBL-SZ)
                               IF ALLERGY-ACTIVE OF CONTENTS(TBL-SZ)
                                   NOT = 'N'
                                   MOVE 'Y' TO
                                     ALLERGY-ACTIVE OF CONTENTS(TBL-SZ)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ALLERGEN-TABLE-FILE
           END-IF
           IF TBL-SZ = 0
               MOVE 'eggs        ' TO ALLERGY-TYPE OF CONTENTS(1)
               MOVE 1 TO ALLERGY-VAL OF CONTENTS(1)
               MOVE 'peanuts     ' TO ALLERGY-TYPE OF CONTENTS(2)
               MOVE 2 TO ALLERGY-VAL OF CONTENTS(2)
               MOVE 'shellfish   ' TO ALLERGY-TYPE OF CONTENTS(3)
               MOVE 4 TO ALLERGY-VAL OF CONTENTS(3)
               MOVE 'strawberries' TO ALLERGY-TYPE OF CONTENTS(4)
               MOVE 8 TO ALLERGY-VAL OF CONTENTS(4)
               MOVE 'tomatoes    ' TO ALLERGY-TYPE OF CONTENTS(5)
               MOVE 16 TO ALLERGY-VAL OF CONTENTS(5)
               MOVE 'chocolate   ' TO ALLERGY-TYPE OF CONTENTS(6)
               MOVE 32 TO ALLERGY-VAL OF CONTENTS(6)
               MOVE 'pollen      ' TO ALLERGY-TYPE OF CONTENTS(7)
               MOVE 64 TO ALLERGY-VAL OF CONTENTS(7)
               MOVE 'cats        ' TO ALLERGY-TYPE OF CONTENTS(8)
               MOVE 128 TO ALLERGY-VAL OF CONTENTS(8)
               MOVE 'dairy       ' TO ALLERGY-TYPE OF CONTENTS(9)
               MOVE 256 TO ALLERGY-VAL OF CONTENTS(9)
               MOVE 'gluten      ' TO ALLERGY-TYPE OF CONTENTS(10)
               MOVE 512 TO ALLERGY-VAL OF CONTENTS(10)
               MOVE 'sesame      ' TO ALLERGY-TYPE OF CONTENTS(11)
               MOVE 1024 TO ALLERGY-VAL OF CONTENTS(11)
               MOVE 11 TO TBL-SZ
               PERFORM VARYING A-IDX FROM 1 BY 1 UNTIL A-IDX > TBL-SZ
                   MOVE 'Y' TO ALLERGY-ACTIVE OF CONTENTS(A-IDX)
               END-PERFORM
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           EXIT.

      * High-water marks of the in-memory tables for this run,
      * kept so TABLE-CAPACITY-REPORT can warn before a ceiling is
      * reached.
       RECORD-TABLE-CAPACITY SECTION.
           MOVE 'DISCLOSURE-PACKET' TO TCAP-PROGRAM-ID
           MOVE WS-PARM-RUN-ID TO TCAP-RUN-ID
           MOVE WS-RUN-DATE TO TCAP-RUN-DATE
           MOVE 'SECTION' TO TCAP-TABLE-NAME
           MOVE WS-SECTION-USED TO TCAP-PEAK
           MOVE WS-SECTION-MAX TO TCAP-CEILING
           PERFORM WRITE-TABLE-CAPACITY
           EXIT.

       COPY "suite-error-log-proc.cpy".
       COPY "log-chain-proc.cpy".
       COPY "run-parms-proc.cpy".
       COPY "env-switch-proc.cpy".
       COPY "table-capacity-proc.cpy".
