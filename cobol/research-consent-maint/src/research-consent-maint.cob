       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESEARCH-CONSENT-MAINT.
      * Line-mode maintenance console for the research consent
      * registry - one record per resident saying whether their data
      * may go to the research partner, from when, and who recorded
      * it. The de-identification pass in ROTATIONAL-CIPHER drops
      * every extract record whose resident has no consent in force
      * on the run date, so this file is the only way a resident's
      * data reaches the partner at all. Same ACCEPT/DISPLAY pattern
      * as the other consoles, with the operator ID taken up front
      * the way PSEUDONYM-INQUIRY does it - it goes on every record
      * changed. A consent decision is a privacy-office record, not
      * a control table, so it saves straight to the registry rather
      * than through staging. Withdrawing consent also retires the
      * resident's pseudonym on PSEUDONYM-XREF, so if they ever
      * consent again the next extract issues them a new one instead
      * of linking them back to their old research records.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONSENT-FILE ASSIGN TO DYNAMIC WS-CONSENT-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CONSENT-STATUS.
           SELECT PSEUDONYM-XREF ASSIGN TO DYNAMIC WS-XREF-DSN
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XRF-REAL-VALUE
               ALTERNATE RECORD KEY IS XRF-PSEUDONYM
               FILE STATUS IS WS-XREF-STATUS.
           COPY "table-capacity-select.cpy".
           COPY "operator-authority-select.cpy".
           COPY "log-chain-select.cpy".

       DATA DIVISION.
       FILE SECTION.
      * CNS-STATUS: G consent given, D declined, W withdrawn. A
      * withdrawn record keeps its original effective date; consent
      * stays in force up to (not including) the withdrawn date.
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

       FD  PSEUDONYM-XREF
           RECORD CONTAINS 137 CHARACTERS.
       01 XRF-RECORD.
          03 XRF-REAL-VALUE    PIC X(64).
          03 XRF-PSEUDONYM     PIC X(64).
          03 XRF-CREATED-DATE  PIC 9(8).
          03 XRF-CONSENT-FLAG  PIC X.

       COPY "table-capacity-fd.cpy".
       COPY "operator-authority-fd.cpy".
       COPY "log-chain-fd.cpy".

       WORKING-STORAGE SECTION.
       01 WS-CONSENT-DSN        PIC X(100)
          VALUE 'RESEARCH-CONSENT.DAT'.
       01 WS-CONSENT-STATUS     PIC XX VALUE '00'.
       01 WS-XREF-DSN           PIC X(100) VALUE 'PSEUDONYM-XREF.DAT'.
       01 WS-XREF-STATUS        PIC XX VALUE '00'.
       01 WS-EOF-FLAG           PIC X VALUE 'N'.

       01 WS-CONSENT-MAX        PIC 9(4) VALUE 2000.
       01 WS-CONSENT-COUNT      PIC 9(4) VALUE 0.
       01 WS-CONSENT-TABLE.
          03 WS-CONSENT-ENTRY OCCURS 2000 TIMES INDEXED BY CN-IDX.
             05 CNS-T-PATIENT-ID     PIC X(10).
             05 CNS-T-STATUS         PIC X.
             05 CNS-T-EFF-DATE       PIC 9(8).
             05 CNS-T-WITHDRAWN-DATE PIC 9(8).
             05 CNS-T-RECORDED-BY    PIC X(8).
             05 CNS-T-RETIRE-XREF    PIC X.

       01 WS-CHOICE             PIC X.
       01 WS-DONE               PIC X VALUE 'N'.
       01 WS-OPERATOR-ID        PIC X(8) VALUE SPACES.
       01 WS-SEL-PATIENT        PIC X(10).
       01 WS-SEL-DATE-TXT       PIC X(8).
       01 WS-SEL-DATE           PIC 9(8) VALUE 0.
       01 WS-TODAY              PIC 9(8) VALUE 0.
       01 WS-FOUND              PIC X.
       01 WS-RETIRED-COUNT      PIC 9(4) VALUE 0.
       01 WS-DISPLAY-LINE.
          03 DSP-PATIENT-ID     PIC X(10).
          03 FILLER             PIC X(2) VALUE SPACES.
          03 DSP-STATUS         PIC X.
          03 FILLER             PIC X(2) VALUE SPACES.
          03 DSP-EFF-DATE       PIC X(8).
          03 FILLER             PIC X(2) VALUE SPACES.
          03 DSP-WITHDRAWN-DATE PIC X(8).
          03 FILLER             PIC X(2) VALUE SPACES.
          03 DSP-RECORDED-BY    PIC X(8).

       COPY "env-accept-ws.cpy".
       COPY "table-capacity-ws.cpy".
       COPY "operator-authority-ws.cpy".
       COPY "log-chain-ws.cpy".

       PROCEDURE DIVISION.
       RUN-RESEARCH-CONSENT-MAINT SECTION.
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'RESEARCH_CONSENT_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-CONSENT-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'ROTATIONAL_CIPHER_XREF_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-XREF-DSN
           END-IF
           ACCEPT WS-TODAY FROM DATE YYYYMMDD

           MOVE 'CONSENT' TO WS-OPA-CONSOLE
           PERFORM SIGN-ON-OPERATOR
           IF WS-OPA-SIGNED-ON NOT = 'Y'
               GOBACK
           END-IF
           MOVE WS-OPA-OPERATOR-ID TO WS-OPERATOR-ID

           PERFORM LOAD-CONSENT-TABLE
           PERFORM UNTIL WS-DONE = 'Y'
               PERFORM DISPLAY-MENU
               ACCEPT WS-CHOICE FROM CONSOLE
               EVALUATE WS-CHOICE
                   WHEN 'L'
                       MOVE 'V' TO WS-OPA-FUNCTION
                       MOVE 'LIST CONSENTS' TO WS-OPA-DETAIL
                       PERFORM CHECK-OPERATOR-RIGHT
                       IF WS-OPA-ALLOWED = 'Y'
                           PERFORM LIST-ENTRIES
                       END-IF
                   WHEN 'G'
                       MOVE 'A' TO WS-OPA-FUNCTION
                       MOVE 'RECORD CONSENT GIVEN' TO WS-OPA-DETAIL
                       PERFORM CHECK-OPERATOR-RIGHT
                       IF WS-OPA-ALLOWED = 'Y'
                           PERFORM RECORD-CONSENT-GIVEN
                       END-IF
                   WHEN 'D'
                       MOVE 'A' TO WS-OPA-FUNCTION
                       MOVE 'RECORD CONSENT DECLINED' TO WS-OPA-DETAIL
                       PERFORM CHECK-OPERATOR-RIGHT
                       IF WS-OPA-ALLOWED = 'Y'
                           PERFORM RECORD-CONSENT-DECLINED
                       END-IF
                   WHEN 'W'
                       MOVE 'D' TO WS-OPA-FUNCTION
                       MOVE 'RECORD CONSENT WITHDRAWN' TO WS-OPA-DETAIL
                       PERFORM CHECK-OPERATOR-RIGHT
                       IF WS-OPA-ALLOWED = 'Y'
                           PERFORM RECORD-CONSENT-WITHDRAWN
                       END-IF
                   WHEN 'S'
                       PERFORM SAVE-CONSENT-TABLE
                       PERFORM RETIRE-WITHDRAWN-PSEUDONYMS
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
           DISPLAY 'RESEARCH CONSENT REGISTRY MAINTENANCE'
           DISPLAY 'L) LIST   G) CONSENT GIVEN   D) CONSENT DECLINED'
           DISPLAY 'W) CONSENT WITHDRAWN   S) SAVE AND EXIT'
           DISPLAY 'CHOICE: '
           EXIT.

       LOAD-CONSENT-TABLE SECTION.
           MOVE 0 TO WS-CONSENT-COUNT
           OPEN INPUT CONSENT-FILE
           IF WS-CONSENT-STATUS = '00'
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ CONSENT-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           IF WS-CONSENT-COUNT < WS-CONSENT-MAX
                               ADD 1 TO WS-CONSENT-COUNT
                               SET CN-IDX TO WS-CONSENT-COUNT
                               MOVE CNS-PATIENT-ID
                                 TO CNS-T-PATIENT-ID(CN-IDX)
                               MOVE CNS-STATUS TO CNS-T-STATUS(CN-IDX)
                               MOVE CNS-EFF-DATE
                                 TO CNS-T-EFF-DATE(CN-IDX)
                               MOVE CNS-WITHDRAWN-DATE
                                 TO CNS-T-WITHDRAWN-DATE(CN-IDX)
                               MOVE CNS-RECORDED-BY
                                 TO CNS-T-RECORDED-BY(CN-IDX)
                               MOVE 'N' TO CNS-T-RETIRE-XREF(CN-IDX)
                           ELSE
                               DISPLAY 'REGISTRY OVER 2000 ENTRIES - '
                                  'REMAINDER NOT LOADED'
                               MOVE 'Y' TO WS-EOF-FLAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONSENT-FILE
           END-IF
           EXIT.

       LIST-ENTRIES SECTION.
           DISPLAY 'PATIENT ID: (BLANK FOR ALL) '
           ACCEPT WS-SEL-PATIENT FROM CONSOLE
           DISPLAY 'PATIENT ID  S  EFFECTIV  WITHDRWN  RECORDED'
           PERFORM VARYING CN-IDX FROM 1 BY 1
                   UNTIL CN-IDX > WS-CONSENT-COUNT
               IF WS-SEL-PATIENT = SPACES
                   OR CNS-T-PATIENT-ID(CN-IDX) = WS-SEL-PATIENT
                   MOVE CNS-T-PATIENT-ID(CN-IDX) TO DSP-PATIENT-ID
                   MOVE CNS-T-STATUS(CN-IDX) TO DSP-STATUS
                   MOVE CNS-T-EFF-DATE(CN-IDX) TO DSP-EFF-DATE
                   MOVE CNS-T-WITHDRAWN-DATE(CN-IDX)
                     TO DSP-WITHDRAWN-DATE
                   MOVE CNS-T-RECORDED-BY(CN-IDX) TO DSP-RECORDED-BY
                   DISPLAY WS-DISPLAY-LINE
               END-IF
           END-PERFORM
           EXIT.

      * Asks for the resident and the date the decision takes
      * effect; a blank date means today. Leaves CN-IDX on the
      * resident's entry when WS-FOUND is Y.
       ACCEPT-PATIENT-AND-DATE SECTION.
           DISPLAY 'PATIENT ID: '
           ACCEPT WS-SEL-PATIENT FROM CONSOLE
           DISPLAY 'EFFECTIVE DATE YYYYMMDD (BLANK FOR TODAY): '
           ACCEPT WS-SEL-DATE-TXT FROM CONSOLE
           IF WS-SEL-DATE-TXT = SPACES
               MOVE WS-TODAY TO WS-SEL-DATE
           ELSE
               IF WS-SEL-DATE-TXT IS NUMERIC
                   MOVE WS-SEL-DATE-TXT TO WS-SEL-DATE
               ELSE
                   MOVE 0 TO WS-SEL-DATE
               END-IF
           END-IF
           MOVE 'N' TO WS-FOUND
           SET CN-IDX TO 1
           SEARCH WS-CONSENT-ENTRY VARYING CN-IDX
               AT END
                   CONTINUE
               WHEN CN-IDX <= WS-CONSENT-COUNT
                   AND CNS-T-PATIENT-ID(CN-IDX) = WS-SEL-PATIENT
                   MOVE 'Y' TO WS-FOUND
           END-SEARCH
           EXIT.

      * A resident's entry is created on first use; the caller has
      * already checked there is room.
       ADD-CONSENT-ENTRY SECTION.
           ADD 1 TO WS-CONSENT-COUNT
           SET CN-IDX TO WS-CONSENT-COUNT
           MOVE WS-SEL-PATIENT TO CNS-T-PATIENT-ID(CN-IDX)
           MOVE 0 TO CNS-T-WITHDRAWN-DATE(CN-IDX)
           MOVE 'N' TO CNS-T-RETIRE-XREF(CN-IDX)
           MOVE 'Y' TO WS-FOUND
           EXIT.

       RECORD-CONSENT-GIVEN SECTION.
           PERFORM ACCEPT-PATIENT-AND-DATE
           IF WS-SEL-PATIENT = SPACES OR WS-SEL-DATE = 0
               DISPLAY 'PATIENT ID AND VALID DATE REQUIRED'
               GO TO RECORD-CONSENT-GIVEN-EXIT
           END-IF
           IF WS-FOUND = 'N'
               IF WS-CONSENT-COUNT >= WS-CONSENT-MAX
                   DISPLAY 'REGISTRY IS FULL - NOT RECORDED'
                   GO TO RECORD-CONSENT-GIVEN-EXIT
               END-IF
               PERFORM ADD-CONSENT-ENTRY
           END-IF
           MOVE 'G' TO CNS-T-STATUS(CN-IDX)
           MOVE WS-SEL-DATE TO CNS-T-EFF-DATE(CN-IDX)
           MOVE 0 TO CNS-T-WITHDRAWN-DATE(CN-IDX)
           MOVE 'N' TO CNS-T-RETIRE-XREF(CN-IDX)
           MOVE WS-OPERATOR-ID TO CNS-T-RECORDED-BY(CN-IDX)
           DISPLAY 'CONSENT RECORDED'.
       RECORD-CONSENT-GIVEN-EXIT.
           EXIT.

       RECORD-CONSENT-DECLINED SECTION.
           PERFORM ACCEPT-PATIENT-AND-DATE
           IF WS-SEL-PATIENT = SPACES OR WS-SEL-DATE = 0
               DISPLAY 'PATIENT ID AND VALID DATE REQUIRED'
               GO TO RECORD-CONSENT-DECLINED-EXIT
           END-IF
           IF WS-FOUND = 'Y'
               AND CNS-T-STATUS(CN-IDX) = 'G'
               DISPLAY 'CONSENT IS ON FILE - RECORD A WITHDRAWAL'
               GO TO RECORD-CONSENT-DECLINED-EXIT
           END-IF
           IF WS-FOUND = 'N'
               IF WS-CONSENT-COUNT >= WS-CONSENT-MAX
                   DISPLAY 'REGISTRY IS FULL - NOT RECORDED'
                   GO TO RECORD-CONSENT-DECLINED-EXIT
               END-IF
               PERFORM ADD-CONSENT-ENTRY
           END-IF
           MOVE 'D' TO CNS-T-STATUS(CN-IDX)
           MOVE WS-SEL-DATE TO CNS-T-EFF-DATE(CN-IDX)
           MOVE 0 TO CNS-T-WITHDRAWN-DATE(CN-IDX)
           MOVE WS-OPERATOR-ID TO CNS-T-RECORDED-BY(CN-IDX)
           DISPLAY 'DECLINE RECORDED'.
       RECORD-CONSENT-DECLINED-EXIT.
           EXIT.

      * Only consent actually given can be withdrawn. The original
      * effective date stays, so the registry still shows the window
      * the resident's data was shared in. The pseudonym is retired
      * on save, so a withdrawal is recorded on or after the day it
      * takes effect, never ahead of it.
       RECORD-CONSENT-WITHDRAWN SECTION.
           PERFORM ACCEPT-PATIENT-AND-DATE
           IF WS-SEL-PATIENT = SPACES OR WS-SEL-DATE = 0
               DISPLAY 'PATIENT ID AND VALID DATE REQUIRED'
               GO TO RECORD-CONSENT-WITHDRAWN-EXIT
           END-IF
           IF WS-SEL-DATE > WS-TODAY
               DISPLAY 'WITHDRAWAL CANNOT BE DATED AFTER TODAY - '
                  'RECORD IT ON THE DAY'
               GO TO RECORD-CONSENT-WITHDRAWN-EXIT
           END-IF
           IF WS-FOUND = 'N'
               DISPLAY 'NO CONSENT ON FILE TO WITHDRAW'
               GO TO RECORD-CONSENT-WITHDRAWN-EXIT
           END-IF
           IF CNS-T-STATUS(CN-IDX) NOT = 'G'
               DISPLAY 'CONSENT NOT IN GIVEN STATUS - NOTHING TO '
                  'WITHDRAW'
               GO TO RECORD-CONSENT-WITHDRAWN-EXIT
           END-IF
           MOVE 'W' TO CNS-T-STATUS(CN-IDX)
           MOVE WS-SEL-DATE TO CNS-T-WITHDRAWN-DATE(CN-IDX)
           MOVE WS-OPERATOR-ID TO CNS-T-RECORDED-BY(CN-IDX)
           MOVE 'Y' TO CNS-T-RETIRE-XREF(CN-IDX)
           DISPLAY 'WITHDRAWAL RECORDED - PSEUDONYM RETIRED ON SAVE'.
       RECORD-CONSENT-WITHDRAWN-EXIT.
           EXIT.

       SAVE-CONSENT-TABLE SECTION.
           OPEN OUTPUT CONSENT-FILE
           PERFORM VARYING CN-IDX FROM 1 BY 1
                   UNTIL CN-IDX > WS-CONSENT-COUNT
               MOVE SPACES TO CNS-RECORD
               MOVE CNS-T-PATIENT-ID(CN-IDX) TO CNS-PATIENT-ID
               MOVE CNS-T-STATUS(CN-IDX) TO CNS-STATUS
               MOVE CNS-T-EFF-DATE(CN-IDX) TO CNS-EFF-DATE
               MOVE CNS-T-WITHDRAWN-DATE(CN-IDX) TO CNS-WITHDRAWN-DATE
               MOVE CNS-T-RECORDED-BY(CN-IDX) TO CNS-RECORDED-BY
               WRITE CNS-RECORD
           END-PERFORM
           CLOSE CONSENT-FILE
           DISPLAY 'CONSENT REGISTRY SAVED'
           EXIT.

      * Each withdrawal recorded this session flags the resident's
      * cross-reference entry. The pseudonym stays on file for
      * re-identification of what was already shipped, but the
      * masking pass will never issue it again.
       RETIRE-WITHDRAWN-PSEUDONYMS SECTION.
           MOVE 0 TO WS-RETIRED-COUNT
           OPEN I-O PSEUDONYM-XREF
           IF WS-XREF-STATUS NOT = '00'
               DISPLAY 'CROSS-REFERENCE NOT AVAILABLE - STATUS '
                       WS-XREF-STATUS
               GO TO RETIRE-WITHDRAWN-PSEUDONYMS-EXIT
           END-IF
           PERFORM VARYING CN-IDX FROM 1 BY 1
                   UNTIL CN-IDX > WS-CONSENT-COUNT
               IF CNS-T-RETIRE-XREF(CN-IDX) = 'Y'
                   PERFORM RETIRE-ONE-PSEUDONYM
               END-IF
           END-PERFORM
           CLOSE PSEUDONYM-XREF
           DISPLAY 'PSEUDONYMS RETIRED: ' WS-RETIRED-COUNT.
       RETIRE-WITHDRAWN-PSEUDONYMS-EXIT.
           EXIT.

       RETIRE-ONE-PSEUDONYM SECTION.
           MOVE SPACES TO XRF-REAL-VALUE
           MOVE CNS-T-PATIENT-ID(CN-IDX) TO XRF-REAL-VALUE
           READ PSEUDONYM-XREF
               KEY IS XRF-REAL-VALUE
               INVALID KEY
                   GO TO RETIRE-ONE-PSEUDONYM-EXIT
           END-READ
           MOVE 'W' TO XRF-CONSENT-FLAG
           REWRITE XRF-RECORD
               INVALID KEY
                   DISPLAY 'RETIRE FAILED FOR '
                           CNS-T-PATIENT-ID(CN-IDX)
               NOT INVALID KEY
                   ADD 1 TO WS-RETIRED-COUNT
           END-REWRITE.
       RETIRE-ONE-PSEUDONYM-EXIT.
           EXIT.

      * High-water marks of the in-memory tables for this run,
      * kept so TABLE-CAPACITY-REPORT can warn before a ceiling is
      * reached.
       RECORD-TABLE-CAPACITY SECTION.
           MOVE 'RESEARCH-CONSENT-MAINT' TO TCAP-PROGRAM-ID
           MOVE SPACES TO TCAP-RUN-ID
           MOVE 0 TO TCAP-RUN-DATE
           MOVE 'CONSENT' TO TCAP-TABLE-NAME
           MOVE WS-CONSENT-COUNT TO TCAP-PEAK
           MOVE WS-CONSENT-MAX TO TCAP-CEILING
           PERFORM WRITE-TABLE-CAPACITY
           EXIT.

       COPY "table-capacity-proc.cpy".
       COPY "operator-authority-proc.cpy".
       COPY "log-chain-proc.cpy".
