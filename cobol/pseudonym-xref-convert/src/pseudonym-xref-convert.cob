       IDENTIFICATION DIVISION.
       PROGRAM-ID. PSEUDONYM-XREF-CONVERT.
      * One-off conversion of PSEUDONYM-XREF from the 136-byte record
      * to the 137-byte record carrying the research consent flag.
      * An indexed file cannot change its record length in place, so
      * the cross-reference is unloaded and reloaded:
      *   1. with the suite down, rename the live PSEUDONYM-XREF.DAT
      *      to PSEUDONYM-XREF.DAT.V136 (or point
      *      PSEUDONYM_XREF_CONVERT_INPUT_FILE at it);
      *   2. run this job - it reads the old cross-reference in key
      *      order and loads a new PSEUDONYM-XREF.DAT with the consent
      *      flag blank (consent standing - only RESEARCH-CONSENT-MAINT
      *      sets W);
      *   3. balance the control totals (every record read is loaded
      *      or listed as rejected), then bring the suite up.
      * The .V136 file is left untouched as the backout. The job will
      * not load over a cross-reference that already holds records,
      * so a second run cannot overwrite a converted (or live) one.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-PSEUDONYM-XREF ASSIGN TO DYNAMIC WS-OLD-XRF-DSN
               ORGANIZATION INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-REAL-VALUE
               ALTERNATE RECORD KEY IS OLD-PSEUDONYM
               FILE STATUS IS WS-OLD-XRF-STATUS.
           SELECT PSEUDONYM-XREF ASSIGN TO DYNAMIC WS-XREF-DSN
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XRF-REAL-VALUE
               ALTERNATE RECORD KEY IS XRF-PSEUDONYM
               FILE STATUS IS WS-XREF-STATUS.
           SELECT CONVERT-REPORT-FILE ASSIGN TO
               DYNAMIC WS-CONVERT-RPT-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CONVERT-RPT-STATUS.
      * Standard run-balancing control-total report so ops balances
      * this job the same way every other batch job is balanced.
           SELECT CONTROL-TOTAL-FILE ASSIGN TO
               DYNAMIC WS-CONTROL-TOTAL-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-TOTAL-STATUS.
           COPY "suite-error-log-select.cpy".
           COPY "run-parms-select.cpy".

       DATA DIVISION.
       FILE SECTION.
      * The cross-reference as it stood before the consent flag.
       FD  OLD-PSEUDONYM-XREF
           RECORD CONTAINS 136 CHARACTERS.
       01 OLD-RECORD.
          03 OLD-REAL-VALUE    PIC X(64).
          03 OLD-PSEUDONYM     PIC X(64).
          03 OLD-CREATED-DATE  PIC 9(8).

       FD  PSEUDONYM-XREF
           RECORD CONTAINS 137 CHARACTERS.
       01 XRF-RECORD.
          03 XRF-REAL-VALUE    PIC X(64).
          03 XRF-PSEUDONYM     PIC X(64).
          03 XRF-CREATED-DATE  PIC 9(8).
          03 XRF-CONSENT-FLAG  PIC X.

       FD  CONVERT-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01 CNV-LINE PIC X(132).

       FD  CONTROL-TOTAL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 CTL-LINE PIC X(80).

       COPY "suite-error-log-fd.cpy".
       COPY "run-parms-fd.cpy".

       WORKING-STORAGE SECTION.
       01 WS-OLD-XRF-DSN        PIC X(100)
          VALUE 'PSEUDONYM-XREF.DAT.V136'.
       01 WS-XREF-DSN           PIC X(100) VALUE 'PSEUDONYM-XREF.DAT'.
       01 WS-CONVERT-RPT-DSN    PIC X(100)
          VALUE 'PSEUDONYM-XREF-CONVERT.RPT'.
       01 WS-CONTROL-TOTAL-DSN  PIC X(100)
          VALUE 'PSEUDONYM-XREF-CONVERT-CONTROL-TOTALS.RPT'.
       01 WS-OLD-XRF-STATUS     PIC XX VALUE '00'.
       01 WS-XREF-STATUS        PIC XX VALUE '00'.
       01 WS-CONVERT-RPT-STATUS PIC XX VALUE '00'.
       01 WS-CONTROL-TOTAL-STATUS PIC XX VALUE '00'.
       01 WS-EOF-FLAG           PIC X VALUE 'N'.
       01 WS-CONVERT-ABORTED    PIC X VALUE 'N'.
       01 WS-ABORT-REASON       PIC X(30) VALUE SPACES.

       01 WS-RECORDS-READ       PIC 9(6) VALUE 0.
       01 WS-RECORDS-LOADED     PIC 9(6) VALUE 0.
       01 WS-RECORDS-REJECTED   PIC 9(6) VALUE 0.
       01 WS-CTL-COUNT-TXT      PIC ZZZZZ9.
       01 WS-CTL-LABEL          PIC X(17).

      * A reject is listed by its pseudonym - the report never
      * carries the real value it stands for.
       01 WS-REJECT-DETAIL.
          03 RJD-PSEUDONYM      PIC X(64).
          03 FILLER             PIC X(2) VALUE SPACES.
          03 RJD-CREATED-DATE   PIC X(8).
          03 FILLER             PIC X(2) VALUE SPACES.
          03 RJD-REASON         PIC X(30).

       COPY "suite-error-log-ws.cpy".
       COPY "run-parms-ws.cpy".
       COPY "env-accept-ws.cpy".
       COPY "transaction-header.cpy".
       COPY "return-codes.cpy".
       COPY "env-switch-ws.cpy".

       PROCEDURE DIVISION.
       RUN-PSEUDONYM-XREF-CONVERT SECTION.
           PERFORM READ-RUN-PARMS
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'PSEUDONYM_XREF_CONVERT_INPUT_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-OLD-XRF-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'ROTATIONAL_CIPHER_XREF_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-XREF-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'PSEUDONYM_XREF_CONVERT_REPORT_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-CONVERT-RPT-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'PSEUDONYM_XREF_CONVERT_CONTROL_TOTAL_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-CONTROL-TOTAL-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'SUITE_ERROR_LOG_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-SUITE-ERROR-LOG-DSN
           END-IF
           MOVE WS-OLD-XRF-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-OLD-XRF-DSN
           MOVE WS-XREF-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-XREF-DSN
           MOVE WS-CONVERT-RPT-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-CONVERT-RPT-DSN
           MOVE WS-CONTROL-TOTAL-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-CONTROL-TOTAL-DSN
           SET RC-NORMAL TO TRUE

           OPEN OUTPUT CONVERT-REPORT-FILE
           MOVE WS-PARM-RUN-ID TO TRX-RUN-ID
           MOVE 'XRF-CONV' TO TRX-SOURCE-SYSTEM
           MOVE FUNCTION CURRENT-DATE TO TRX-TIMESTAMP
           MOVE TRX-HEADER TO CNV-LINE
           WRITE CNV-LINE
           MOVE SPACES TO CNV-LINE
           STRING 'PSEUDONYM XREF CONVERSION - ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-OLD-XRF-DSN) DELIMITED BY SIZE
                  ' TO ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-XREF-DSN) DELIMITED BY SIZE
             INTO CNV-LINE
           WRITE CNV-LINE
           MOVE ALL '-' TO CNV-LINE
           WRITE CNV-LINE

           PERFORM CHECK-NEW-XREF-EMPTY
           IF WS-CONVERT-ABORTED = 'N'
               OPEN INPUT OLD-PSEUDONYM-XREF
               IF WS-OLD-XRF-STATUS NOT = '00'
                   MOVE 'XRF-CONVERT' TO SERR-PROGRAM-ID
                   MOVE WS-OLD-XRF-DSN(1:20) TO SERR-KEY-FIELD
                   MOVE 'OLD XREF NOT AVAILABLE' TO SERR-REASON
                   MOVE 'MST001' TO SERR-ERROR-CODE
                   PERFORM WRITE-SUITE-ERROR-LOG
                   MOVE 'OLD XREF NOT AVAILABLE' TO WS-ABORT-REASON
                   MOVE 'Y' TO WS-CONVERT-ABORTED
               END-IF
           END-IF
           IF WS-CONVERT-ABORTED = 'N'
               OPEN OUTPUT PSEUDONYM-XREF
               IF WS-XREF-STATUS NOT = '00'
                   CLOSE OLD-PSEUDONYM-XREF
                   MOVE 'XRF-CONVERT' TO SERR-PROGRAM-ID
                   MOVE WS-XREF-DSN(1:20) TO SERR-KEY-FIELD
                   MOVE 'NEW XREF WILL NOT OPEN' TO SERR-REASON
                   MOVE 'MST001' TO SERR-ERROR-CODE
                   PERFORM WRITE-SUITE-ERROR-LOG
                   MOVE 'NEW XREF WILL NOT OPEN' TO WS-ABORT-REASON
                   MOVE 'Y' TO WS-CONVERT-ABORTED
               END-IF
           END-IF
           IF WS-CONVERT-ABORTED = 'Y'
               MOVE SPACES TO CNV-LINE
               STRING 'CONVERSION NOT RUN - ' DELIMITED BY SIZE
                      WS-ABORT-REASON DELIMITED BY SIZE
                 INTO CNV-LINE
               WRITE CNV-LINE
               CLOSE CONVERT-REPORT-FILE
               SET RC-CRITICAL TO TRUE
               PERFORM WRITE-CONTROL-TOTALS
               MOVE WS-RETURN-CODE TO RETURN-CODE
               GOBACK
           END-IF

           MOVE 'REJECTED RECORDS' TO CNV-LINE
           WRITE CNV-LINE
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ OLD-PSEUDONYM-XREF NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-RECORDS-READ
                       PERFORM CONVERT-ONE-RECORD
               END-READ
           END-PERFORM
           CLOSE OLD-PSEUDONYM-XREF
           CLOSE PSEUDONYM-XREF

           MOVE ALL '-' TO CNV-LINE
           WRITE CNV-LINE
           MOVE WS-RECORDS-READ TO WS-CTL-COUNT-TXT
           MOVE SPACES TO CNV-LINE
           STRING 'RECORDS READ    : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CNV-LINE
           WRITE CNV-LINE
           MOVE WS-RECORDS-LOADED TO WS-CTL-COUNT-TXT
           MOVE SPACES TO CNV-LINE
           STRING 'RECORDS LOADED  : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CNV-LINE
           WRITE CNV-LINE
           MOVE WS-RECORDS-REJECTED TO WS-CTL-COUNT-TXT
           MOVE SPACES TO CNV-LINE
           STRING 'RECORDS REJECTED: ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CNV-LINE
           WRITE CNV-LINE
           CLOSE CONVERT-REPORT-FILE

           MOVE 'XRF-CONVERT' TO SERR-PROGRAM-ID
           MOVE WS-XREF-DSN(1:20) TO SERR-KEY-FIELD
           MOVE 'PSEUDONYM XREF CONVERTED' TO SERR-REASON
           MOVE 'RST001' TO SERR-ERROR-CODE
           PERFORM WRITE-SUITE-ERROR-LOG
           PERFORM WRITE-CONTROL-TOTALS
           IF WS-RECORDS-REJECTED > 0
               SET RC-DATA-EXCEPTION TO TRUE
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

      * A cross-reference that opens and yields a record is already
      * loaded - either converted before or the live 137-byte file -
      * and is never written over.
       CHECK-NEW-XREF-EMPTY SECTION.
           OPEN INPUT PSEUDONYM-XREF
           IF WS-XREF-STATUS NOT = '00'
               GO TO CHECK-NEW-XREF-EMPTY-EXIT
           END-IF
           READ PSEUDONYM-XREF NEXT RECORD
               AT END
                   CONTINUE
               NOT AT END
                   MOVE 'XRF-CONVERT' TO SERR-PROGRAM-ID
                   MOVE WS-XREF-DSN(1:20) TO SERR-KEY-FIELD
                   MOVE 'NEW XREF ALREADY LOADED' TO SERR-REASON
                   MOVE 'CFG001' TO SERR-ERROR-CODE
                   PERFORM WRITE-SUITE-ERROR-LOG
                   MOVE 'NEW XREF ALREADY LOADED' TO WS-ABORT-REASON
                   MOVE 'Y' TO WS-CONVERT-ABORTED
           END-READ
           CLOSE PSEUDONYM-XREF.
       CHECK-NEW-XREF-EMPTY-EXIT.
           EXIT.

      * The record is carried across byte for byte - a pseudonym
      * already shipped must keep resolving to the same resident -
      * with the consent flag blank.
       CONVERT-ONE-RECORD SECTION.
           MOVE SPACES TO XRF-RECORD
           MOVE OLD-RECORD TO XRF-RECORD(1:136)
           WRITE XRF-RECORD
               INVALID KEY
                   MOVE 'RECORD NOT LOADED' TO RJD-REASON
                   PERFORM REJECT-OLD-RECORD
                   GO TO CONVERT-ONE-RECORD-EXIT
           END-WRITE
           ADD 1 TO WS-RECORDS-LOADED.
       CONVERT-ONE-RECORD-EXIT.
           EXIT.

       REJECT-OLD-RECORD SECTION.
           ADD 1 TO WS-RECORDS-REJECTED
           MOVE OLD-PSEUDONYM TO RJD-PSEUDONYM
           MOVE OLD-CREATED-DATE TO RJD-CREATED-DATE
           MOVE WS-REJECT-DETAIL TO CNV-LINE
           WRITE CNV-LINE
           MOVE 'XRF-CONVERT' TO SERR-PROGRAM-ID
           MOVE OLD-PSEUDONYM TO SERR-KEY-FIELD
           MOVE RJD-REASON TO SERR-REASON
           MOVE 'MST002' TO SERR-ERROR-CODE
           PERFORM WRITE-SUITE-ERROR-LOG
           EXIT.

      * Standard run-balancing control-total report: every record
      * read from the old cross-reference is loaded or rejected.
       WRITE-CONTROL-TOTALS SECTION.
           OPEN OUTPUT CONTROL-TOTAL-FILE
           MOVE WS-PARM-RUN-ID TO TRX-RUN-ID
           MOVE 'XRF-CONV' TO TRX-SOURCE-SYSTEM
           MOVE FUNCTION CURRENT-DATE TO TRX-TIMESTAMP
           MOVE TRX-HEADER TO CTL-LINE
           WRITE CTL-LINE
           MOVE 'PSEUDONYM XREF CONVERSION CONTROL TOTALS' TO CTL-LINE
           WRITE CTL-LINE
           MOVE ALL '-' TO CTL-LINE
           WRITE CTL-LINE
           MOVE 'RECORDS READ' TO WS-CTL-LABEL
           MOVE WS-RECORDS-READ TO WS-CTL-COUNT-TXT
           PERFORM WRITE-CONTROL-LINE
           MOVE 'RECORDS LOADED' TO WS-CTL-LABEL
           MOVE WS-RECORDS-LOADED TO WS-CTL-COUNT-TXT
           PERFORM WRITE-CONTROL-LINE
           MOVE 'RECORDS REJECTED' TO WS-CTL-LABEL
           MOVE WS-RECORDS-REJECTED TO WS-CTL-COUNT-TXT
           PERFORM WRITE-CONTROL-LINE
           CLOSE CONTROL-TOTAL-FILE
           EXIT.

       WRITE-CONTROL-LINE SECTION.
           MOVE SPACES TO CTL-LINE
           STRING WS-CTL-LABEL DELIMITED BY SIZE
                  ': ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           EXIT.

       COPY "suite-error-log-proc.cpy".
       COPY "run-parms-proc.cpy".
       COPY "env-switch-proc.cpy".
