       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACRONYM-MASTER-CONVERT.
      * One-off conversion of ACRONYM-MASTER from the 189-byte record
      * to the 197-byte record carrying the incident category. An
      * indexed file cannot change its record length in place, so
      * the master is unloaded and reloaded:
      *   1. with the suite down, rename the live ACRONYM-MASTER.DAT
      *      to ACRONYM-MASTER.DAT.V189 (or point
      *      ACRONYM_MASTER_CONVERT_INPUT_FILE at it);
      *   2. run this job - it reads the old master in key order and
      *      loads a new ACRONYM-MASTER.DAT with the category blank
      *      (uncategorized, as ACRONYM-MAINT's CATEGORY transaction
      *      and the category rollup already treat it);
      *   3. balance the control totals (every record read is loaded
      *      or listed as rejected), then bring the suite up.
      * The generation backups (.G01, .G02 ...) were cut at 189 bytes
      * too, and MASTER-RESTORE and BACKUP-VERIFY read them at 197.
      * Each is converted the same way, one run per generation:
      * rename it to .Gnn.V189, point the input file at that and
      * ACRONYM_MASTER_FILE at the .Gnn name, and balance the run
      * before the next. A generation not yet converted is refused
      * by MASTER-RESTORE and reported OLD FORMAT by BACKUP-VERIFY.
      * The .V189 files are left untouched as the backout. The job
      * will not load over a master that already holds records, so a
      * second run cannot overwrite a converted (or live) master.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-ACRONYM-MASTER ASSIGN TO DYNAMIC WS-OLD-MST-DSN
               ORGANIZATION INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-PHRASE
               ALTERNATE RECORD KEY IS OLD-ACRONYM WITH DUPLICATES
               ALTERNATE RECORD KEY IS OLD-NORM-PHRASE WITH DUPLICATES
               FILE STATUS IS WS-OLD-MST-STATUS.
           SELECT ACRONYM-MASTER ASSIGN TO DYNAMIC WS-ACRONYM-MST-DSN
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-PHRASE
               ALTERNATE RECORD KEY IS MST-ACRONYM WITH DUPLICATES
               ALTERNATE RECORD KEY IS MST-NORM-PHRASE WITH DUPLICATES
               FILE STATUS IS WS-ACRONYM-MST-STATUS.
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
      * The master as it stood before the category was added.
       FD  OLD-ACRONYM-MASTER
           RECORD CONTAINS 189 CHARACTERS.
       01 OLD-RECORD.
          03 OLD-PHRASE        PIC X(80).
          03 OLD-ACRONYM       PIC X(20).
          03 OLD-ISSUED-DATE   PIC 9(8).
          03 OLD-NORM-PHRASE   PIC X(80).
          03 OLD-STATUS        PIC X.

       FD  ACRONYM-MASTER
           RECORD CONTAINS 197 CHARACTERS.
       01 MST-RECORD.
          03 MST-PHRASE        PIC X(80).
          03 MST-ACRONYM       PIC X(20).
          03 MST-ISSUED-DATE   PIC 9(8).
          03 MST-NORM-PHRASE   PIC X(80).
          03 MST-STATUS        PIC X.
          03 MST-CATEGORY      PIC X(8).

       FD  CONVERT-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01 CNV-LINE PIC X(132).

       FD  CONTROL-TOTAL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 CTL-LINE PIC X(80).

       COPY "suite-error-log-fd.cpy".
       COPY "run-parms-fd.cpy".

       WORKING-STORAGE SECTION.
       01 WS-OLD-MST-DSN        PIC X(100)
          VALUE 'ACRONYM-MASTER.DAT.V189'.
       01 WS-ACRONYM-MST-DSN    PIC X(100) VALUE 'ACRONYM-MASTER.DAT'.
       01 WS-CONVERT-RPT-DSN    PIC X(100)
          VALUE 'ACRONYM-MASTER-CONVERT.RPT'.
       01 WS-CONTROL-TOTAL-DSN  PIC X(100)
          VALUE 'ACRONYM-MASTER-CONVERT-CONTROL-TOTALS.RPT'.
       01 WS-OLD-MST-STATUS     PIC XX VALUE '00'.
       01 WS-ACRONYM-MST-STATUS PIC XX VALUE '00'.
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

       01 WS-REJECT-DETAIL.
          03 RJD-ACRONYM        PIC X(20).
          03 FILLER             PIC X(2) VALUE SPACES.
          03 RJD-PHRASE         PIC X(60).
          03 FILLER             PIC X(2) VALUE SPACES.
          03 RJD-STATUS         PIC X.
          03 FILLER             PIC X(2) VALUE SPACES.
          03 RJD-REASON         PIC X(30).

       COPY "suite-error-log-ws.cpy".
       COPY "run-parms-ws.cpy".
       COPY "env-accept-ws.cpy".
       COPY "transaction-header.cpy".
       COPY "return-codes.cpy".
       COPY "env-switch-ws.cpy".

       PROCEDURE DIVISION.
       RUN-ACRONYM-MASTER-CONVERT SECTION.
           PERFORM READ-RUN-PARMS
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'ACRONYM_MASTER_CONVERT_INPUT_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-OLD-MST-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'ACRONYM_MASTER_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-ACRONYM-MST-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'ACRONYM_MASTER_CONVERT_REPORT_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-CONVERT-RPT-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'ACRONYM_MASTER_CONVERT_CONTROL_TOTAL_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-CONTROL-TOTAL-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'SUITE_ERROR_LOG_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-SUITE-ERROR-LOG-DSN
           END-IF
           MOVE WS-OLD-MST-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-OLD-MST-DSN
           MOVE WS-ACRONYM-MST-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-ACRONYM-MST-DSN
           MOVE WS-CONVERT-RPT-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-CONVERT-RPT-DSN
           MOVE WS-CONTROL-TOTAL-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-CONTROL-TOTAL-DSN
           SET RC-NORMAL TO TRUE

           OPEN OUTPUT CONVERT-REPORT-FILE
           MOVE WS-PARM-RUN-ID TO TRX-RUN-ID
           MOVE 'ACR-CONV' TO TRX-SOURCE-SYSTEM
           MOVE FUNCTION CURRENT-DATE TO TRX-TIMESTAMP
           MOVE TRX-HEADER TO CNV-LINE
           WRITE CNV-LINE
           MOVE SPACES TO CNV-LINE
           STRING 'ACRONYM MASTER CONVERSION - ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-OLD-MST-DSN) DELIMITED BY SIZE
                  ' TO ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ACRONYM-MST-DSN) DELIMITED BY SIZE
             INTO CNV-LINE
           WRITE CNV-LINE
           MOVE ALL '-' TO CNV-LINE
           WRITE CNV-LINE

           PERFORM CHECK-NEW-MASTER-EMPTY
           IF WS-CONVERT-ABORTED = 'N'
               OPEN INPUT OLD-ACRONYM-MASTER
               IF WS-OLD-MST-STATUS NOT = '00'
                   MOVE 'ACR-CONVERT' TO SERR-PROGRAM-ID
                   MOVE WS-OLD-MST-DSN(1:20) TO SERR-KEY-FIELD
                   MOVE 'OLD MASTER NOT AVAILABLE' TO SERR-REASON
                   MOVE 'MST001' TO SERR-ERROR-CODE
                   PERFORM WRITE-SUITE-ERROR-LOG
                   MOVE 'OLD MASTER NOT AVAILABLE' TO WS-ABORT-REASON
                   MOVE 'Y' TO WS-CONVERT-ABORTED
               END-IF
           END-IF
           IF WS-CONVERT-ABORTED = 'N'
               OPEN OUTPUT ACRONYM-MASTER
               IF WS-ACRONYM-MST-STATUS NOT = '00'
                   CLOSE OLD-ACRONYM-MASTER
                   MOVE 'ACR-CONVERT' TO SERR-PROGRAM-ID
                   MOVE WS-ACRONYM-MST-DSN(1:20) TO SERR-KEY-FIELD
                   MOVE 'NEW MASTER WILL NOT OPEN' TO SERR-REASON
                   MOVE 'MST001' TO SERR-ERROR-CODE
                   PERFORM WRITE-SUITE-ERROR-LOG
                   MOVE 'NEW MASTER WILL NOT OPEN' TO WS-ABORT-REASON
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
               READ OLD-ACRONYM-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-RECORDS-READ
                       PERFORM CONVERT-ONE-RECORD
               END-READ
           END-PERFORM
           CLOSE OLD-ACRONYM-MASTER
           CLOSE ACRONYM-MASTER

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

           MOVE 'ACR-CONVERT' TO SERR-PROGRAM-ID
           MOVE WS-ACRONYM-MST-DSN(1:20) TO SERR-KEY-FIELD
           MOVE 'ACRONYM MASTER CONVERTED' TO SERR-REASON
           MOVE 'RST001' TO SERR-ERROR-CODE
           PERFORM WRITE-SUITE-ERROR-LOG
           PERFORM WRITE-CONTROL-TOTALS
           IF WS-RECORDS-REJECTED > 0
               SET RC-DATA-EXCEPTION TO TRUE
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

      * A master that opens and yields a record is already loaded -
      * either converted before or the live 197-byte master - and is
      * never written over.
       CHECK-NEW-MASTER-EMPTY SECTION.
           OPEN INPUT ACRONYM-MASTER
           IF WS-ACRONYM-MST-STATUS NOT = '00'
               GO TO CHECK-NEW-MASTER-EMPTY-EXIT
           END-IF
           READ ACRONYM-MASTER NEXT RECORD
               AT END
                   CONTINUE
               NOT AT END
                   MOVE 'ACR-CONVERT' TO SERR-PROGRAM-ID
                   MOVE WS-ACRONYM-MST-DSN(1:20) TO SERR-KEY-FIELD
                   MOVE 'NEW MASTER ALREADY LOADED' TO SERR-REASON
                   MOVE 'CFG001' TO SERR-ERROR-CODE
                   PERFORM WRITE-SUITE-ERROR-LOG
                   MOVE 'NEW MASTER ALREADY LOADED' TO WS-ABORT-REASON
                   MOVE 'Y' TO WS-CONVERT-ABORTED
           END-READ
           CLOSE ACRONYM-MASTER.
       CHECK-NEW-MASTER-EMPTY-EXIT.
           EXIT.

      * The record is carried across byte for byte - retired codes
      * included, so a retired code is never reissued - with the
      * category blank.
       CONVERT-ONE-RECORD SECTION.
           MOVE SPACES TO MST-RECORD
           MOVE OLD-RECORD TO MST-RECORD(1:189)
           WRITE MST-RECORD
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
           MOVE OLD-ACRONYM TO RJD-ACRONYM
           MOVE OLD-PHRASE TO RJD-PHRASE
           MOVE OLD-STATUS TO RJD-STATUS
           MOVE WS-REJECT-DETAIL TO CNV-LINE
           WRITE CNV-LINE
           MOVE 'ACR-CONVERT' TO SERR-PROGRAM-ID
           MOVE OLD-ACRONYM TO SERR-KEY-FIELD
           MOVE RJD-REASON TO SERR-REASON
           MOVE 'MST002' TO SERR-ERROR-CODE
           PERFORM WRITE-SUITE-ERROR-LOG
           EXIT.

      * Standard run-balancing control-total report: every record
      * read from the old master is loaded or rejected.
       WRITE-CONTROL-TOTALS SECTION.
           OPEN OUTPUT CONTROL-TOTAL-FILE
           MOVE WS-PARM-RUN-ID TO TRX-RUN-ID
           MOVE 'ACR-CONV' TO TRX-SOURCE-SYSTEM
           MOVE FUNCTION CURRENT-DATE TO TRX-TIMESTAMP
           MOVE TRX-HEADER TO CTL-LINE
           WRITE CTL-LINE
           MOVE 'ACRONYM MASTER CONVERSION CONTROL TOTALS' TO CTL-LINE
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
