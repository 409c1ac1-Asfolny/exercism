       IDENTIFICATION DIVISION.
       PROGRAM-ID. PATIENT-MASTER-CONVERT.
      * One-off conversion of PATIENT-MASTER from the 45-byte record
      * (ID, name, allergy score) to the 60-byte record carrying
      * nursing unit, room and bed. An indexed file cannot change its
      * record length in place, so the master is unloaded and
      * reloaded:
      *   1. with the suite down, rename the live PATIENT-MASTER.DAT
      *      to PATIENT-MASTER.DAT.V45 (or point
      *      PATIENT_MASTER_CONVERT_INPUT_FILE at it);
      *   2. run this job - it reads the old master in key order and
      *      loads a new PATIENT-MASTER.DAT with the location blank;
      *   3. balance the control totals (every record read is loaded
      *      or listed as rejected), then bring the suite up. The
      *      first ADMISSIONS.DAT carrying a placement fills in each
      *      resident's unit, room and bed.
      * The generation backups (.G01, .G02 ...) were cut at 45 bytes
      * too, and MASTER-RESTORE and BACKUP-VERIFY read them at 60.
      * Each is converted the same way, one run per generation:
      * rename it to .Gnn.V45, point the input file at that and
      * ALLERGIES_PATIENT_MASTER_FILE at the .Gnn name, and balance
      * the run before the next. A generation not yet converted is
      * refused by MASTER-RESTORE and reported OLD FORMAT by
      * BACKUP-VERIFY.
      * The .V45 files are left untouched as the backout. The job will
      * not load over a master that already holds records, so a
      * second run cannot overwrite a converted (or live) master.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-PATIENT-MASTER ASSIGN TO DYNAMIC WS-OLD-MST-DSN
               ORGANIZATION INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-PATIENT-ID
               FILE STATUS IS WS-OLD-MST-STATUS.
           SELECT PATIENT-MASTER ASSIGN TO DYNAMIC WS-PATIENT-MST-DSN
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAT-PATIENT-ID
               FILE STATUS IS WS-PATIENT-MST-STATUS.
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
      * The master as it stood before unit, room and bed were added.
       FD  OLD-PATIENT-MASTER
           RECORD CONTAINS 45 CHARACTERS.
       01 OLD-RECORD.
          03 OLD-PATIENT-ID     PIC X(10).
          03 OLD-PATIENT-NAME   PIC X(30).
          03 OLD-ALLERGY-SCORE  PIC 9(5).

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
          VALUE 'PATIENT-MASTER.DAT.V45'.
       01 WS-PATIENT-MST-DSN    PIC X(100) VALUE 'PATIENT-MASTER.DAT'.
       01 WS-CONVERT-RPT-DSN    PIC X(100)
          VALUE 'PATIENT-MASTER-CONVERT.RPT'.
       01 WS-CONTROL-TOTAL-DSN  PIC X(100)
          VALUE 'PATIENT-MASTER-CONVERT-CONTROL-TOTALS.RPT'.
       01 WS-OLD-MST-STATUS     PIC XX VALUE '00'.
       01 WS-PATIENT-MST-STATUS PIC XX VALUE '00'.
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
          03 RJD-PATIENT-ID     PIC X(10).
          03 FILLER             PIC X(2) VALUE SPACES.
          03 RJD-PATIENT-NAME   PIC X(30).
          03 FILLER             PIC X(2) VALUE SPACES.
          03 RJD-SCORE          PIC X(5).
          03 FILLER             PIC X(2) VALUE SPACES.
          03 RJD-REASON         PIC X(30).

       COPY "suite-error-log-ws.cpy".
       COPY "run-parms-ws.cpy".
       COPY "env-accept-ws.cpy".
       COPY "transaction-header.cpy".
       COPY "return-codes.cpy".
       COPY "env-switch-ws.cpy".

       PROCEDURE DIVISION.
       RUN-PATIENT-MASTER-CONVERT SECTION.
           PERFORM READ-RUN-PARMS
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'PATIENT_MASTER_CONVERT_INPUT_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-OLD-MST-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'ALLERGIES_PATIENT_MASTER_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-PATIENT-MST-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'PATIENT_MASTER_CONVERT_REPORT_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-CONVERT-RPT-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'PATIENT_MASTER_CONVERT_CONTROL_TOTAL_FILE'
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
           MOVE WS-PATIENT-MST-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-PATIENT-MST-DSN
           MOVE WS-CONVERT-RPT-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-CONVERT-RPT-DSN
           MOVE WS-CONTROL-TOTAL-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-CONTROL-TOTAL-DSN
           SET RC-NORMAL TO TRUE

           OPEN OUTPUT CONVERT-REPORT-FILE
           MOVE WS-PARM-RUN-ID TO TRX-RUN-ID
           MOVE 'PAT-CONV' TO TRX-SOURCE-SYSTEM
           MOVE FUNCTION CURRENT-DATE TO TRX-TIMESTAMP
           MOVE TRX-HEADER TO CNV-LINE
           WRITE CNV-LINE
           MOVE SPACES TO CNV-LINE
           STRING 'PATIENT MASTER CONVERSION - ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-OLD-MST-DSN) DELIMITED BY SIZE
                  ' TO ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PATIENT-MST-DSN) DELIMITED BY SIZE
             INTO CNV-LINE
           WRITE CNV-LINE
           MOVE ALL '-' TO CNV-LINE
           WRITE CNV-LINE

           PERFORM CHECK-NEW-MASTER-EMPTY
           IF WS-CONVERT-ABORTED = 'N'
               OPEN INPUT OLD-PATIENT-MASTER
               IF WS-OLD-MST-STATUS NOT = '00'
                   MOVE 'PAT-CONVERT' TO SERR-PROGRAM-ID
                   MOVE WS-OLD-MST-DSN(1:20) TO SERR-KEY-FIELD
                   MOVE 'OLD MASTER NOT AVAILABLE' TO SERR-REASON
                   MOVE 'MST001' TO SERR-ERROR-CODE
                   PERFORM WRITE-SUITE-ERROR-LOG
                   MOVE 'OLD MASTER NOT AVAILABLE' TO WS-ABORT-REASON
                   MOVE 'Y' TO WS-CONVERT-ABORTED
               END-IF
           END-IF
           IF WS-CONVERT-ABORTED = 'N'
               OPEN OUTPUT PATIENT-MASTER
               IF WS-PATIENT-MST-STATUS NOT = '00'
                   CLOSE OLD-PATIENT-MASTER
                   MOVE 'PAT-CONVERT' TO SERR-PROGRAM-ID
                   MOVE WS-PATIENT-MST-DSN(1:20) TO SERR-KEY-FIELD
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
               READ OLD-PATIENT-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-RECORDS-READ
                       PERFORM CONVERT-ONE-RECORD
               END-READ
           END-PERFORM
           CLOSE OLD-PATIENT-MASTER
           CLOSE PATIENT-MASTER

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

           MOVE 'PAT-CONVERT' TO SERR-PROGRAM-ID
           MOVE WS-PATIENT-MST-DSN(1:20) TO SERR-KEY-FIELD
           MOVE 'PATIENT MASTER CONVERTED' TO SERR-REASON
           MOVE 'RST001' TO SERR-ERROR-CODE
           PERFORM WRITE-SUITE-ERROR-LOG
           PERFORM WRITE-CONTROL-TOTALS
           IF WS-RECORDS-REJECTED > 0
               SET RC-DATA-EXCEPTION TO TRUE
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

      * A master that opens and yields a record is already loaded -
      * either converted before or the live 60-byte master - and is
      * never written over.
       CHECK-NEW-MASTER-EMPTY SECTION.
           OPEN INPUT PATIENT-MASTER
           IF WS-PATIENT-MST-STATUS NOT = '00'
               GO TO CHECK-NEW-MASTER-EMPTY-EXIT
           END-IF
           READ PATIENT-MASTER NEXT RECORD
               AT END
                   CONTINUE
               NOT AT END
                   MOVE 'PAT-CONVERT' TO SERR-PROGRAM-ID
                   MOVE WS-PATIENT-MST-DSN(1:20) TO SERR-KEY-FIELD
                   MOVE 'NEW MASTER ALREADY LOADED' TO SERR-REASON
                   MOVE 'CFG001' TO SERR-ERROR-CODE
                   PERFORM WRITE-SUITE-ERROR-LOG
                   MOVE 'NEW MASTER ALREADY LOADED' TO WS-ABORT-REASON
                   MOVE 'Y' TO WS-CONVERT-ABORTED
           END-READ
           CLOSE PATIENT-MASTER.
       CHECK-NEW-MASTER-EMPTY-EXIT.
           EXIT.

      * The record is carried across byte for byte - a resident is
      * never left off the master by a format change - with the
      * location blank for ADMISSIONS.DAT to fill.
       CONVERT-ONE-RECORD SECTION.
           MOVE SPACES TO PAT-RECORD
           MOVE OLD-RECORD TO PAT-RECORD(1:45)
           WRITE PAT-RECORD
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
           MOVE OLD-PATIENT-ID TO RJD-PATIENT-ID
           MOVE OLD-PATIENT-NAME TO RJD-PATIENT-NAME
           MOVE OLD-ALLERGY-SCORE TO RJD-SCORE
           MOVE WS-REJECT-DETAIL TO CNV-LINE
           WRITE CNV-LINE
           MOVE 'PAT-CONVERT' TO SERR-PROGRAM-ID
           MOVE OLD-PATIENT-ID TO SERR-KEY-FIELD
           MOVE RJD-REASON TO SERR-REASON
           MOVE 'MST002' TO SERR-ERROR-CODE
           PERFORM WRITE-SUITE-ERROR-LOG
           EXIT.

      * Standard run-balancing control-total report: every record
      * read from the old master is loaded or rejected.
       WRITE-CONTROL-TOTALS SECTION.
           OPEN OUTPUT CONTROL-TOTAL-FILE
           MOVE WS-PARM-RUN-ID TO TRX-RUN-ID
           MOVE 'PAT-CONV' TO TRX-SOURCE-SYSTEM
           MOVE FUNCTION CURRENT-DATE TO TRX-TIMESTAMP
           MOVE TRX-HEADER TO CTL-LINE
           WRITE CTL-LINE
           MOVE 'PATIENT MASTER CONVERSION CONTROL TOTALS' TO CTL-LINE
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
