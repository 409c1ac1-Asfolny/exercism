       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASSET-MAINT.
      * Transaction-driven maintenance for ASSET-MASTER, the indexed
      * record of every billable asset. ASSET-REGISTER.DAT only ever
      * said which asset numbers exist and their class, resent whole
      * every night, so disposed equipment kept billing until someone
      * remembered to drop it from the feed. The master carries the
      * asset's class, location and life dates, and RAINDROPS prices
      * only what is in service on the run date. This job reads a
      * coded transaction file and applies it:
      *   ADD      - new asset: class, location and acquisition date
      *              required; an in-service date puts it straight
      *              into service, none leaves it acquired until a
      *              CHANGE supplies one.
      *   CHANGE   - correct class, acquisition date or in-service
      *              date; blank fields are left as they are.
      *   TRANSFER - move the asset to a new location.
      *   DISPOSE  - take the asset out of service from the effective
      *              date (blank means the run date). Billing stops
      *              from that date on.
      * A disposed asset takes no further transactions. Every applied
      * change writes its before/after images through
      * WRITE-DATA-LINEAGE-RECORD like the other master maintenance.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACTION-FILE ASSIGN TO DYNAMIC WS-TRANSACTION-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSACTION-STATUS.
           SELECT ASSET-MASTER ASSIGN TO DYNAMIC WS-MASTER-DSN
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AST-NUMBER
               FILE STATUS IS WS-MASTER-STATUS.
      * Standard run-balancing control-total report so ops balances
      * this job the same way every other nightly batch job is
      * balanced.
           SELECT CONTROL-TOTAL-FILE ASSIGN TO
               DYNAMIC WS-CONTROL-TOTAL-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-TOTAL-STATUS.
           COPY "suite-error-log-select.cpy".
           COPY "run-parms-select.cpy".
           COPY "data-lineage-select.cpy".
           COPY "log-chain-select.cpy".

       DATA DIVISION.
       FILE SECTION.
      * ATX-ACTION: ADD, CHANGE, TRANSFER or DISPOSE. Dates are
      * YYYYMMDD; ATX-EFFECTIVE-DATE is the disposal date on DISPOSE.
      * ATX-LOCATION is the new location on TRANSFER.
       FD  TRANSACTION-FILE
           RECORD CONTAINS 62 CHARACTERS.
       01 ATX-RECORD.
          03 ATX-ACTION          PIC X(8).
          03 FILLER              PIC X(2).
          03 ATX-ASSET-NUMBER    PIC X(4).
          03 FILLER              PIC X(2).
          03 ATX-CLASS           PIC X(4).
          03 FILLER              PIC X(2).
          03 ATX-LOCATION        PIC X(8).
          03 FILLER              PIC X(2).
          03 ATX-ACQUIRED-DATE   PIC X(8).
          03 FILLER              PIC X(2).
          03 ATX-IN-SERVICE-DATE PIC X(8).
          03 FILLER              PIC X(2).
          03 ATX-EFFECTIVE-DATE  PIC X(8).
          03 FILLER              PIC X(2).

      * AST-STATUS: A acquired, not yet in service; S in service;
      * D disposed. A zero in-service or disposal date means none.
       FD  ASSET-MASTER
           RECORD CONTAINS 49 CHARACTERS.
       01 AST-RECORD.
          03 AST-NUMBER          PIC 9(4).
          03 AST-CLASS           PIC X(4).
          03 AST-LOCATION        PIC X(8).
          03 AST-ACQUIRED-DATE   PIC 9(8).
          03 AST-IN-SERVICE-DATE PIC 9(8).
          03 AST-DISPOSAL-DATE   PIC 9(8).
          03 AST-STATUS          PIC X.
          03 AST-LAST-CHANGED    PIC 9(8).

       FD  CONTROL-TOTAL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 CTL-LINE PIC X(80).

       COPY "suite-error-log-fd.cpy".
       COPY "run-parms-fd.cpy".
       COPY "data-lineage-fd.cpy".
       COPY "log-chain-fd.cpy".

       WORKING-STORAGE SECTION.
       01 WS-TRANSACTION-DSN  PIC X(100)
          VALUE 'ASSET-TRANSACTIONS.DAT'.
       01 WS-MASTER-DSN       PIC X(100) VALUE 'ASSET-MASTER.DAT'.
       01 WS-TRANSACTION-STATUS PIC XX VALUE '00'.
       01 WS-MASTER-STATUS    PIC XX VALUE '00'.
       01 WS-EOF-FLAG         PIC X VALUE 'N'.

       01 WS-CONTROL-TOTAL-DSN    PIC X(100)
          VALUE 'ASSET-MAINT-CONTROL-TOTALS.RPT'.
       01 WS-CONTROL-TOTAL-STATUS PIC XX VALUE '00'.
       01 WS-TRANS-READ           PIC 9(6) VALUE 0.
       01 WS-ASSETS-ADDED         PIC 9(6) VALUE 0.
       01 WS-ASSETS-CHANGED       PIC 9(6) VALUE 0.
       01 WS-ASSETS-TRANSFERRED   PIC 9(6) VALUE 0.
       01 WS-ASSETS-DISPOSED      PIC 9(6) VALUE 0.
       01 WS-TRANS-REJECTED       PIC 9(6) VALUE 0.
       01 WS-CTL-COUNT-TXT        PIC ZZZZZ9.

       01 WS-PROCESS-DATE     PIC 9(8) VALUE 0.
       01 WS-ASSET-KEY        PIC 9(4) VALUE 0.
       01 WS-NEW-DATE         PIC 9(8) VALUE 0.
       01 WS-REJECT-REASON    PIC X(30).
       01 WS-BEFORE-IMAGE.
          03 BFI-CLASS           PIC X(4).
          03 FILLER              PIC X VALUE SPACE.
          03 BFI-LOCATION        PIC X(8).
          03 FILLER              PIC X VALUE SPACE.
          03 BFI-ACQUIRED-DATE   PIC 9(8).
          03 FILLER              PIC X VALUE SPACE.
          03 BFI-IN-SERVICE-DATE PIC 9(8).
          03 FILLER              PIC X VALUE SPACE.
          03 BFI-DISPOSAL-DATE   PIC 9(8).
          03 FILLER              PIC X VALUE SPACE.
          03 BFI-STATUS          PIC X.

       COPY "suite-error-log-ws.cpy".
       COPY "run-parms-ws.cpy".
       COPY "env-accept-ws.cpy".
       COPY "data-lineage-ws.cpy".
       COPY "log-chain-ws.cpy".
       COPY "transaction-header.cpy".
       COPY "return-codes.cpy".
       COPY "env-switch-ws.cpy".

       PROCEDURE DIVISION.
       RUN-ASSET-MAINT SECTION.
           PERFORM READ-RUN-PARMS
           MOVE WS-PARM-RUN-ID TO WS-LINEAGE-RUN-ID
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'ASSET_TRANSACTIONS_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-TRANSACTION-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'ASSET_MASTER_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-MASTER-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'ASSET_MAINT_CONTROL_TOTAL_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-CONTROL-TOTAL-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'SUITE_ERROR_LOG_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-SUITE-ERROR-LOG-DSN
           END-IF
           MOVE WS-TRANSACTION-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-TRANSACTION-DSN
           MOVE WS-MASTER-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-MASTER-DSN
           MOVE WS-CONTROL-TOTAL-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-CONTROL-TOTAL-DSN

           IF WS-RUN-DATE NOT = 0
               MOVE WS-RUN-DATE TO WS-PROCESS-DATE
           ELSE
               ACCEPT WS-PROCESS-DATE FROM DATE YYYYMMDD
           END-IF

      * First run creates the master empty - the initial load is a
      * file of ADD transactions cut from the current register.
           OPEN I-O ASSET-MASTER
           IF WS-MASTER-STATUS = '35'
               OPEN OUTPUT ASSET-MASTER
               CLOSE ASSET-MASTER
               OPEN I-O ASSET-MASTER
           END-IF
           IF WS-MASTER-STATUS NOT = '00'
               MOVE 'ASSET-MAINT' TO SERR-PROGRAM-ID
               MOVE WS-MASTER-DSN(1:20) TO SERR-KEY-FIELD
               MOVE 'MASTER NOT AVAILABLE' TO SERR-REASON
               MOVE 'MST001' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               SET RC-CRITICAL TO TRUE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT TRANSACTION-FILE
           IF WS-TRANSACTION-STATUS = '00'
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ TRANSACTION-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-TRANS-READ
                           PERFORM APPLY-ONE-TRANSACTION
                   END-READ
               END-PERFORM
               CLOSE TRANSACTION-FILE
           END-IF

           CLOSE ASSET-MASTER
           PERFORM WRITE-CONTROL-TOTALS

           SET RC-NORMAL TO TRUE
           IF WS-TRANS-REJECTED > 0
               SET RC-WARNING TO TRUE
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

       APPLY-ONE-TRANSACTION SECTION.
           IF ATX-ASSET-NUMBER IS NOT NUMERIC
               MOVE 'ASSET NUMBER NOT NUMERIC' TO WS-REJECT-REASON
               PERFORM REJECT-TRANSACTION
               GO TO APPLY-ONE-TRANSACTION-EXIT
           END-IF
           MOVE ATX-ASSET-NUMBER TO WS-ASSET-KEY
           IF WS-ASSET-KEY = 0
               MOVE 'ASSET NUMBER OUT OF RANGE' TO WS-REJECT-REASON
               PERFORM REJECT-TRANSACTION
               GO TO APPLY-ONE-TRANSACTION-EXIT
           END-IF
           EVALUATE ATX-ACTION
               WHEN 'ADD'
                   PERFORM APPLY-ADD
               WHEN 'CHANGE'
                   PERFORM APPLY-CHANGE
               WHEN 'TRANSFER'
                   PERFORM APPLY-TRANSFER
               WHEN 'DISPOSE'
                   PERFORM APPLY-DISPOSE
               WHEN OTHER
                   MOVE 'UNKNOWN TRANSACTION ACTION' TO WS-REJECT-REASON
                   PERFORM REJECT-TRANSACTION
           END-EVALUATE.
       APPLY-ONE-TRANSACTION-EXIT.
           EXIT.

       REJECT-TRANSACTION SECTION.
           ADD 1 TO WS-TRANS-REJECTED
           MOVE 'ASSET-MAINT' TO SERR-PROGRAM-ID
           MOVE SPACES TO SERR-KEY-FIELD
           STRING ATX-ACTION DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  ATX-ASSET-NUMBER DELIMITED BY SIZE
             INTO SERR-KEY-FIELD
           MOVE WS-REJECT-REASON TO SERR-REASON
           MOVE 'TXN001' TO SERR-ERROR-CODE
           PERFORM WRITE-SUITE-ERROR-LOG
           EXIT.

      * Reads the asset the transaction names. Sets WS-REJECT-REASON
      * when it is missing or already disposed; the caller rejects.
       READ-ASSET-FOR-UPDATE SECTION.
           MOVE SPACES TO WS-REJECT-REASON
           MOVE WS-ASSET-KEY TO AST-NUMBER
           READ ASSET-MASTER
               INVALID KEY
                   MOVE 'ASSET NOT ON MASTER' TO WS-REJECT-REASON
                   GO TO READ-ASSET-FOR-UPDATE-EXIT
           END-READ
           IF AST-STATUS = 'D'
               MOVE 'ASSET ALREADY DISPOSED' TO WS-REJECT-REASON
               GO TO READ-ASSET-FOR-UPDATE-EXIT
           END-IF
           MOVE AST-CLASS TO BFI-CLASS
           MOVE AST-LOCATION TO BFI-LOCATION
           MOVE AST-ACQUIRED-DATE TO BFI-ACQUIRED-DATE
           MOVE AST-IN-SERVICE-DATE TO BFI-IN-SERVICE-DATE
           MOVE AST-DISPOSAL-DATE TO BFI-DISPOSAL-DATE
           MOVE AST-STATUS TO BFI-STATUS.
       READ-ASSET-FOR-UPDATE-EXIT.
           EXIT.

       APPLY-ADD SECTION.
           IF ATX-CLASS = SPACES OR ATX-LOCATION = SPACES
               MOVE 'CLASS AND LOCATION REQUIRED' TO WS-REJECT-REASON
               PERFORM REJECT-TRANSACTION
               GO TO APPLY-ADD-EXIT
           END-IF
           IF ATX-ACQUIRED-DATE IS NOT NUMERIC
               MOVE 'ACQUISITION DATE INVALID' TO WS-REJECT-REASON
               PERFORM REJECT-TRANSACTION
               GO TO APPLY-ADD-EXIT
           END-IF
           MOVE 0 TO WS-NEW-DATE
           IF ATX-IN-SERVICE-DATE NOT = SPACES
               IF ATX-IN-SERVICE-DATE IS NOT NUMERIC
                   MOVE 'IN-SERVICE DATE INVALID' TO WS-REJECT-REASON
                   PERFORM REJECT-TRANSACTION
                   GO TO APPLY-ADD-EXIT
               END-IF
               MOVE ATX-IN-SERVICE-DATE TO WS-NEW-DATE
               IF WS-NEW-DATE < ATX-ACQUIRED-DATE
                   MOVE 'IN SERVICE BEFORE ACQUIRED'
                     TO WS-REJECT-REASON
                   PERFORM REJECT-TRANSACTION
                   GO TO APPLY-ADD-EXIT
               END-IF
           END-IF
           MOVE SPACES TO AST-RECORD
           MOVE WS-ASSET-KEY TO AST-NUMBER
           MOVE ATX-CLASS TO AST-CLASS
           MOVE ATX-LOCATION TO AST-LOCATION
           MOVE ATX-ACQUIRED-DATE TO AST-ACQUIRED-DATE
           MOVE WS-NEW-DATE TO AST-IN-SERVICE-DATE
           MOVE 0 TO AST-DISPOSAL-DATE
           IF WS-NEW-DATE = 0
               MOVE 'A' TO AST-STATUS
           ELSE
               MOVE 'S' TO AST-STATUS
           END-IF
           MOVE WS-PROCESS-DATE TO AST-LAST-CHANGED
           WRITE AST-RECORD
               INVALID KEY
                   MOVE 'ASSET ALREADY ON MASTER' TO WS-REJECT-REASON
                   PERFORM REJECT-TRANSACTION
               NOT INVALID KEY
                   ADD 1 TO WS-ASSETS-ADDED
                   MOVE 'ASSET-MAINT' TO LIN-PROGRAM-ID
                   MOVE SPACES TO LIN-BEFORE-IMAGE
                   STRING 'ADD ' DELIMITED BY SIZE
                          ATX-ASSET-NUMBER DELIMITED BY SIZE
                     INTO LIN-BEFORE-IMAGE
                   PERFORM BUILD-AFTER-IMAGE
                   PERFORM WRITE-DATA-LINEAGE-RECORD
           END-WRITE.
       APPLY-ADD-EXIT.
           EXIT.

      * Only the fields supplied change. Putting an acquired asset
      * into service is a CHANGE carrying its in-service date.
       APPLY-CHANGE SECTION.
           PERFORM READ-ASSET-FOR-UPDATE
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM REJECT-TRANSACTION
               GO TO APPLY-CHANGE-EXIT
           END-IF
           IF ATX-CLASS = SPACES AND ATX-ACQUIRED-DATE = SPACES
               AND ATX-IN-SERVICE-DATE = SPACES
               MOVE 'NOTHING TO CHANGE' TO WS-REJECT-REASON
               PERFORM REJECT-TRANSACTION
               GO TO APPLY-CHANGE-EXIT
           END-IF
           IF (ATX-ACQUIRED-DATE NOT = SPACES
                AND ATX-ACQUIRED-DATE IS NOT NUMERIC)
              OR (ATX-IN-SERVICE-DATE NOT = SPACES
                AND ATX-IN-SERVICE-DATE IS NOT NUMERIC)
               MOVE 'DATE INVALID' TO WS-REJECT-REASON
               PERFORM REJECT-TRANSACTION
               GO TO APPLY-CHANGE-EXIT
           END-IF
           IF ATX-CLASS NOT = SPACES
               MOVE ATX-CLASS TO AST-CLASS
           END-IF
           IF ATX-ACQUIRED-DATE NOT = SPACES
               MOVE ATX-ACQUIRED-DATE TO AST-ACQUIRED-DATE
           END-IF
           IF ATX-IN-SERVICE-DATE NOT = SPACES
               MOVE ATX-IN-SERVICE-DATE TO AST-IN-SERVICE-DATE
           END-IF
           IF AST-IN-SERVICE-DATE NOT = 0
               AND AST-IN-SERVICE-DATE < AST-ACQUIRED-DATE
               MOVE 'IN SERVICE BEFORE ACQUIRED' TO WS-REJECT-REASON
               PERFORM REJECT-TRANSACTION
               GO TO APPLY-CHANGE-EXIT
           END-IF
           IF AST-IN-SERVICE-DATE = 0
               MOVE 'A' TO AST-STATUS
           ELSE
               MOVE 'S' TO AST-STATUS
           END-IF
           MOVE WS-PROCESS-DATE TO AST-LAST-CHANGED
           REWRITE AST-RECORD
               INVALID KEY
                   MOVE 'CHANGE REWRITE FAILED' TO WS-REJECT-REASON
                   PERFORM REJECT-TRANSACTION
               NOT INVALID KEY
                   ADD 1 TO WS-ASSETS-CHANGED
                   PERFORM WRITE-UPDATE-LINEAGE
           END-REWRITE.
       APPLY-CHANGE-EXIT.
           EXIT.

       APPLY-TRANSFER SECTION.
           PERFORM READ-ASSET-FOR-UPDATE
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM REJECT-TRANSACTION
               GO TO APPLY-TRANSFER-EXIT
           END-IF
           IF ATX-LOCATION = SPACES
               MOVE 'NEW LOCATION REQUIRED' TO WS-REJECT-REASON
               PERFORM REJECT-TRANSACTION
               GO TO APPLY-TRANSFER-EXIT
           END-IF
           IF ATX-LOCATION = AST-LOCATION
               MOVE 'ALREADY AT THAT LOCATION' TO WS-REJECT-REASON
               PERFORM REJECT-TRANSACTION
               GO TO APPLY-TRANSFER-EXIT
           END-IF
           MOVE ATX-LOCATION TO AST-LOCATION
           MOVE WS-PROCESS-DATE TO AST-LAST-CHANGED
           REWRITE AST-RECORD
               INVALID KEY
                   MOVE 'TRANSFER REWRITE FAILED' TO WS-REJECT-REASON
                   PERFORM REJECT-TRANSACTION
               NOT INVALID KEY
                   ADD 1 TO WS-ASSETS-TRANSFERRED
                   PERFORM WRITE-UPDATE-LINEAGE
           END-REWRITE.
       APPLY-TRANSFER-EXIT.
           EXIT.

      * An asset never put into service can still be disposed (sold
      * or scrapped on arrival); one in service cannot be disposed
      * from a date before it went into service.
       APPLY-DISPOSE SECTION.
           PERFORM READ-ASSET-FOR-UPDATE
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM REJECT-TRANSACTION
               GO TO APPLY-DISPOSE-EXIT
           END-IF
           IF ATX-EFFECTIVE-DATE = SPACES
               MOVE WS-PROCESS-DATE TO WS-NEW-DATE
           ELSE
               IF ATX-EFFECTIVE-DATE IS NOT NUMERIC
                   MOVE 'DISPOSAL DATE INVALID' TO WS-REJECT-REASON
                   PERFORM REJECT-TRANSACTION
                   GO TO APPLY-DISPOSE-EXIT
               END-IF
               MOVE ATX-EFFECTIVE-DATE TO WS-NEW-DATE
           END-IF
           IF WS-NEW-DATE < AST-ACQUIRED-DATE
              OR (AST-IN-SERVICE-DATE NOT = 0
                  AND WS-NEW-DATE < AST-IN-SERVICE-DATE)
               MOVE 'DISPOSAL BEFORE IN SERVICE' TO WS-REJECT-REASON
               PERFORM REJECT-TRANSACTION
               GO TO APPLY-DISPOSE-EXIT
           END-IF
           MOVE WS-NEW-DATE TO AST-DISPOSAL-DATE
           MOVE 'D' TO AST-STATUS
           MOVE WS-PROCESS-DATE TO AST-LAST-CHANGED
           REWRITE AST-RECORD
               INVALID KEY
                   MOVE 'DISPOSE REWRITE FAILED' TO WS-REJECT-REASON
                   PERFORM REJECT-TRANSACTION
               NOT INVALID KEY
                   ADD 1 TO WS-ASSETS-DISPOSED
                   PERFORM WRITE-UPDATE-LINEAGE
           END-REWRITE.
       APPLY-DISPOSE-EXIT.
           EXIT.

       WRITE-UPDATE-LINEAGE SECTION.
           MOVE 'ASSET-MAINT' TO LIN-PROGRAM-ID
           MOVE SPACES TO LIN-BEFORE-IMAGE
           STRING ATX-ACTION DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  ATX-ASSET-NUMBER DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-BEFORE-IMAGE DELIMITED BY SIZE
             INTO LIN-BEFORE-IMAGE
           PERFORM BUILD-AFTER-IMAGE
           PERFORM WRITE-DATA-LINEAGE-RECORD
           EXIT.

       BUILD-AFTER-IMAGE SECTION.
           MOVE AST-CLASS TO BFI-CLASS
           MOVE AST-LOCATION TO BFI-LOCATION
           MOVE AST-ACQUIRED-DATE TO BFI-ACQUIRED-DATE
           MOVE AST-IN-SERVICE-DATE TO BFI-IN-SERVICE-DATE
           MOVE AST-DISPOSAL-DATE TO BFI-DISPOSAL-DATE
           MOVE AST-STATUS TO BFI-STATUS
           MOVE SPACES TO LIN-AFTER-IMAGE
           MOVE WS-BEFORE-IMAGE TO LIN-AFTER-IMAGE
           EXIT.

      * Standard run-balancing control-total report so ops balances
      * this job the same way every other nightly batch job is
      * balanced.
       WRITE-CONTROL-TOTALS SECTION.
           OPEN OUTPUT CONTROL-TOTAL-FILE
           MOVE WS-PARM-RUN-ID TO TRX-RUN-ID
           MOVE 'ASSETMNT' TO TRX-SOURCE-SYSTEM
           MOVE FUNCTION CURRENT-DATE TO TRX-TIMESTAMP
           MOVE TRX-HEADER TO CTL-LINE
           WRITE CTL-LINE
           MOVE 'ASSET MAINTENANCE CONTROL TOTALS' TO CTL-LINE
           WRITE CTL-LINE
           MOVE ALL '-' TO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-TRANS-READ TO WS-CTL-COUNT-TXT
           STRING 'TRANSACTIONS READ: ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-ASSETS-ADDED TO WS-CTL-COUNT-TXT
           STRING 'ASSETS ADDED     : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-ASSETS-CHANGED TO WS-CTL-COUNT-TXT
           STRING 'ASSETS CHANGED   : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-ASSETS-TRANSFERRED TO WS-CTL-COUNT-TXT
           STRING 'ASSETS RELOCATED : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-ASSETS-DISPOSED TO WS-CTL-COUNT-TXT
           STRING 'ASSETS DISPOSED  : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-TRANS-REJECTED TO WS-CTL-COUNT-TXT
           STRING 'TRANS REJECTED   : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           CLOSE CONTROL-TOTAL-FILE
           EXIT.

       COPY "suite-error-log-proc.cpy".
       COPY "run-parms-proc.cpy".
       COPY "data-lineage-proc.cpy".
       COPY "log-chain-proc.cpy".
       COPY "env-switch-proc.cpy".
