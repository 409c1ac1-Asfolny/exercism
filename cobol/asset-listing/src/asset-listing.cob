       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASSET-LISTING.
      * Listing of the asset master by location and class, for the
      * site walk-rounds and the contract team. The master is keyed
      * on asset number, so it is sorted into location, class, asset
      * number order first and listed with a count at each class and
      * each location break. Every asset prints, disposed ones
      * included, with its status and life dates - the listing is
      * what people check the floor against before a DISPOSE goes in.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ASSET-MASTER ASSIGN TO DYNAMIC WS-MASTER-DSN
               ORGANIZATION INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AST-NUMBER
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT ASSET-SORT-WORK-FILE ASSIGN TO 'SORTWK'.
           SELECT ASSET-SORTED-FILE ASSIGN TO
               DYNAMIC WS-SORTED-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SORTED-STATUS.
           SELECT LISTING-FILE ASSIGN TO DYNAMIC WS-LISTING-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LISTING-STATUS.
      * Standard run-balancing control-total report so ops balances
      * this job the same way every other nightly batch job is
      * balanced.
           SELECT CONTROL-TOTAL-FILE ASSIGN TO
               DYNAMIC WS-CONTROL-TOTAL-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-TOTAL-STATUS.
           COPY "suite-error-log-select.cpy".
           COPY "run-parms-select.cpy".

       DATA DIVISION.
       FILE SECTION.
      * Same layout ASSET-MAINT writes. AST-STATUS A acquired, S in
      * service, D disposed; zero dates mean none.
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

       SD  ASSET-SORT-WORK-FILE.
       01 ASR-RECORD.
          03 ASR-NUMBER          PIC 9(4).
          03 ASR-CLASS           PIC X(4).
          03 ASR-LOCATION        PIC X(8).
          03 FILLER              PIC X(33).

       FD  ASSET-SORTED-FILE
           RECORD CONTAINS 49 CHARACTERS.
       01 ASO-RECORD.
          03 ASO-NUMBER          PIC 9(4).
          03 ASO-CLASS           PIC X(4).
          03 ASO-LOCATION        PIC X(8).
          03 ASO-ACQUIRED-DATE   PIC 9(8).
          03 ASO-IN-SERVICE-DATE PIC 9(8).
          03 ASO-DISPOSAL-DATE   PIC 9(8).
          03 ASO-STATUS          PIC X.
          03 ASO-LAST-CHANGED    PIC 9(8).

       FD  LISTING-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 LST-LINE PIC X(80).

       FD  CONTROL-TOTAL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 CTL-LINE PIC X(80).

       COPY "suite-error-log-fd.cpy".
       COPY "run-parms-fd.cpy".

       WORKING-STORAGE SECTION.
       01 WS-MASTER-DSN       PIC X(100) VALUE 'ASSET-MASTER.DAT'.
       01 WS-SORTED-DSN       PIC X(100)
          VALUE 'ASSET-LISTING-SORTED.TMP'.
       01 WS-LISTING-DSN      PIC X(100) VALUE 'ASSET-LISTING.RPT'.
       01 WS-MASTER-STATUS    PIC XX VALUE '00'.
       01 WS-SORTED-STATUS    PIC XX VALUE '00'.
       01 WS-LISTING-STATUS   PIC XX VALUE '00'.
       01 WS-EOF-FLAG         PIC X VALUE 'N'.

       01 WS-CONTROL-TOTAL-DSN    PIC X(100)
          VALUE 'ASSET-LISTING-CONTROL-TOTALS.RPT'.
       01 WS-CONTROL-TOTAL-STATUS PIC XX VALUE '00'.
       01 WS-ASSETS-LISTED        PIC 9(6) VALUE 0.
       01 WS-ASSETS-IN-SERVICE    PIC 9(6) VALUE 0.
       01 WS-ASSETS-ACQUIRED      PIC 9(6) VALUE 0.
       01 WS-ASSETS-DISPOSED      PIC 9(6) VALUE 0.
       01 WS-LOCATIONS-LISTED     PIC 9(6) VALUE 0.
       01 WS-CTL-COUNT-TXT        PIC ZZZZZ9.

       01 WS-FIRST-RECORD     PIC X VALUE 'Y'.
       01 WS-PREV-LOCATION    PIC X(8) VALUE SPACES.
       01 WS-PREV-CLASS       PIC X(4) VALUE SPACES.
       01 WS-CLASS-COUNT      PIC 9(6) VALUE 0.
       01 WS-LOCATION-COUNT   PIC 9(6) VALUE 0.

       01 WS-LST-DETAIL.
          03 LSD-LOCATION        PIC X(8).
          03 FILLER              PIC X(2) VALUE SPACES.
          03 LSD-CLASS           PIC X(4).
          03 FILLER              PIC X(2) VALUE SPACES.
          03 LSD-NUMBER          PIC 9(4).
          03 FILLER              PIC X(2) VALUE SPACES.
          03 LSD-STATUS          PIC X(10).
          03 FILLER              PIC X(2) VALUE SPACES.
          03 LSD-ACQUIRED-DATE   PIC X(8).
          03 FILLER              PIC X(2) VALUE SPACES.
          03 LSD-IN-SERVICE-DATE PIC X(8).
          03 FILLER              PIC X(2) VALUE SPACES.
          03 LSD-DISPOSAL-DATE   PIC X(8).
       01 WS-LST-BREAK.
          03 FILLER              PIC X(4) VALUE SPACES.
          03 LSB-LABEL           PIC X(24).
          03 LSB-KEY             PIC X(8).
          03 FILLER              PIC X(2) VALUE SPACES.
          03 LSB-COUNT           PIC ZZZZZ9.

       COPY "suite-error-log-ws.cpy".
       COPY "run-parms-ws.cpy".
       COPY "env-accept-ws.cpy".
       COPY "transaction-header.cpy".
       COPY "return-codes.cpy".
       COPY "env-switch-ws.cpy".

       PROCEDURE DIVISION.
       RUN-ASSET-LISTING SECTION.
           PERFORM READ-RUN-PARMS
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'ASSET_MASTER_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-MASTER-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'ASSET_LISTING_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-LISTING-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'ASSET_LISTING_CONTROL_TOTAL_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-CONTROL-TOTAL-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'SUITE_ERROR_LOG_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-SUITE-ERROR-LOG-DSN
           END-IF
           MOVE WS-MASTER-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-MASTER-DSN
           MOVE WS-LISTING-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-LISTING-DSN
           MOVE WS-CONTROL-TOTAL-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-CONTROL-TOTAL-DSN

           OPEN INPUT ASSET-MASTER
           IF WS-MASTER-STATUS NOT = '00'
               MOVE 'ASSET-LIST' TO SERR-PROGRAM-ID
               MOVE WS-MASTER-DSN(1:20) TO SERR-KEY-FIELD
               MOVE 'MASTER NOT AVAILABLE' TO SERR-REASON
               MOVE 'MST001' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               SET RC-CRITICAL TO TRUE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               GOBACK
           END-IF
           CLOSE ASSET-MASTER

           SORT ASSET-SORT-WORK-FILE
               ON ASCENDING KEY ASR-LOCATION
                                ASR-CLASS
                                ASR-NUMBER
               USING ASSET-MASTER
               GIVING ASSET-SORTED-FILE
           PERFORM WRITE-ASSET-LISTING
           PERFORM WRITE-CONTROL-TOTALS

           SET RC-NORMAL TO TRUE
           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

       WRITE-ASSET-LISTING SECTION.
           OPEN OUTPUT LISTING-FILE
           MOVE WS-PARM-RUN-ID TO TRX-RUN-ID
           MOVE 'ASSETLST' TO TRX-SOURCE-SYSTEM
           MOVE FUNCTION CURRENT-DATE TO TRX-TIMESTAMP
           MOVE TRX-HEADER TO LST-LINE
           WRITE LST-LINE
           MOVE 'ASSET LISTING BY LOCATION AND CLASS' TO LST-LINE
           WRITE LST-LINE
           MOVE SPACES TO LST-LINE
           STRING 'LOCATION  CLASS ASSET STATUS      '
                      DELIMITED BY SIZE
                  'ACQUIRED  IN SVC    DISPOSED' DELIMITED BY SIZE
             INTO LST-LINE
           WRITE LST-LINE
           MOVE ALL '-' TO LST-LINE
           WRITE LST-LINE
           OPEN INPUT ASSET-SORTED-FILE
           IF WS-SORTED-STATUS = '00'
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ ASSET-SORTED-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM LIST-ONE-ASSET
                   END-READ
               END-PERFORM
               CLOSE ASSET-SORTED-FILE
           END-IF
           IF WS-FIRST-RECORD = 'N'
               PERFORM WRITE-CLASS-BREAK
               PERFORM WRITE-LOCATION-BREAK
           END-IF
           MOVE SPACES TO WS-LST-BREAK
           MOVE 'TOTAL ASSETS' TO LSB-LABEL
           MOVE WS-ASSETS-LISTED TO LSB-COUNT
           MOVE WS-LST-BREAK TO LST-LINE
           WRITE LST-LINE
           CLOSE LISTING-FILE
           EXIT.

       LIST-ONE-ASSET SECTION.
           IF WS-FIRST-RECORD = 'Y'
               MOVE 'N' TO WS-FIRST-RECORD
               MOVE ASO-LOCATION TO WS-PREV-LOCATION
               MOVE ASO-CLASS TO WS-PREV-CLASS
               ADD 1 TO WS-LOCATIONS-LISTED
           END-IF
           IF ASO-LOCATION NOT = WS-PREV-LOCATION
               PERFORM WRITE-CLASS-BREAK
               PERFORM WRITE-LOCATION-BREAK
               MOVE ASO-LOCATION TO WS-PREV-LOCATION
               MOVE ASO-CLASS TO WS-PREV-CLASS
               ADD 1 TO WS-LOCATIONS-LISTED
           ELSE
               IF ASO-CLASS NOT = WS-PREV-CLASS
                   PERFORM WRITE-CLASS-BREAK
                   MOVE ASO-CLASS TO WS-PREV-CLASS
               END-IF
           END-IF
           ADD 1 TO WS-ASSETS-LISTED
           ADD 1 TO WS-CLASS-COUNT
           ADD 1 TO WS-LOCATION-COUNT
           MOVE ASO-LOCATION TO LSD-LOCATION
           MOVE ASO-CLASS TO LSD-CLASS
           MOVE ASO-NUMBER TO LSD-NUMBER
           EVALUATE ASO-STATUS
               WHEN 'S'
                   MOVE 'IN SERVICE' TO LSD-STATUS
                   ADD 1 TO WS-ASSETS-IN-SERVICE
               WHEN 'D'
                   MOVE 'DISPOSED' TO LSD-STATUS
                   ADD 1 TO WS-ASSETS-DISPOSED
               WHEN OTHER
                   MOVE 'ACQUIRED' TO LSD-STATUS
                   ADD 1 TO WS-ASSETS-ACQUIRED
           END-EVALUATE
           MOVE ASO-ACQUIRED-DATE TO LSD-ACQUIRED-DATE
           MOVE SPACES TO LSD-IN-SERVICE-DATE
           IF ASO-IN-SERVICE-DATE NOT = 0
               MOVE ASO-IN-SERVICE-DATE TO LSD-IN-SERVICE-DATE
           END-IF
           MOVE SPACES TO LSD-DISPOSAL-DATE
           IF ASO-DISPOSAL-DATE NOT = 0
               MOVE ASO-DISPOSAL-DATE TO LSD-DISPOSAL-DATE
           END-IF
           MOVE WS-LST-DETAIL TO LST-LINE
           WRITE LST-LINE
           EXIT.

       WRITE-CLASS-BREAK SECTION.
           MOVE SPACES TO WS-LST-BREAK
           MOVE 'ASSETS IN CLASS' TO LSB-LABEL
           MOVE WS-PREV-CLASS TO LSB-KEY
           MOVE WS-CLASS-COUNT TO LSB-COUNT
           MOVE WS-LST-BREAK TO LST-LINE
           WRITE LST-LINE
           MOVE 0 TO WS-CLASS-COUNT
           EXIT.

       WRITE-LOCATION-BREAK SECTION.
           MOVE SPACES TO WS-LST-BREAK
           MOVE 'ASSETS AT LOCATION' TO LSB-LABEL
           MOVE WS-PREV-LOCATION TO LSB-KEY
           MOVE WS-LOCATION-COUNT TO LSB-COUNT
           MOVE WS-LST-BREAK TO LST-LINE
           WRITE LST-LINE
           MOVE SPACES TO LST-LINE
           WRITE LST-LINE
           MOVE 0 TO WS-LOCATION-COUNT
           EXIT.

      * Standard run-balancing control-total report so ops balances
      * this job the same way every other nightly batch job is
      * balanced.
       WRITE-CONTROL-TOTALS SECTION.
           OPEN OUTPUT CONTROL-TOTAL-FILE
           MOVE WS-PARM-RUN-ID TO TRX-RUN-ID
           MOVE 'ASSETLST' TO TRX-SOURCE-SYSTEM
           MOVE FUNCTION CURRENT-DATE TO TRX-TIMESTAMP
           MOVE TRX-HEADER TO CTL-LINE
           WRITE CTL-LINE
           MOVE 'ASSET LISTING CONTROL TOTALS' TO CTL-LINE
           WRITE CTL-LINE
           MOVE ALL '-' TO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-ASSETS-LISTED TO WS-CTL-COUNT-TXT
           STRING 'ASSETS LISTED    : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-ASSETS-IN-SERVICE TO WS-CTL-COUNT-TXT
           STRING 'IN SERVICE       : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-ASSETS-ACQUIRED TO WS-CTL-COUNT-TXT
           STRING 'ACQUIRED         : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-ASSETS-DISPOSED TO WS-CTL-COUNT-TXT
           STRING 'DISPOSED         : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-LOCATIONS-LISTED TO WS-CTL-COUNT-TXT
           STRING 'LOCATIONS        : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           CLOSE CONTROL-TOTAL-FILE
           EXIT.

       COPY "suite-error-log-proc.cpy".
       COPY "run-parms-proc.cpy".
       COPY "env-switch-proc.cpy".
