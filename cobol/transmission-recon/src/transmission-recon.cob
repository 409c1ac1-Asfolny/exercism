       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANSMISSION-RECON.
      * Proves outbound partner files arrived intact. Partner-mode
      * rotational-cipher writes one TRANSMISSION-MANIFEST.DAT line
      * per outbound file: partner, dataset, run ID, record count,
      * checksum hash total and key ID. Partners return a receipt
      * line carrying the run ID and the count and hash total they
      * computed on arrival. This job matches receipts to manifest
      * lines by partner and run ID. A file with a matching receipt
      * is acknowledged and drops out: the acknowledgement and the
      * date it was settled go on TRANSMISSION-ACKS.DAT, and later
      * runs reconcile only the lines not settled there - receipts
      * are cleared off the transfer server, and a settled file must
      * not come back as unacknowledged once its receipt is gone.
      * Anything unacknowledged, or acknowledged with a different
      * count or hash, goes on the exception listing with its age in
      * business days (per FISCAL-DAY.DAT). Once past the retransmit
      * threshold it is also written to RETRANSMIT-QUEUE.DAT. The
      * queue is rebuilt each run, so a file leaves it as soon as its
      * partner acknowledges the resend. A receipt naming a run never
      * manifested is listed too - it usually means a partner code
      * or run ID keyed wrong at the partner end.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSMISSION-MANIFEST-FILE ASSIGN TO
               DYNAMIC WS-XMIT-MANIFEST-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-XMIT-MANIFEST-STATUS.
           SELECT RECEIPT-FILE ASSIGN TO DYNAMIC WS-RECEIPT-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RECEIPT-STATUS.
           SELECT ACK-FILE ASSIGN TO DYNAMIC WS-ACK-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-STATUS.
           SELECT FISCAL-DAY-FILE ASSIGN TO DYNAMIC WS-FISCAL-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FISCAL-STATUS.
           SELECT EXCEPTION-FILE ASSIGN TO DYNAMIC WS-EXCEPTION-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-STATUS.
           SELECT RETRANSMIT-FILE ASSIGN TO DYNAMIC WS-RETRANSMIT-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RETRANSMIT-STATUS.
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

       DATA DIVISION.
       FILE SECTION.
      * Same image rotational-cipher's WRITE-TRANSMISSION-MANIFEST
      * writes.
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

      * Partner receipts as collected off the transfer server, one
      * line per file the partner took in.
       FD  RECEIPT-FILE
           RECORD CONTAINS 50 CHARACTERS.
       01 RCP-RECORD.
          03 RCP-PARTNER-CODE  PIC X(4).
          03 FILLER            PIC X(2).
          03 RCP-RUN-ID        PIC X(8).
          03 FILLER            PIC X(2).
          03 RCP-RECEIVED-DATE PIC 9(8).
          03 FILLER            PIC X(2).
          03 RCP-RECORD-COUNT  PIC 9(6).
          03 FILLER            PIC X(2).
          03 RCP-HASH-TOTAL    PIC 9(9).
          03 FILLER            PIC X(7).

      * One line per manifest line settled by an exact receipt, kept
      * for good: ACK-SETTLED-DATE is the report date of the run that
      * settled it, ACK-RECEIVED-DATE the partner's own receipt date.
       FD  ACK-FILE
           RECORD CONTAINS 110 CHARACTERS.
       01 ACK-RECORD.
          03 ACK-PARTNER-CODE  PIC X(4).
          03 FILLER            PIC X(2).
          03 ACK-RUN-ID        PIC X(8).
          03 FILLER            PIC X(2).
          03 ACK-DATASET       PIC X(44).
          03 FILLER            PIC X(2).
          03 ACK-SETTLED-DATE  PIC 9(8).
          03 FILLER            PIC X(2).
          03 ACK-RECEIVED-DATE PIC 9(8).
          03 FILLER            PIC X(2).
          03 ACK-RECORD-COUNT  PIC 9(6).
          03 FILLER            PIC X(2).
          03 ACK-HASH-TOTAL    PIC 9(9).
          03 FILLER            PIC X(11).

       FD  FISCAL-DAY-FILE
           RECORD CONTAINS 60 CHARACTERS.
       01 FDAY-LINE.
          03 FDAY-DATE           PIC 9(8).
          03 FILLER              PIC X(2).
          03 FILLER              PIC X(9).
          03 FILLER              PIC X(1).
          03 FDAY-PERIOD         PIC 9(2).
          03 FILLER              PIC X(1).
          03 FDAY-WEEK-NUMBER    PIC 9(2).
          03 FILLER              PIC X(1).
          03 FDAY-LEAP-FLAG      PIC X.
          03 FILLER              PIC X(1).
          03 FDAY-BUSINESS-FLAG  PIC X.
          03 FILLER              PIC X(31).

       FD  EXCEPTION-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01 EXC-LINE PIC X(132).

       FD  RETRANSMIT-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01 RTQ-RECORD.
          03 RTQ-PARTNER-CODE  PIC X(4).
          03 FILLER            PIC X(2).
          03 RTQ-DATASET       PIC X(44).
          03 FILLER            PIC X(2).
          03 RTQ-RUN-ID        PIC X(8).
          03 FILLER            PIC X(2).
          03 RTQ-RUN-DATE      PIC 9(8).
          03 FILLER            PIC X(2).
          03 RTQ-REASON        PIC X(20).
          03 FILLER            PIC X(2).
          03 RTQ-AGE-DAYS      PIC 9(3).
          03 FILLER            PIC X(3).

       FD  CONTROL-TOTAL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 CTL-LINE PIC X(80).

       COPY "suite-error-log-fd.cpy".
       COPY "table-capacity-fd.cpy".
       COPY "run-parms-fd.cpy".

       WORKING-STORAGE SECTION.
       01 WS-XMIT-MANIFEST-DSN     PIC X(100)
          VALUE 'TRANSMISSION-MANIFEST.DAT'.
       01 WS-RECEIPT-DSN           PIC X(100)
          VALUE 'PARTNER-RECEIPTS.DAT'.
       01 WS-ACK-DSN               PIC X(100)
          VALUE 'TRANSMISSION-ACKS.DAT'.
       01 WS-FISCAL-DSN            PIC X(100) VALUE 'FISCAL-DAY.DAT'.
       01 WS-EXCEPTION-DSN         PIC X(100)
          VALUE 'TRANSMISSION-EXCEPTIONS.RPT'.
       01 WS-RETRANSMIT-DSN        PIC X(100)
          VALUE 'RETRANSMIT-QUEUE.DAT'.
       01 WS-XMIT-MANIFEST-STATUS  PIC XX VALUE '00'.
       01 WS-RECEIPT-STATUS        PIC XX VALUE '00'.
       01 WS-ACK-STATUS            PIC XX VALUE '00'.
       01 WS-FISCAL-STATUS         PIC XX VALUE '00'.
       01 WS-EXCEPTION-STATUS      PIC XX VALUE '00'.
       01 WS-RETRANSMIT-STATUS     PIC XX VALUE '00'.
       01 WS-EOF-FLAG              PIC X VALUE 'N'.

       01 WS-CONTROL-TOTAL-DSN    PIC X(100)
          VALUE 'TRANSMISSION-RECON-CONTROL-TOTALS.RPT'.
       01 WS-CONTROL-TOTAL-STATUS PIC XX VALUE '00'.
       01 WS-MANIFEST-READ        PIC 9(6) VALUE 0.
       01 WS-ACKNOWLEDGED         PIC 9(6) VALUE 0.
       01 WS-ALREADY-SETTLED      PIC 9(6) VALUE 0.
       01 WS-UNACKNOWLEDGED       PIC 9(6) VALUE 0.
       01 WS-COUNT-MISMATCH       PIC 9(6) VALUE 0.
       01 WS-HASH-MISMATCH        PIC 9(6) VALUE 0.
       01 WS-QUEUED-RETRANSMIT    PIC 9(6) VALUE 0.
       01 WS-RECEIPTS-READ        PIC 9(6) VALUE 0.
       01 WS-RECEIPTS-UNMATCHED   PIC 9(6) VALUE 0.
       01 WS-CTL-COUNT-TXT        PIC ZZZZZ9.

      * Business days a file may sit unacknowledged before it is
      * queued for retransmission.
       01 WS-RETRANSMIT-DAYS      PIC 9(3) VALUE 2.
       01 WS-RETRANSMIT-TXT       PIC X(3) VALUE SPACES.

       01 WS-REPORT-DATE          PIC 9(8) VALUE 0.

      * Business-day calendar held for the run, same pattern as
      * ACRONYM-PENDING-AGING - a date off the calendar falls back
      * to plain calendar days.
       01 WS-CAL-MAX              PIC 9(4) VALUE 1200.
       01 WS-CAL-COUNT            PIC 9(4) VALUE 0.
       01 WS-CAL-TABLE.
          03 WS-CAL-ENTRY OCCURS 1200 TIMES INDEXED BY CA-IDX.
             05 CAL-T-DATE     PIC 9(8).
             05 CAL-T-BUSINESS PIC X.

       01 WS-AGE-FROM-DATE        PIC 9(8) VALUE 0.
       01 WS-AGE-DAYS             PIC S9(5) VALUE 0.
       01 WS-AGE-ON-CALENDAR      PIC X VALUE 'N'.
       01 WS-AGE-FROM-INT         PIC 9(8) COMP.
       01 WS-AGE-TO-INT           PIC 9(8) COMP.

      * Receipts held for the run so each manifest line can find its
      * own; RCT-T-USED marks the ones claimed.
       01 WS-RECEIPT-MAX          PIC 9(4) VALUE 2000.
       01 WS-RECEIPT-COUNT        PIC 9(4) VALUE 0.
       01 WS-RECEIPT-TABLE.
          03 WS-RECEIPT-ENTRY OCCURS 2000 TIMES INDEXED BY RC-IDX.
             05 RCT-T-PARTNER     PIC X(4).
             05 RCT-T-RUN-ID      PIC X(8).
             05 RCT-T-RECEIVED    PIC 9(8).
             05 RCT-T-COUNT       PIC 9(6).
             05 RCT-T-HASH        PIC 9(9).
             05 RCT-T-USED        PIC X.

      * Manifest lines already settled on the acknowledgement file.
       01 WS-ACK-MAX              PIC 9(4) VALUE 5000.
       01 WS-ACK-COUNT            PIC 9(4) VALUE 0.
       01 WS-ACK-TABLE.
          03 WS-ACK-ENTRY OCCURS 5000 TIMES INDEXED BY AK-IDX.
             05 AKT-T-PARTNER     PIC X(4).
             05 AKT-T-RUN-ID      PIC X(8).
             05 AKT-T-DATASET     PIC X(44).
       01 WS-ACK-FULL-LOGGED      PIC X VALUE 'N'.
       01 WS-SETTLED              PIC X VALUE 'N'.

       01 WS-MATCH-IDX            PIC 9(4) VALUE 0.
       01 WS-MATCH-EXACT          PIC X VALUE 'N'.
       01 WS-XMIT-REASON          PIC X(20) VALUE SPACES.

       01 WS-EXC-DETAIL.
          03 EXD-PARTNER         PIC X(4).
          03 FILLER              PIC X(2) VALUE SPACES.
          03 EXD-RUN-ID          PIC X(8).
          03 FILLER              PIC X(2) VALUE SPACES.
          03 EXD-RUN-DATE        PIC X(8).
          03 FILLER              PIC X(2) VALUE SPACES.
          03 EXD-AGE-TXT         PIC X(5).
          03 FILLER              PIC X(2) VALUE SPACES.
          03 EXD-SENT-COUNT      PIC X(6).
          03 FILLER              PIC X(2) VALUE SPACES.
          03 EXD-SENT-HASH       PIC X(9).
          03 FILLER              PIC X(2) VALUE SPACES.
          03 EXD-RCVD-COUNT      PIC X(6).
          03 FILLER              PIC X(2) VALUE SPACES.
          03 EXD-RCVD-HASH       PIC X(9).
          03 FILLER              PIC X(2) VALUE SPACES.
          03 EXD-REASON          PIC X(20).
          03 FILLER              PIC X(2) VALUE SPACES.
          03 EXD-ACTION          PIC X(10).
          03 FILLER              PIC X(2) VALUE SPACES.
          03 EXD-DATASET         PIC X(23).
       01 WS-AGE-NUM-TXT          PIC ZZZZ9.
       01 WS-COUNT-NUM-TXT        PIC ZZZZZ9.
       01 WS-HASH-NUM-TXT         PIC ZZZZZZZZ9.

       COPY "suite-error-log-ws.cpy".
       COPY "table-capacity-ws.cpy".
       COPY "run-parms-ws.cpy".
       COPY "env-accept-ws.cpy".
       COPY "transaction-header.cpy".
       COPY "return-codes.cpy".
       COPY "env-switch-ws.cpy".

       PROCEDURE DIVISION.
       RUN-TRANSMISSION-RECON SECTION.
           PERFORM READ-RUN-PARMS
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'ROTATIONAL_CIPHER_MANIFEST_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-XMIT-MANIFEST-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'TRANSMISSION_RECEIPT_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-RECEIPT-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'TRANSMISSION_ACK_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-ACK-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'FISCAL_CALENDAR_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-FISCAL-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'TRANSMISSION_EXCEPTION_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-EXCEPTION-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'TRANSMISSION_RETRANSMIT_QUEUE_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-RETRANSMIT-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'TRANSMISSION_RECON_CONTROL_TOTAL_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-CONTROL-TOTAL-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'SUITE_ERROR_LOG_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-SUITE-ERROR-LOG-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'TRANSMISSION_RETRANSMIT_DAYS'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-RETRANSMIT-TXT
           END-IF
           IF WS-RETRANSMIT-TXT NOT = SPACES
               AND WS-RETRANSMIT-TXT IS NUMERIC
               MOVE WS-RETRANSMIT-TXT TO WS-RETRANSMIT-DAYS
           END-IF
           MOVE WS-XMIT-MANIFEST-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-XMIT-MANIFEST-DSN
           MOVE WS-RECEIPT-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-RECEIPT-DSN
           MOVE WS-ACK-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-ACK-DSN
           MOVE WS-EXCEPTION-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-EXCEPTION-DSN
           MOVE WS-RETRANSMIT-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-RETRANSMIT-DSN
           MOVE WS-CONTROL-TOTAL-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-CONTROL-TOTAL-DSN

           IF WS-RUN-DATE NOT = 0
               MOVE WS-RUN-DATE TO WS-REPORT-DATE
           ELSE
               ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD
           END-IF
           PERFORM LOAD-FISCAL-CALENDAR
           PERFORM LOAD-RECEIPTS
           PERFORM LOAD-ACKNOWLEDGEMENTS

           OPEN OUTPUT EXCEPTION-FILE
           OPEN OUTPUT RETRANSMIT-FILE
           MOVE WS-PARM-RUN-ID TO TRX-RUN-ID
           MOVE 'XMITRECN' TO TRX-SOURCE-SYSTEM
           MOVE FUNCTION CURRENT-DATE TO TRX-TIMESTAMP
           MOVE TRX-HEADER TO EXC-LINE
           WRITE EXC-LINE
           MOVE 'OUTBOUND TRANSMISSION EXCEPTIONS' TO EXC-LINE
           WRITE EXC-LINE
           MOVE SPACES TO EXC-LINE
           STRING 'PTN   RUN ID    SENT ON     AGE    SENT  '
                      DELIMITED BY SIZE
                  'SENT HASH    RCVD  RCVD HASH  REASON          '
                      DELIMITED BY SIZE
                  '      ACTION      DATASET' DELIMITED BY SIZE
             INTO EXC-LINE
           WRITE EXC-LINE
           MOVE ALL '-' TO EXC-LINE
           WRITE EXC-LINE

           OPEN EXTEND ACK-FILE
           IF WS-ACK-STATUS NOT = '00'
               OPEN OUTPUT ACK-FILE
           END-IF
           OPEN INPUT TRANSMISSION-MANIFEST-FILE
           IF WS-XMIT-MANIFEST-STATUS = '00'
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ TRANSMISSION-MANIFEST-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           IF XMF-PARTNER-CODE NOT = SPACES
                               ADD 1 TO WS-MANIFEST-READ
                               PERFORM RECONCILE-ONE-TRANSMISSION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANSMISSION-MANIFEST-FILE
           END-IF
           CLOSE ACK-FILE

           PERFORM LIST-UNMATCHED-RECEIPTS
           CLOSE EXCEPTION-FILE
           CLOSE RETRANSMIT-FILE
           PERFORM WRITE-CONTROL-TOTALS

           SET RC-NORMAL TO TRUE
           IF WS-UNACKNOWLEDGED > 0 OR WS-RECEIPTS-UNMATCHED > 0
               SET RC-WARNING TO TRUE
           END-IF
           IF WS-COUNT-MISMATCH > 0 OR WS-HASH-MISMATCH > 0
               SET RC-DATA-EXCEPTION TO TRUE
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
           PERFORM RECORD-TABLE-CAPACITY
           GOBACK.

      * An exact receipt settles the line however many mismatched
      * ones came before it - a partner that re-counted after a bad
      * first pull has acknowledged the file. A line settled on an
      * earlier night is not reconciled again; any receipt still on
      * file for it is simply claimed so it is not listed as having
      * no manifest.
       RECONCILE-ONE-TRANSMISSION SECTION.
           PERFORM TEST-ALREADY-SETTLED
           IF WS-SETTLED = 'Y'
               ADD 1 TO WS-ALREADY-SETTLED
               PERFORM VARYING RC-IDX FROM 1 BY 1
                       UNTIL RC-IDX > WS-RECEIPT-COUNT
                   IF RCT-T-PARTNER(RC-IDX) = XMF-PARTNER-CODE
                       AND RCT-T-RUN-ID(RC-IDX) = XMF-RUN-ID
                       MOVE 'Y' TO RCT-T-USED(RC-IDX)
                   END-IF
               END-PERFORM
               GO TO RECONCILE-ONE-TRANSMISSION-EXIT
           END-IF
           MOVE 0 TO WS-MATCH-IDX
           MOVE 'N' TO WS-MATCH-EXACT
           PERFORM VARYING RC-IDX FROM 1 BY 1
                   UNTIL RC-IDX > WS-RECEIPT-COUNT
               IF RCT-T-PARTNER(RC-IDX) = XMF-PARTNER-CODE
                   AND RCT-T-RUN-ID(RC-IDX) = XMF-RUN-ID
                   MOVE 'Y' TO RCT-T-USED(RC-IDX)
                   IF WS-MATCH-EXACT = 'N'
                       SET WS-MATCH-IDX TO RC-IDX
                       IF RCT-T-COUNT(RC-IDX) = XMF-RECORD-COUNT
                           AND RCT-T-HASH(RC-IDX) = XMF-HASH-TOTAL
                           MOVE 'Y' TO WS-MATCH-EXACT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           IF WS-MATCH-EXACT = 'Y'
               ADD 1 TO WS-ACKNOWLEDGED
               PERFORM RECORD-ACKNOWLEDGEMENT
               GO TO RECONCILE-ONE-TRANSMISSION-EXIT
           END-IF

           EVALUATE TRUE
               WHEN WS-MATCH-IDX = 0
                   MOVE 'NOT ACKNOWLEDGED' TO WS-XMIT-REASON
                   ADD 1 TO WS-UNACKNOWLEDGED
               WHEN RCT-T-COUNT(WS-MATCH-IDX) NOT = XMF-RECORD-COUNT
                   MOVE 'RECORD COUNT DIFFERS' TO WS-XMIT-REASON
                   ADD 1 TO WS-COUNT-MISMATCH
               WHEN OTHER
                   MOVE 'HASH TOTAL DIFFERS' TO WS-XMIT-REASON
                   ADD 1 TO WS-HASH-MISMATCH
           END-EVALUATE

           IF XMF-RUN-DATE IS NUMERIC AND XMF-RUN-DATE NOT = 0
               MOVE XMF-RUN-DATE TO WS-AGE-FROM-DATE
               PERFORM COMPUTE-BUSINESS-AGE
           ELSE
               MOVE 0 TO WS-AGE-DAYS
           END-IF

           MOVE SPACES TO WS-EXC-DETAIL
           MOVE XMF-PARTNER-CODE TO EXD-PARTNER
           MOVE XMF-RUN-ID TO EXD-RUN-ID
           MOVE XMF-RUN-DATE TO EXD-RUN-DATE
           MOVE WS-AGE-DAYS TO WS-AGE-NUM-TXT
           MOVE WS-AGE-NUM-TXT TO EXD-AGE-TXT
           MOVE XMF-RECORD-COUNT TO WS-COUNT-NUM-TXT
           MOVE WS-COUNT-NUM-TXT TO EXD-SENT-COUNT
           MOVE XMF-HASH-TOTAL TO WS-HASH-NUM-TXT
           MOVE WS-HASH-NUM-TXT TO EXD-SENT-HASH
           IF WS-MATCH-IDX > 0
               MOVE RCT-T-COUNT(WS-MATCH-IDX) TO WS-COUNT-NUM-TXT
               MOVE WS-COUNT-NUM-TXT TO EXD-RCVD-COUNT
               MOVE RCT-T-HASH(WS-MATCH-IDX) TO WS-HASH-NUM-TXT
               MOVE WS-HASH-NUM-TXT TO EXD-RCVD-HASH
           END-IF
           MOVE WS-XMIT-REASON TO EXD-REASON
           MOVE XMF-DATASET TO EXD-DATASET

           IF WS-AGE-DAYS > WS-RETRANSMIT-DAYS
               MOVE 'RETRANSMIT' TO EXD-ACTION
               ADD 1 TO WS-QUEUED-RETRANSMIT
               MOVE SPACES TO RTQ-RECORD
               MOVE XMF-PARTNER-CODE TO RTQ-PARTNER-CODE
               MOVE XMF-DATASET TO RTQ-DATASET
               MOVE XMF-RUN-ID TO RTQ-RUN-ID
               MOVE XMF-RUN-DATE TO RTQ-RUN-DATE
               MOVE WS-XMIT-REASON TO RTQ-REASON
               MOVE WS-AGE-DAYS TO RTQ-AGE-DAYS
               WRITE RTQ-RECORD
               MOVE 'XMIT-RECON' TO SERR-PROGRAM-ID
               MOVE SPACES TO SERR-KEY-FIELD
               STRING XMF-PARTNER-CODE DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      XMF-RUN-ID DELIMITED BY SIZE
                 INTO SERR-KEY-FIELD
               MOVE 'QUEUED FOR RETRANSMISSION' TO SERR-REASON
               MOVE 'DST001' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
           ELSE
               MOVE 'WAIT' TO EXD-ACTION
           END-IF
           MOVE WS-EXC-DETAIL TO EXC-LINE
           WRITE EXC-LINE.
       RECONCILE-ONE-TRANSMISSION-EXIT.
           EXIT.

       TEST-ALREADY-SETTLED SECTION.
           MOVE 'N' TO WS-SETTLED
           PERFORM VARYING AK-IDX FROM 1 BY 1
                   UNTIL AK-IDX > WS-ACK-COUNT
               IF AKT-T-PARTNER(AK-IDX) = XMF-PARTNER-CODE
                   AND AKT-T-RUN-ID(AK-IDX) = XMF-RUN-ID
                   AND AKT-T-DATASET(AK-IDX) = XMF-DATASET
                   MOVE 'Y' TO WS-SETTLED
               END-IF
           END-PERFORM
           EXIT.

      * WS-MATCH-IDX is the exact receipt that settled the line.
       RECORD-ACKNOWLEDGEMENT SECTION.
           MOVE SPACES TO ACK-RECORD
           MOVE XMF-PARTNER-CODE TO ACK-PARTNER-CODE
           MOVE XMF-RUN-ID TO ACK-RUN-ID
           MOVE XMF-DATASET TO ACK-DATASET
           MOVE WS-REPORT-DATE TO ACK-SETTLED-DATE
           MOVE RCT-T-RECEIVED(WS-MATCH-IDX) TO ACK-RECEIVED-DATE
           MOVE XMF-RECORD-COUNT TO ACK-RECORD-COUNT
           MOVE XMF-HASH-TOTAL TO ACK-HASH-TOTAL
           WRITE ACK-RECORD
           EXIT.

       LIST-UNMATCHED-RECEIPTS SECTION.
           PERFORM VARYING RC-IDX FROM 1 BY 1
                   UNTIL RC-IDX > WS-RECEIPT-COUNT
               IF RCT-T-USED(RC-IDX) = 'N'
                   ADD 1 TO WS-RECEIPTS-UNMATCHED
                   MOVE SPACES TO WS-EXC-DETAIL
                   MOVE RCT-T-PARTNER(RC-IDX) TO EXD-PARTNER
                   MOVE RCT-T-RUN-ID(RC-IDX) TO EXD-RUN-ID
                   MOVE RCT-T-COUNT(RC-IDX) TO WS-COUNT-NUM-TXT
                   MOVE WS-COUNT-NUM-TXT TO EXD-RCVD-COUNT
                   MOVE RCT-T-HASH(RC-IDX) TO WS-HASH-NUM-TXT
                   MOVE WS-HASH-NUM-TXT TO EXD-RCVD-HASH
                   MOVE 'RECEIPT NO MANIFEST' TO EXD-REASON
                   MOVE 'CHECK' TO EXD-ACTION
                   MOVE WS-EXC-DETAIL TO EXC-LINE
                   WRITE EXC-LINE
                   MOVE 'XMIT-RECON' TO SERR-PROGRAM-ID
                   MOVE SPACES TO SERR-KEY-FIELD
                   STRING RCT-T-PARTNER(RC-IDX) DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          RCT-T-RUN-ID(RC-IDX) DELIMITED BY SIZE
                     INTO SERR-KEY-FIELD
                   MOVE 'RECEIPT WITHOUT MANIFEST' TO SERR-REASON
                   MOVE 'BAL001' TO SERR-ERROR-CODE
                   PERFORM WRITE-SUITE-ERROR-LOG
               END-IF
           END-PERFORM
           EXIT.

       LOAD-RECEIPTS SECTION.
           MOVE 0 TO WS-RECEIPT-COUNT
           OPEN INPUT RECEIPT-FILE
           IF WS-RECEIPT-STATUS NOT = '00'
               GO TO LOAD-RECEIPTS-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ RECEIPT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM LOAD-ONE-RECEIPT
               END-READ
           END-PERFORM
           CLOSE RECEIPT-FILE
           MOVE 'N' TO WS-EOF-FLAG.
       LOAD-RECEIPTS-EXIT.
           EXIT.

       LOAD-ONE-RECEIPT SECTION.
           IF RCP-PARTNER-CODE = SPACES
               GO TO LOAD-ONE-RECEIPT-EXIT
           END-IF
           ADD 1 TO WS-RECEIPTS-READ
           IF RCP-RECORD-COUNT IS NOT NUMERIC
               OR RCP-HASH-TOTAL IS NOT NUMERIC
               MOVE 'XMIT-RECON' TO SERR-PROGRAM-ID
               MOVE SPACES TO SERR-KEY-FIELD
               STRING RCP-PARTNER-CODE DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      RCP-RUN-ID DELIMITED BY SIZE
                 INTO SERR-KEY-FIELD
               MOVE 'BAD RECEIPT RECORD' TO SERR-REASON
               MOVE 'TXN001' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               ADD 1 TO WS-RECEIPTS-UNMATCHED
               GO TO LOAD-ONE-RECEIPT-EXIT
           END-IF
           IF WS-RECEIPT-COUNT NOT < WS-RECEIPT-MAX
               MOVE 'XMIT-RECON' TO SERR-PROGRAM-ID
               MOVE RCP-RUN-ID TO SERR-KEY-FIELD
               MOVE 'RECEIPT TABLE FULL' TO SERR-REASON
               MOVE 'TBL001' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               ADD 1 TO WS-RECEIPTS-UNMATCHED
               GO TO LOAD-ONE-RECEIPT-EXIT
           END-IF
           ADD 1 TO WS-RECEIPT-COUNT
           SET RC-IDX TO WS-RECEIPT-COUNT
           MOVE RCP-PARTNER-CODE TO RCT-T-PARTNER(RC-IDX)
           MOVE RCP-RUN-ID TO RCT-T-RUN-ID(RC-IDX)
           MOVE RCP-RECEIVED-DATE TO RCT-T-RECEIVED(RC-IDX)
           MOVE RCP-RECORD-COUNT TO RCT-T-COUNT(RC-IDX)
           MOVE RCP-HASH-TOTAL TO RCT-T-HASH(RC-IDX)
           MOVE 'N' TO RCT-T-USED(RC-IDX).
       LOAD-ONE-RECEIPT-EXIT.
           EXIT.

      * A settled line past the table ceiling is reconciled against
      * the receipts again, as before there was an acknowledgement
      * file - never dropped unseen.
       LOAD-ACKNOWLEDGEMENTS SECTION.
           MOVE 0 TO WS-ACK-COUNT
           OPEN INPUT ACK-FILE
           IF WS-ACK-STATUS NOT = '00'
               GO TO LOAD-ACKNOWLEDGEMENTS-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ ACK-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM LOAD-ONE-ACKNOWLEDGEMENT
               END-READ
           END-PERFORM
           CLOSE ACK-FILE
           MOVE 'N' TO WS-EOF-FLAG.
       LOAD-ACKNOWLEDGEMENTS-EXIT.
           EXIT.

       LOAD-ONE-ACKNOWLEDGEMENT SECTION.
           IF ACK-PARTNER-CODE = SPACES
               GO TO LOAD-ONE-ACKNOWLEDGEMENT-EXIT
           END-IF
           IF WS-ACK-COUNT NOT < WS-ACK-MAX
               IF WS-ACK-FULL-LOGGED = 'N'
                   MOVE 'Y' TO WS-ACK-FULL-LOGGED
                   MOVE 'XMIT-RECON' TO SERR-PROGRAM-ID
                   MOVE ACK-RUN-ID TO SERR-KEY-FIELD
                   MOVE 'ACK TABLE FULL' TO SERR-REASON
                   MOVE 'TBL001' TO SERR-ERROR-CODE
                   PERFORM WRITE-SUITE-ERROR-LOG
               END-IF
               GO TO LOAD-ONE-ACKNOWLEDGEMENT-EXIT
           END-IF
           ADD 1 TO WS-ACK-COUNT
           MOVE ACK-PARTNER-CODE TO AKT-T-PARTNER(WS-ACK-COUNT)
           MOVE ACK-RUN-ID TO AKT-T-RUN-ID(WS-ACK-COUNT)
           MOVE ACK-DATASET TO AKT-T-DATASET(WS-ACK-COUNT).
       LOAD-ONE-ACKNOWLEDGEMENT-EXIT.
           EXIT.

      * Business days between the send date (exclusive) and the
      * report date (inclusive), counted off the fiscal calendar.
      * Either date off the calendar - or no calendar at all - falls
      * back to plain calendar days.
       COMPUTE-BUSINESS-AGE SECTION.
           MOVE 0 TO WS-AGE-DAYS
           MOVE 'N' TO WS-AGE-ON-CALENDAR
           PERFORM VARYING CA-IDX FROM 1 BY 1
                   UNTIL CA-IDX > WS-CAL-COUNT
               IF CAL-T-DATE(CA-IDX) = WS-AGE-FROM-DATE
                   MOVE 'Y' TO WS-AGE-ON-CALENDAR
               END-IF
               IF CAL-T-DATE(CA-IDX) > WS-AGE-FROM-DATE
                   AND CAL-T-DATE(CA-IDX) <= WS-REPORT-DATE
                   AND CAL-T-BUSINESS(CA-IDX) = 'Y'
                   ADD 1 TO WS-AGE-DAYS
               END-IF
           END-PERFORM
           IF WS-AGE-ON-CALENDAR = 'N'
               COMPUTE WS-AGE-FROM-INT =
                   FUNCTION INTEGER-OF-DATE(WS-AGE-FROM-DATE)
               COMPUTE WS-AGE-TO-INT =
                   FUNCTION INTEGER-OF-DATE(WS-REPORT-DATE)
               COMPUTE WS-AGE-DAYS =
                   WS-AGE-TO-INT - WS-AGE-FROM-INT
           END-IF
           IF WS-AGE-DAYS < 0
               MOVE 0 TO WS-AGE-DAYS
           END-IF
           EXIT.

      * The fiscal calendar is the same file the scheduler gates the
      * night on - a missing file just means ages fall back to
      * calendar days.
       LOAD-FISCAL-CALENDAR SECTION.
           MOVE 0 TO WS-CAL-COUNT
           OPEN INPUT FISCAL-DAY-FILE
           IF WS-FISCAL-STATUS = '00'
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ FISCAL-DAY-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           IF FDAY-DATE IS NUMERIC
                               AND WS-CAL-COUNT < WS-CAL-MAX
                               ADD 1 TO WS-CAL-COUNT
                               MOVE FDAY-DATE
                                 TO CAL-T-DATE(WS-CAL-COUNT)
                               MOVE FDAY-BUSINESS-FLAG
                                 TO CAL-T-BUSINESS(WS-CAL-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FISCAL-DAY-FILE
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           EXIT.

      * Standard run-balancing control-total report so ops balances
      * this job the same way every other nightly batch job is
      * balanced.
       WRITE-CONTROL-TOTALS SECTION.
           OPEN OUTPUT CONTROL-TOTAL-FILE
           MOVE WS-PARM-RUN-ID TO TRX-RUN-ID
           MOVE 'XMITRECN' TO TRX-SOURCE-SYSTEM
           MOVE FUNCTION CURRENT-DATE TO TRX-TIMESTAMP
           MOVE TRX-HEADER TO CTL-LINE
           WRITE CTL-LINE
           MOVE 'TRANSMISSION RECON CONTROL TOTALS' TO CTL-LINE
           WRITE CTL-LINE
           MOVE ALL '-' TO CTL-LINE
           WRITE CTL-LINE
           MOVE SPACES TO CTL-LINE
           MOVE WS-MANIFEST-READ TO WS-CTL-COUNT-TXT
           STRING 'MANIFEST LINES   : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-ACKNOWLEDGED TO WS-CTL-COUNT-TXT
           STRING 'ACKNOWLEDGED     : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-ALREADY-SETTLED TO WS-CTL-COUNT-TXT
           STRING 'ALREADY SETTLED  : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-UNACKNOWLEDGED TO WS-CTL-COUNT-TXT
           STRING 'NOT ACKNOWLEDGED : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-COUNT-MISMATCH TO WS-CTL-COUNT-TXT
           STRING 'COUNT MISMATCH   : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-HASH-MISMATCH TO WS-CTL-COUNT-TXT
           STRING 'HASH MISMATCH    : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-QUEUED-RETRANSMIT TO WS-CTL-COUNT-TXT
           STRING 'QUEUED RETRANSMIT: ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-RECEIPTS-READ TO WS-CTL-COUNT-TXT
           STRING 'RECEIPTS READ    : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-RECEIPTS-UNMATCHED TO WS-CTL-COUNT-TXT
           STRING 'RECEIPTS UNMATCHD: ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           CLOSE CONTROL-TOTAL-FILE
           EXIT.

      * High-water marks of the in-memory tables for this run,
      * kept so TABLE-CAPACITY-REPORT can warn before a ceiling is
      * reached.
       RECORD-TABLE-CAPACITY SECTION.
           MOVE 'TRANSMISSION-RECON' TO TCAP-PROGRAM-ID
           MOVE WS-PARM-RUN-ID TO TCAP-RUN-ID
           MOVE WS-RUN-DATE TO TCAP-RUN-DATE
           MOVE 'CAL' TO TCAP-TABLE-NAME
           MOVE WS-CAL-COUNT TO TCAP-PEAK
           MOVE WS-CAL-MAX TO TCAP-CEILING
           PERFORM WRITE-TABLE-CAPACITY
           MOVE 'RECEIPT' TO TCAP-TABLE-NAME
           MOVE WS-RECEIPT-COUNT TO TCAP-PEAK
           MOVE WS-RECEIPT-MAX TO TCAP-CEILING
           PERFORM WRITE-TABLE-CAPACITY
           MOVE 'ACK' TO TCAP-TABLE-NAME
           MOVE WS-ACK-COUNT TO TCAP-PEAK
           MOVE WS-ACK-MAX TO TCAP-CEILING
           PERFORM WRITE-TABLE-CAPACITY
           EXIT.

       COPY "suite-error-log-proc.cpy".
       COPY "run-parms-proc.cpy".
       COPY "env-switch-proc.cpy".
       COPY "table-capacity-proc.cpy".
