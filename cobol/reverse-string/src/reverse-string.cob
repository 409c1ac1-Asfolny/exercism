           SELECT VERIFY-CERT-FILE ASSIGN TO DYNAMIC WS-VERIFY-CERT-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-VERIFY-CERT-STATUS.
      * Code-page translation table for the downstream system, which
      * runs a different code page: single-byte and double-byte
      * character mappings applied after the reversal, so the file
      * ships already translated and no after-the-fact script gets a
      * chance to mangle the shift codes.
           SELECT CODEPAGE-FILE ASSIGN TO DYNAMIC WS-CODEPAGE-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CODEPAGE-STATUS.
      * Standard run-balancing control-total report so ops balances
      * this job the same way every other nightly batch job is
      * balanced.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-TOTAL-STATUS.
           COPY "suite-error-log-select.cpy".
           COPY "table-capacity-select.cpy".
           COPY "run-parms-select.cpy".
           COPY "data-lineage-select.cpy".
           COPY "log-chain-select.cpy".

       DATA DIVISION.
       FILE SECTION.
           RECORD CONTAINS 80 CHARACTERS.
       01 CERT-LINE PIC X(80).

      * One mapping per record, bytes given in hex so the table can
      * carry control and high-order bytes: CP-TYPE S maps one byte
      * (first two hex digits of source and target), CP-TYPE D maps
      * one double-byte character (all four hex digits).
       FD  CODEPAGE-FILE
           RECORD CONTAINS 11 CHARACTERS.
       01 CP-RECORD.
          03 CP-TYPE         PIC X.
          03 FILLER          PIC X.
          03 CP-SOURCE       PIC X(4).
          03 FILLER          PIC X.
          03 CP-TARGET       PIC X(4).

       FD  CONTROL-TOTAL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 CTL-LINE PIC X(80).

       COPY "suite-error-log-fd.cpy".
       COPY "table-capacity-fd.cpy".
       COPY "run-parms-fd.cpy".
       COPY "data-lineage-fd.cpy".
       COPY "log-chain-fd.cpy".

      * WS-STRING carries a whole logical string - up to
      * WS-SEGMENT-MAX segments of 64 bytes reassembled before the
       WORKING-STORAGE SECTION.
       01 WS-STRING PIC X(320).
       01 WS-SEGMENT-MAX         PIC 9(2) VALUE 5.
       01 WS-SEGMENT-PEAK        PIC 9(4) VALUE 0.
       01 WS-LOGICAL-STRING      PIC X(320).
       01 WS-LOGICAL-LEN         PIC 9(3) VALUE 0.
       01 WS-SEGMENT-COUNT       PIC 9(4) VALUE 0.
       01 WS-VOUT-STRING           PIC X(320).
       01 WS-VOUT-LEN              PIC 9(3) VALUE 0.

      * Code-page translation. With a table loaded, every logical
      * string is translated after it is reversed: single-byte runs
      * byte by byte through the SBCS table, double-byte runs pair by
      * pair through the DBCS table, the SHIFT-OUT/SHIFT-IN codes
      * passed through as they are. A character the table does not
      * map is left as it was and reported with its position. Each
      * SBCS slot is indexed by byte ordinal and carries the forward
      * mapping and its inverse; the verification pass runs the
      * inverse ahead of reversing back, so the certificate still
      * compares against the untranslated input. A mapping that would
      * make the inverse ambiguous is refused at load.
       01 WS-CODEPAGE-DSN          PIC X(100)
          VALUE 'REVERSE-CODEPAGE.DAT'.
       01 WS-CODEPAGE-STATUS       PIC XX VALUE '00'.
       01 WS-CP-LOADED             PIC X VALUE 'N'.
          88 CODEPAGE-LOADED       VALUE 'Y'.
       01 WS-CP-DIRECTION          PIC X VALUE 'F'.
          88 CP-FORWARD            VALUE 'F'.
          88 CP-BACKWARD           VALUE 'B'.
       01 WS-CP-SBCS-TABLE.
          03 WS-CP-SBCS OCCURS 256 TIMES.
             05 CPS-FWD-TARGET     PIC X.
             05 CPS-FWD-SET        PIC X.
             05 CPS-BWD-TARGET     PIC X.
             05 CPS-BWD-SET        PIC X.
       01 WS-CP-DBCS-MAX           PIC 9(3) VALUE 500.
       01 WS-CP-DBCS-COUNT         PIC 9(3) VALUE 0.
       01 WS-CP-DBCS-TABLE.
          03 WS-CP-DBCS OCCURS 500 TIMES INDEXED BY CD-IDX.
             05 CPD-SOURCE         PIC XX.
             05 CPD-TARGET         PIC XX.
       01 WS-CP-HEX-DIGITS         PIC X(16)
          VALUE '0123456789ABCDEF'.
       01 WS-CP-HEX                PIC XX.
       01 WS-CP-HEX-OUT            PIC X(4).
       01 WS-CP-HEX-BAD            PIC X.
       01 WS-CP-HEX-POS            PIC 9(2).
       01 WS-CP-NIBBLE-HI          PIC 9(2).
       01 WS-CP-NIBBLE-LO          PIC 9(2).
       01 WS-CP-ORD                PIC 9(3).
       01 WS-CP-BYTE               PIC X.
       01 WS-CP-SOURCE-PAIR        PIC XX.
       01 WS-CP-TARGET-PAIR        PIC XX.
       01 WS-CP-SOURCE-ORD         PIC 9(3).
       01 WS-CP-TARGET-ORD         PIC 9(3).
       01 WS-CP-PAIR               PIC XX.
       01 WS-CP-BAD-LEN            PIC 9.
       01 WS-CP-LEN                PIC 9(3).
       01 WS-CP-POS                PIC 9(3).
       01 WS-CP-POS-TXT            PIC ZZ9.
       01 WS-CP-IN-DBCS            PIC X.
       01 WS-CP-FOUND              PIC X.
       01 WS-UNTRANSLATABLE        PIC 9(6) VALUE 0.

       COPY "suite-error-log-ws.cpy".
       COPY "table-capacity-ws.cpy".
       COPY "run-parms-ws.cpy".
       COPY "env-accept-ws.cpy".
       COPY "data-lineage-ws.cpy".
       COPY "log-chain-ws.cpy".
       COPY "transaction-header.cpy".
       COPY "return-codes.cpy".
       COPY "env-switch-ws.cpy".
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-VERIFY-CERT-DSN
           END-IF
           ACCEPT WS-ENV-ACCEPT-SCRATCH FROM ENVIRONMENT
                  'REVERSE_STRING_CODEPAGE_FILE'
           IF WS-ENV-ACCEPT-SCRATCH NOT = SPACES
               MOVE WS-ENV-ACCEPT-SCRATCH TO WS-CODEPAGE-DSN
           END-IF
           MOVE WS-VERIFY-CERT-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-VERIFY-CERT-DSN
           MOVE WS-CODEPAGE-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-CODEPAGE-DSN
           MOVE WS-INPUT-DSN TO WS-ENV-SWITCH-DSN
           PERFORM RESOLVE-ENVIRONMENT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-INPUT-DSN
           MOVE WS-ENV-SWITCH-DSN TO WS-CHECKPOINT-DSN

           PERFORM LOAD-REVERSE-FIELDS
           PERFORM LOAD-CODE-PAGE-TABLE

      * Verification mode certifies the already-written output file
      * against the input and does nothing else - it is the second
      * file is flagged before anyone ships it. The field table loads
      * first either way: re-applying the same field-aware reversal
      * to the output both round-trips the named ranges and proves
      * every byte outside them untouched. The code-page table loads
      * too, so the output is translated back before it is compared.
           IF VERIFY-MODE-ON
               PERFORM RUN-VERIFICATION-PASS
               MOVE WS-RETURN-CODE TO RETURN-CODE
           PERFORM WRITE-CONTROL-TOTALS

           SET RC-NORMAL TO TRUE
           IF WS-RECORDS-TRUNCATED > 0 OR WS-UNTRANSLATABLE > 0
               SET RC-WARNING TO TRUE
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
           PERFORM RECORD-TABLE-CAPACITY
           GOBACK.

      * Streams the input and the output file in step - one logical
      * RC-DATA-EXCEPTION so the joblog flags the file.
       RUN-VERIFICATION-PASS SECTION.
           SET RC-NORMAL TO TRUE
           SET CP-BACKWARD TO TRUE
           OPEN INPUT STRING-INPUT-FILE
           OPEN INPUT REVERSED-STRING-FILE
           OPEN OUTPUT VERIFY-CERT-FILE
               MOVE 'reverse-string' TO SERR-PROGRAM-ID
               MOVE 'VERIFY' TO SERR-KEY-FIELD
               MOVE 'ROUND-TRIP MISMATCH' TO SERR-REASON
               MOVE 'BAL001' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
           ELSE
               MOVE 'CERTIFICATE: FILE VERIFIED FAITHFUL' TO CERT-LINE
           END-IF
           IF IN-CONT-FLAG NOT = 'C'
               PERFORM PROCESS-LOGICAL-STRING
               IF WS-SEGMENT-COUNT > WS-SEGMENT-PEAK
                   MOVE WS-SEGMENT-COUNT TO WS-SEGMENT-PEAK
               END-IF
               MOVE 0 TO WS-SEGMENT-COUNT
               IF FUNCTION MOD(WS-LOGICAL-READ,
                       WS-CHECKPOINT-INTERVAL) = 0
           MOVE 'reverse-string' TO SERR-PROGRAM-ID
           MOVE EXC-INPUT-TEXT TO SERR-KEY-FIELD
           MOVE EXC-MESSAGE(1:30) TO SERR-REASON
           MOVE 'TXN001' TO SERR-ERROR-CODE
           PERFORM WRITE-SUITE-ERROR-LOG
           EXIT.

      * With a field table loaded only the named ranges reverse and
      * everything else passes through; without one the whole logical
      * string reverses exactly as before. The code-page translation
      * covers the whole string - after the reversal going out, and
      * ahead of it when the verification pass reverses back.
       REVERSE-STRING SECTION.
           IF CODEPAGE-LOADED AND CP-BACKWARD
               PERFORM TRANSLATE-CODE-PAGE
           END-IF
           IF WS-RFIELD-COUNT > 0
               PERFORM REVERSE-NAMED-FIELDS
           ELSE
                     TO WS-STRING
               END-IF
           END-IF
           IF CODEPAGE-LOADED AND CP-FORWARD
               PERFORM TRANSLATE-CODE-PAGE
           END-IF
           EXIT.

       REVERSE-NAMED-FIELDS SECTION.
               MOVE 'reverse-string' TO SERR-PROGRAM-ID
               MOVE RF-RECORD(1:12) TO SERR-KEY-FIELD
               MOVE 'BAD REVERSE FIELD RECORD' TO SERR-REASON
               MOVE 'TXN001' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               GO TO LOAD-ONE-REVERSE-FIELD-EXIT
           END-IF
               MOVE 'reverse-string' TO SERR-PROGRAM-ID
               MOVE RF-RECORD(1:12) TO SERR-KEY-FIELD
               MOVE 'BAD REVERSE FIELD RANGE' TO SERR-REASON
               MOVE 'TXN001' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               GO TO LOAD-ONE-REVERSE-FIELD-EXIT
           END-IF
               MOVE 'reverse-string' TO SERR-PROGRAM-ID
               MOVE RF-RECORD(1:12) TO SERR-KEY-FIELD
               MOVE 'REVERSE FIELD TABLE FULL' TO SERR-REASON
               MOVE 'TBL001' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               GO TO LOAD-ONE-REVERSE-FIELD-EXIT
           END-IF
           MOVE WS-DBCS-RESULT TO WS-STRING
           EXIT.

      * Reads the code-page table fresh each run. No table, or one
      * with no usable entries, leaves the output untranslated as
      * before. Bad, duplicate and non-reversible entries go to the
      * suite error log and are left out of the table.
       LOAD-CODE-PAGE-TABLE SECTION.
           INITIALIZE WS-CP-SBCS-TABLE
           MOVE 0 TO WS-CP-DBCS-COUNT
           MOVE 'N' TO WS-CP-LOADED
           OPEN INPUT CODEPAGE-FILE
           IF WS-CODEPAGE-STATUS = '00'
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ CODEPAGE-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM LOAD-ONE-CODE-PAGE-ENTRY
                   END-READ
               END-PERFORM
               CLOSE CODEPAGE-FILE
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           EXIT.

       LOAD-ONE-CODE-PAGE-ENTRY SECTION.
           EVALUATE CP-TYPE
               WHEN 'S'
                   PERFORM LOAD-SBCS-CODE-PAGE-ENTRY
               WHEN 'D'
                   PERFORM LOAD-DBCS-CODE-PAGE-ENTRY
               WHEN OTHER
                   MOVE 'reverse-string' TO SERR-PROGRAM-ID
                   MOVE CP-RECORD TO SERR-KEY-FIELD
                   MOVE 'BAD CODE PAGE RECORD' TO SERR-REASON
                   MOVE 'TXN001' TO SERR-ERROR-CODE
                   PERFORM WRITE-SUITE-ERROR-LOG
           END-EVALUATE
           EXIT.

       LOAD-SBCS-CODE-PAGE-ENTRY SECTION.
           MOVE CP-SOURCE(1:2) TO WS-CP-HEX
           PERFORM DECODE-HEX-BYTE
           IF WS-CP-HEX-BAD = 'Y'
               GO TO LOAD-SBCS-CODE-PAGE-BAD
           END-IF
           MOVE WS-CP-ORD TO WS-CP-SOURCE-ORD
           MOVE CP-TARGET(1:2) TO WS-CP-HEX
           PERFORM DECODE-HEX-BYTE
           IF WS-CP-HEX-BAD = 'Y'
               GO TO LOAD-SBCS-CODE-PAGE-BAD
           END-IF
           MOVE WS-CP-ORD TO WS-CP-TARGET-ORD
           IF CPS-FWD-SET(WS-CP-SOURCE-ORD) = 'Y'
               MOVE 'reverse-string' TO SERR-PROGRAM-ID
               MOVE CP-RECORD TO SERR-KEY-FIELD
               MOVE 'DUPLICATE CODE PAGE SOURCE' TO SERR-REASON
               MOVE 'TXN001' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               GO TO LOAD-SBCS-CODE-PAGE-EXIT
           END-IF
           IF CPS-BWD-SET(WS-CP-TARGET-ORD) = 'Y'
               MOVE 'reverse-string' TO SERR-PROGRAM-ID
               MOVE CP-RECORD TO SERR-KEY-FIELD
               MOVE 'CODE PAGE TARGET NOT UNIQUE' TO SERR-REASON
               MOVE 'TXN001' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               GO TO LOAD-SBCS-CODE-PAGE-EXIT
           END-IF
           MOVE FUNCTION CHAR(WS-CP-TARGET-ORD)
             TO CPS-FWD-TARGET(WS-CP-SOURCE-ORD)
           MOVE 'Y' TO CPS-FWD-SET(WS-CP-SOURCE-ORD)
           MOVE FUNCTION CHAR(WS-CP-SOURCE-ORD)
             TO CPS-BWD-TARGET(WS-CP-TARGET-ORD)
           MOVE 'Y' TO CPS-BWD-SET(WS-CP-TARGET-ORD)
           MOVE 'Y' TO WS-CP-LOADED
           GO TO LOAD-SBCS-CODE-PAGE-EXIT.
       LOAD-SBCS-CODE-PAGE-BAD.
           MOVE 'reverse-string' TO SERR-PROGRAM-ID
           MOVE CP-RECORD TO SERR-KEY-FIELD
           MOVE 'BAD CODE PAGE RECORD' TO SERR-REASON
           MOVE 'TXN001' TO SERR-ERROR-CODE
           PERFORM WRITE-SUITE-ERROR-LOG.
       LOAD-SBCS-CODE-PAGE-EXIT.
           EXIT.

       LOAD-DBCS-CODE-PAGE-ENTRY SECTION.
           MOVE CP-SOURCE(1:2) TO WS-CP-HEX
           PERFORM DECODE-HEX-BYTE
           IF WS-CP-HEX-BAD = 'Y'
               GO TO LOAD-DBCS-CODE-PAGE-BAD
           END-IF
           MOVE WS-CP-BYTE TO WS-CP-SOURCE-PAIR(1:1)
           MOVE CP-SOURCE(3:2) TO WS-CP-HEX
           PERFORM DECODE-HEX-BYTE
           IF WS-CP-HEX-BAD = 'Y'
               GO TO LOAD-DBCS-CODE-PAGE-BAD
           END-IF
           MOVE WS-CP-BYTE TO WS-CP-SOURCE-PAIR(2:1)
           MOVE CP-TARGET(1:2) TO WS-CP-HEX
           PERFORM DECODE-HEX-BYTE
           IF WS-CP-HEX-BAD = 'Y'
               GO TO LOAD-DBCS-CODE-PAGE-BAD
           END-IF
           MOVE WS-CP-BYTE TO WS-CP-TARGET-PAIR(1:1)
           MOVE CP-TARGET(3:2) TO WS-CP-HEX
           PERFORM DECODE-HEX-BYTE
           IF WS-CP-HEX-BAD = 'Y'
               GO TO LOAD-DBCS-CODE-PAGE-BAD
           END-IF
           MOVE WS-CP-BYTE TO WS-CP-TARGET-PAIR(2:1)
           PERFORM VARYING CD-IDX FROM 1 BY 1
                   UNTIL CD-IDX > WS-CP-DBCS-COUNT
               IF CPD-SOURCE(CD-IDX) = WS-CP-SOURCE-PAIR
                   MOVE 'reverse-string' TO SERR-PROGRAM-ID
                   MOVE CP-RECORD TO SERR-KEY-FIELD
                   MOVE 'DUPLICATE CODE PAGE SOURCE' TO SERR-REASON
                   MOVE 'TXN001' TO SERR-ERROR-CODE
                   PERFORM WRITE-SUITE-ERROR-LOG
                   GO TO LOAD-DBCS-CODE-PAGE-EXIT
               END-IF
               IF CPD-TARGET(CD-IDX) = WS-CP-TARGET-PAIR
                   MOVE 'reverse-string' TO SERR-PROGRAM-ID
                   MOVE CP-RECORD TO SERR-KEY-FIELD
                   MOVE 'CODE PAGE TARGET NOT UNIQUE' TO SERR-REASON
                   MOVE 'TXN001' TO SERR-ERROR-CODE
                   PERFORM WRITE-SUITE-ERROR-LOG
                   GO TO LOAD-DBCS-CODE-PAGE-EXIT
               END-IF
           END-PERFORM
           IF WS-CP-DBCS-COUNT >= WS-CP-DBCS-MAX
               MOVE 'reverse-string' TO SERR-PROGRAM-ID
               MOVE CP-RECORD TO SERR-KEY-FIELD
               MOVE 'CODE PAGE DBCS TABLE FULL' TO SERR-REASON
               MOVE 'TBL001' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               GO TO LOAD-DBCS-CODE-PAGE-EXIT
           END-IF
           ADD 1 TO WS-CP-DBCS-COUNT
           MOVE WS-CP-SOURCE-PAIR TO CPD-SOURCE(WS-CP-DBCS-COUNT)
           MOVE WS-CP-TARGET-PAIR TO CPD-TARGET(WS-CP-DBCS-COUNT)
           MOVE 'Y' TO WS-CP-LOADED
           GO TO LOAD-DBCS-CODE-PAGE-EXIT.
       LOAD-DBCS-CODE-PAGE-BAD.
           MOVE 'reverse-string' TO SERR-PROGRAM-ID
           MOVE CP-RECORD TO SERR-KEY-FIELD
           MOVE 'BAD CODE PAGE RECORD' TO SERR-REASON
           MOVE 'TXN001' TO SERR-ERROR-CODE
           PERFORM WRITE-SUITE-ERROR-LOG.
       LOAD-DBCS-CODE-PAGE-EXIT.
           EXIT.

      * Two hex digits in WS-CP-HEX to the byte in WS-CP-BYTE, with
      * its ordinal (byte value + 1) left in WS-CP-ORD.
       DECODE-HEX-BYTE SECTION.
           MOVE 'N' TO WS-CP-HEX-BAD
           MOVE 0 TO WS-CP-NIBBLE-HI
           MOVE 0 TO WS-CP-NIBBLE-LO
           PERFORM VARYING WS-CP-HEX-POS FROM 1 BY 1
                   UNTIL WS-CP-HEX-POS > 16
               IF WS-CP-HEX-DIGITS(WS-CP-HEX-POS:1) = WS-CP-HEX(1:1)
                   MOVE WS-CP-HEX-POS TO WS-CP-NIBBLE-HI
               END-IF
               IF WS-CP-HEX-DIGITS(WS-CP-HEX-POS:1) = WS-CP-HEX(2:1)
                   MOVE WS-CP-HEX-POS TO WS-CP-NIBBLE-LO
               END-IF
           END-PERFORM
           IF WS-CP-NIBBLE-HI = 0 OR WS-CP-NIBBLE-LO = 0
               MOVE 'Y' TO WS-CP-HEX-BAD
               GO TO DECODE-HEX-BYTE-EXIT
           END-IF
           COMPUTE WS-CP-ORD =
               (WS-CP-NIBBLE-HI - 1) * 16 + WS-CP-NIBBLE-LO
           MOVE FUNCTION CHAR(WS-CP-ORD) TO WS-CP-BYTE.
       DECODE-HEX-BYTE-EXIT.
           EXIT.

      * The byte in WS-CP-BYTE as two hex digits in WS-CP-HEX, for
      * the exception report.
       ENCODE-HEX-BYTE SECTION.
           COMPUTE WS-CP-ORD = FUNCTION ORD(WS-CP-BYTE) - 1
           DIVIDE WS-CP-ORD BY 16 GIVING WS-CP-NIBBLE-HI
               REMAINDER WS-CP-NIBBLE-LO
           MOVE WS-CP-HEX-DIGITS(WS-CP-NIBBLE-HI + 1:1)
             TO WS-CP-HEX(1:1)
           MOVE WS-CP-HEX-DIGITS(WS-CP-NIBBLE-LO + 1:1)
             TO WS-CP-HEX(2:1)
           EXIT.

      * Walks WS-STRING in its current run structure - shift codes
      * switch between single-byte and double-byte runs and pass
      * through untouched - translating in place in the direction
      * WS-CP-DIRECTION names.
       TRANSLATE-CODE-PAGE SECTION.
           IF WS-STRING = SPACES
               GO TO TRANSLATE-CODE-PAGE-EXIT
           END-IF
           COMPUTE WS-CP-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(WS-STRING TRAILING))
           MOVE 'N' TO WS-CP-IN-DBCS
           MOVE 1 TO WS-CP-POS
           PERFORM UNTIL WS-CP-POS > WS-CP-LEN
               EVALUATE TRUE
                   WHEN WS-STRING(WS-CP-POS:1) = WS-SHIFT-OUT
                       MOVE 'Y' TO WS-CP-IN-DBCS
                       ADD 1 TO WS-CP-POS
                   WHEN WS-STRING(WS-CP-POS:1) = WS-SHIFT-IN
                       MOVE 'N' TO WS-CP-IN-DBCS
                       ADD 1 TO WS-CP-POS
                   WHEN WS-CP-IN-DBCS = 'Y' AND WS-CP-POS < 320
                       PERFORM TRANSLATE-DBCS-PAIR
                       ADD 2 TO WS-CP-POS
                   WHEN OTHER
                       PERFORM TRANSLATE-SBCS-BYTE
                       ADD 1 TO WS-CP-POS
               END-EVALUATE
           END-PERFORM.
       TRANSLATE-CODE-PAGE-EXIT.
           EXIT.

       TRANSLATE-SBCS-BYTE SECTION.
           COMPUTE WS-CP-ORD = FUNCTION ORD(WS-STRING(WS-CP-POS:1))
           IF CP-FORWARD
               IF CPS-FWD-SET(WS-CP-ORD) = 'Y'
                   MOVE CPS-FWD-TARGET(WS-CP-ORD)
                     TO WS-STRING(WS-CP-POS:1)
               ELSE
                   MOVE WS-STRING(WS-CP-POS:1) TO WS-CP-PAIR
                   MOVE 1 TO WS-CP-BAD-LEN
                   PERFORM WRITE-UNTRANSLATABLE-EXCEPTION
               END-IF
           ELSE
               IF CPS-BWD-SET(WS-CP-ORD) = 'Y'
                   MOVE CPS-BWD-TARGET(WS-CP-ORD)
                     TO WS-STRING(WS-CP-POS:1)
               END-IF
           END-IF
           EXIT.

       TRANSLATE-DBCS-PAIR SECTION.
           MOVE WS-STRING(WS-CP-POS:2) TO WS-CP-PAIR
           MOVE 'N' TO WS-CP-FOUND
           PERFORM VARYING CD-IDX FROM 1 BY 1
                   UNTIL CD-IDX > WS-CP-DBCS-COUNT
                   OR WS-CP-FOUND = 'Y'
               IF CP-FORWARD AND CPD-SOURCE(CD-IDX) = WS-CP-PAIR
                   MOVE CPD-TARGET(CD-IDX) TO WS-STRING(WS-CP-POS:2)
                   MOVE 'Y' TO WS-CP-FOUND
               END-IF
               IF CP-BACKWARD AND CPD-TARGET(CD-IDX) = WS-CP-PAIR
                   MOVE CPD-SOURCE(CD-IDX) TO WS-STRING(WS-CP-POS:2)
                   MOVE 'Y' TO WS-CP-FOUND
               END-IF
           END-PERFORM
           IF WS-CP-FOUND = 'N' AND CP-FORWARD
               MOVE 2 TO WS-CP-BAD-LEN
               PERFORM WRITE-UNTRANSLATABLE-EXCEPTION
           END-IF
           EXIT.

      * One exception line per character the table cannot map, with
      * its byte value(s) and its position in the translated string.
       WRITE-UNTRANSLATABLE-EXCEPTION SECTION.
           ADD 1 TO WS-UNTRANSLATABLE
           MOVE SPACES TO WS-CP-HEX-OUT
           MOVE WS-CP-PAIR(1:1) TO WS-CP-BYTE
           PERFORM ENCODE-HEX-BYTE
           MOVE WS-CP-HEX TO WS-CP-HEX-OUT(1:2)
           IF WS-CP-BAD-LEN = 2
               MOVE WS-CP-PAIR(2:1) TO WS-CP-BYTE
               PERFORM ENCODE-HEX-BYTE
               MOVE WS-CP-HEX TO WS-CP-HEX-OUT(3:2)
           END-IF
           MOVE WS-CP-POS TO WS-CP-POS-TXT
           MOVE SPACES TO EXC-LINE
           MOVE WS-LOGICAL-STRING(1:20) TO EXC-INPUT-TEXT
           MOVE SPACES TO EXC-MESSAGE
           STRING 'UNTRANSLATABLE X''' DELIMITED BY SIZE
                  WS-CP-HEX-OUT DELIMITED BY SPACE
                  ''' AT POSITION ' DELIMITED BY SIZE
                  WS-CP-POS-TXT DELIMITED BY SIZE
             INTO EXC-MESSAGE
           MOVE WS-EXC-DETAIL TO EXC-LINE
           WRITE EXC-LINE
           EXIT.

      * Standard run-balancing control-total report so ops balances
      * this job the same way every other nightly batch job is
      * balanced.
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           MOVE WS-UNTRANSLATABLE TO WS-CTL-COUNT-TXT
           STRING 'UNTRANSLATABLE   : ' DELIMITED BY SIZE
                  WS-CTL-COUNT-TXT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           CLOSE CONTROL-TOTAL-FILE
           EXIT.

      * High-water marks of the in-memory tables for this run,
      * kept so TABLE-CAPACITY-REPORT can warn before a ceiling is
      * reached.
       RECORD-TABLE-CAPACITY SECTION.
           MOVE 'reverse-string' TO TCAP-PROGRAM-ID
           MOVE WS-PARM-RUN-ID TO TCAP-RUN-ID
           MOVE WS-RUN-DATE TO TCAP-RUN-DATE
           IF WS-SEGMENT-COUNT > WS-SEGMENT-PEAK
               MOVE WS-SEGMENT-COUNT TO WS-SEGMENT-PEAK
           END-IF
           MOVE 'SEGMENT' TO TCAP-TABLE-NAME
           MOVE WS-SEGMENT-PEAK TO TCAP-PEAK
           MOVE WS-SEGMENT-MAX TO TCAP-CEILING
           PERFORM WRITE-TABLE-CAPACITY
           MOVE 'RFIELD' TO TCAP-TABLE-NAME
           MOVE WS-RFIELD-COUNT TO TCAP-PEAK
           MOVE WS-RFIELD-MAX TO TCAP-CEILING
           PERFORM WRITE-TABLE-CAPACITY
           MOVE 'CP-DBCS' TO TCAP-TABLE-NAME
           MOVE WS-CP-DBCS-COUNT TO TCAP-PEAK
           MOVE WS-CP-DBCS-MAX TO TCAP-CEILING
           PERFORM WRITE-TABLE-CAPACITY
           EXIT.

       COPY "suite-error-log-proc.cpy".
       COPY "run-parms-proc.cpy".
       COPY "data-lineage-proc.cpy".
       COPY "log-chain-proc.cpy".
       COPY "env-switch-proc.cpy".
       COPY "table-capacity-proc.cpy".
