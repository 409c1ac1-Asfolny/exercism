       01 WS-CHAIN-ANCHOR-DSN      PIC X(100)
          VALUE 'LOG-CHAIN-ANCHOR.DAT'.
       01 WS-CHAIN-ANCHOR-STATUS   PIC XX VALUE '00'.
       01 WS-CHAIN-SCAN-DSN        PIC X(100) VALUE SPACES.
       01 WS-CHAIN-SCAN-STATUS     PIC XX VALUE '00'.
       01 WS-CHAIN-ENV             PIC X(100) VALUE SPACES.
       01 WS-CHAIN-EOF             PIC X VALUE 'N'.
      * Callers MOVE the log's DSN to WS-CHAIN-LOG-DSN, the finished
      * record image to WS-CHAIN-RECORD and the log's fixed record
      * length to WS-CHAIN-RECORD-LEN, PERFORM CHAIN-LOG-RECORD, and
      * write WS-CHAIN-RECORD back out, closing the log before the
      * next record is chained. The hash always sits in the last 18
      * bytes of the record and covers everything before it.
       01 WS-CHAIN-LOG-DSN         PIC X(100) VALUE SPACES.
       01 WS-CHAIN-RECORD          PIC X(200) VALUE SPACES.
       01 WS-CHAIN-RECORD-LEN      PIC 9(3) VALUE 0.
       01 WS-CHAIN-CONTENT-LEN     PIC 9(3) VALUE 0.
       01 WS-CHAIN-HASH-POS        PIC 9(3) VALUE 0.
       01 WS-CHAIN-PREV-HASH.
          03 WS-CHAIN-PREV-A       PIC 9(9) VALUE 0.
          03 WS-CHAIN-PREV-B       PIC 9(9) VALUE 0.
       01 WS-CHAIN-HASH.
          03 WS-CHAIN-HASH-A       PIC 9(9) VALUE 0.
          03 WS-CHAIN-HASH-B       PIC 9(9) VALUE 0.
       01 WS-CHAIN-ACCUM-A         PIC 9(12) COMP VALUE 0.
       01 WS-CHAIN-ACCUM-B         PIC 9(12) COMP VALUE 0.
       01 WS-CHAIN-IDX             PIC 9(3) COMP VALUE 0.
      * Records on the log when its seed was loaded, and whether any
      * of them already carried a link.
       01 WS-CHAIN-RECORDS         PIC 9(8) VALUE 0.
       01 WS-CHAIN-FOUND           PIC X VALUE 'N'.
      * ANC-KIND A seals an archive file as cut - its last link and
      * record count; L seeds a live log rewritten by the cut with
      * the archive's last link. The latest entry for a DSN rules.
       01 WS-CHAIN-FIND-KIND       PIC X VALUE SPACE.
       01 WS-CHAIN-ANCHOR-FOUND    PIC X VALUE 'N'.
       01 WS-CHAIN-ANCHOR-HOLD     PIC X(170) VALUE SPACES.
       01 WS-CHAIN-ANCHOR-ENTRY.
          03 ANC-KIND              PIC X.
          03 FILLER                PIC X VALUE SPACE.
          03 ANC-SEALED-DATE       PIC 9(8).
          03 FILLER                PIC X VALUE SPACE.
          03 ANC-LOG-DSN           PIC X(100).
          03 FILLER                PIC X VALUE SPACE.
          03 ANC-SEED-HASH         PIC X(18).
          03 FILLER                PIC X VALUE SPACE.
          03 ANC-END-HASH          PIC X(18).
          03 FILLER                PIC X VALUE SPACE.
          03 ANC-END-COUNT         PIC 9(8).
          03 FILLER                PIC X VALUE SPACE.
          03 ANC-RECORD-LEN        PIC 9(3).
          03 FILLER                PIC X(8) VALUE SPACES.
