      * LIN-PROGRAM-ID, LIN-BEFORE-IMAGE and LIN-AFTER-IMAGE before
      * PERFORM WRITE-DATA-LINEAGE-RECORD; LIN-RUN-ID defaults from
      * WS-LINEAGE-RUN-ID (set from the run-parameter file where one
      * is read). Each record carries the next link of the log's
      * chain hash.
       WRITE-DATA-LINEAGE-RECORD SECTION.
           MOVE FUNCTION CURRENT-DATE TO LIN-TIMESTAMP
           MOVE WS-LINEAGE-RUN-ID TO LIN-RUN-ID
           MOVE WS-LINEAGE-DSN TO WS-CHAIN-LOG-DSN
           MOVE LINEAGE-LINE TO WS-CHAIN-RECORD
           MOVE 200 TO WS-CHAIN-RECORD-LEN
           PERFORM CHAIN-LOG-RECORD
           MOVE WS-CHAIN-RECORD TO LINEAGE-LINE
           OPEN EXTEND DATA-LINEAGE-FILE
           IF WS-LINEAGE-STATUS NOT = '00'
               OPEN OUTPUT DATA-LINEAGE-FILE
