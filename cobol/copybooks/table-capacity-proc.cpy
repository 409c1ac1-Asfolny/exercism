      * Appends one high-water-mark line. Callers MOVE
      * TCAP-PROGRAM-ID, TCAP-TABLE-NAME, TCAP-RUN-ID, TCAP-RUN-DATE,
      * TCAP-PEAK and TCAP-CEILING before PERFORM
      * WRITE-TABLE-CAPACITY. A zero run date (no run-parameter file
      * read) is taken as today's date; TABLE_CAPACITY_FILE
      * overrides the dataset name. The file is suite-wide and is
      * not qualified by environment or company.
       WRITE-TABLE-CAPACITY SECTION.
           ACCEPT WS-TABLE-CAPACITY-ENV FROM ENVIRONMENT
                  'TABLE_CAPACITY_FILE'
           IF WS-TABLE-CAPACITY-ENV NOT = SPACES
               MOVE WS-TABLE-CAPACITY-ENV TO WS-TABLE-CAPACITY-DSN
           END-IF
           IF TCAP-RUN-DATE NOT NUMERIC OR TCAP-RUN-DATE = 0
               MOVE FUNCTION CURRENT-DATE(1:8) TO TCAP-RUN-DATE
           END-IF
           IF TCAP-RUN-ID = SPACES
               MOVE 'ADHOC' TO TCAP-RUN-ID
           END-IF
           OPEN EXTEND TABLE-CAPACITY-FILE
           IF WS-TABLE-CAPACITY-STATUS NOT = '00'
               OPEN OUTPUT TABLE-CAPACITY-FILE
           END-IF
           WRITE TABLE-CAPACITY-LINE FROM TCAP-RECORD
           CLOSE TABLE-CAPACITY-FILE
           EXIT.
