      * Builds the error-code catalog: the standard codes below,
      * then the site's catalog file (ERROR_CODE_CATALOG_FILE
      * overrides the name) on top - a line there for a standard
      * code replaces its severity, owner, text, action or continue
      * flag, and a new code is added. No file leaves the standard
      * catalog alone in force.
       LOAD-ERROR-CODE-CATALOG SECTION.
           ACCEPT WS-ECC-ENV FROM ENVIRONMENT
                  'ERROR_CODE_CATALOG_FILE'
           IF WS-ECC-ENV NOT = SPACES
               MOVE WS-ECC-ENV TO WS-ECC-CATALOG-DSN
           END-IF
           MOVE 0 TO WS-ECC-COUNT
           PERFORM LOAD-STANDARD-ERROR-CODES
           OPEN INPUT ERROR-CODE-CATALOG-FILE
           IF WS-ECC-CATALOG-STATUS NOT = '00'
               GO TO LOAD-ERROR-CODE-CATALOG-EXIT
           END-IF
           MOVE 'N' TO WS-ECC-EOF
           PERFORM UNTIL WS-ECC-EOF = 'Y'
               READ ERROR-CODE-CATALOG-FILE
                   AT END
                       MOVE 'Y' TO WS-ECC-EOF
                   NOT AT END
                       IF ECF-CODE NOT = SPACES
                           PERFORM TAKE-CATALOG-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ERROR-CODE-CATALOG-FILE.
       LOAD-ERROR-CODE-CATALOG-EXIT.
           EXIT.

      * A line with a severity other than CRIT, WARN or INFO, or a
      * continue flag other than Y or N, is logged and left out -
      * the standard entry, if there is one, stays in force.
       TAKE-CATALOG-LINE SECTION.
           IF (ECF-SEVERITY NOT = 'CRIT' AND ECF-SEVERITY NOT = 'WARN'
               AND ECF-SEVERITY NOT = 'INFO')
               OR (ECF-CONTINUE NOT = 'Y' AND ECF-CONTINUE NOT = 'N')
               MOVE 'ERR-CATALOG' TO SERR-PROGRAM-ID
               MOVE ECF-CODE TO SERR-KEY-FIELD
               MOVE 'BAD ERROR CODE CATALOG LINE' TO SERR-REASON
               MOVE 'CFG001' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               GO TO TAKE-CATALOG-LINE-EXIT
           END-IF
           MOVE ECF-CODE TO WS-ECC-NEW-CODE
           MOVE ECF-SEVERITY TO WS-ECC-NEW-SEVERITY
           MOVE ECF-OWNER TO WS-ECC-NEW-OWNER
           MOVE ECF-CONTINUE TO WS-ECC-NEW-CONTINUE
           MOVE ECF-SHORT-TEXT TO WS-ECC-NEW-SHORT-TEXT
           MOVE ECF-ACTION TO WS-ECC-NEW-ACTION
           PERFORM STORE-ERROR-CODE.
       TAKE-CATALOG-LINE-EXIT.
           EXIT.

      * Replaces the entry for WS-ECC-NEW-CODE, or adds it.
       STORE-ERROR-CODE SECTION.
           MOVE WS-ECC-NEW-CODE TO WS-ECC-LOOKUP-CODE
           PERFORM FIND-ERROR-CODE
           IF WS-ECC-HIT = 0
               IF WS-ECC-COUNT >= WS-ECC-MAX
                   MOVE 'ERR-CATALOG' TO SERR-PROGRAM-ID
                   MOVE WS-ECC-NEW-CODE TO SERR-KEY-FIELD
                   MOVE 'ERROR CODE CATALOG FULL' TO SERR-REASON
                   MOVE 'TBL001' TO SERR-ERROR-CODE
                   PERFORM WRITE-SUITE-ERROR-LOG
                   GO TO STORE-ERROR-CODE-EXIT
               END-IF
               ADD 1 TO WS-ECC-COUNT
               MOVE WS-ECC-COUNT TO WS-ECC-HIT
           END-IF
           MOVE WS-ECC-NEW-CODE TO ECC-CODE(WS-ECC-HIT)
           MOVE WS-ECC-NEW-SEVERITY TO ECC-SEVERITY(WS-ECC-HIT)
           MOVE WS-ECC-NEW-OWNER TO ECC-OWNER(WS-ECC-HIT)
           MOVE WS-ECC-NEW-CONTINUE TO ECC-CONTINUE(WS-ECC-HIT)
           MOVE WS-ECC-NEW-SHORT-TEXT TO ECC-SHORT-TEXT(WS-ECC-HIT)
           MOVE WS-ECC-NEW-ACTION TO ECC-ACTION(WS-ECC-HIT).
       STORE-ERROR-CODE-EXIT.
           EXIT.

       FIND-ERROR-CODE SECTION.
           MOVE 0 TO WS-ECC-HIT
           IF WS-ECC-LOOKUP-CODE NOT = SPACES
               PERFORM VARYING EC-IDX FROM 1 BY 1
                       UNTIL EC-IDX > WS-ECC-COUNT OR WS-ECC-HIT > 0
                   IF ECC-CODE(EC-IDX) = WS-ECC-LOOKUP-CODE
                       SET WS-ECC-HIT TO EC-IDX
                   END-IF
               END-PERFORM
           END-IF
           EXIT.

      * The standard catalog. Codes group a kind of problem, not a
      * program: MST master files, REF reference tables, TBL
      * in-memory tables, TXN input transactions, DTE dates, FED
      * inbound feeds, BAL balancing, INT integrity checks, BKP and
      * RST backups, restores and promotions, SEC keys and
      * environments, CLN resident safety, NTF alerting, DST
      * outbound distribution, HSK dataset housekeeping, CDE code
      * assignment and CFG control cards and tables.
       LOAD-STANDARD-ERROR-CODES SECTION.
           MOVE 'MST001' TO WS-ECC-NEW-CODE
           MOVE 'CRIT' TO WS-ECC-NEW-SEVERITY
           MOVE 'OPS' TO WS-ECC-NEW-OWNER
           MOVE 'N' TO WS-ECC-NEW-CONTINUE
           MOVE 'MASTER FILE NOT AVAILABLE' TO WS-ECC-NEW-SHORT-TEXT
           MOVE 'CHECK THE DATASET EXISTS AND IS FREE; RERUN THE STEP'
             TO WS-ECC-NEW-ACTION
           PERFORM STORE-ERROR-CODE
           MOVE 'MST002' TO WS-ECC-NEW-CODE
           MOVE 'CRIT' TO WS-ECC-NEW-SEVERITY
           MOVE 'APPDEV' TO WS-ECC-NEW-OWNER
           MOVE 'N' TO WS-ECC-NEW-CONTINUE
           MOVE 'MASTER UPDATE FAILED' TO WS-ECC-NEW-SHORT-TEXT
           MOVE 'HOLD DEPENDENT STEPS; CALL APPDEV WITH THE KEY LOGGED'
             TO WS-ECC-NEW-ACTION
           PERFORM STORE-ERROR-CODE
           MOVE 'REF001' TO WS-ECC-NEW-CODE
           MOVE 'CRIT' TO WS-ECC-NEW-SEVERITY
           MOVE 'OPS' TO WS-ECC-NEW-OWNER
           MOVE 'N' TO WS-ECC-NEW-CONTINUE
           MOVE 'REFERENCE TABLE NOT AVAILABLE' TO WS-ECC-NEW-SHORT-TEXT
           MOVE 'RESTORE THE TABLE FROM BACKUP; RERUN THE STEP'
             TO WS-ECC-NEW-ACTION
           PERFORM STORE-ERROR-CODE
           MOVE 'REF002' TO WS-ECC-NEW-CODE
           MOVE 'WARN' TO WS-ECC-NEW-SEVERITY
           MOVE 'DATAADM' TO WS-ECC-NEW-OWNER
           MOVE 'Y' TO WS-ECC-NEW-CONTINUE
           MOVE 'CODE NOT ON REFERENCE TABLE' TO WS-ECC-NEW-SHORT-TEXT
           MOVE 'DATA ADMIN TO ADD THE CODE TO ITS TABLE NEXT DAY'
             TO WS-ECC-NEW-ACTION
           PERFORM STORE-ERROR-CODE
           MOVE 'REF003' TO WS-ECC-NEW-CODE
           MOVE 'INFO' TO WS-ECC-NEW-SEVERITY
           MOVE 'OPS' TO WS-ECC-NEW-OWNER
           MOVE 'Y' TO WS-ECC-NEW-CONTINUE
           MOVE 'OPTIONAL HISTORY NOT ON FILE' TO WS-ECC-NEW-SHORT-TEXT
           MOVE 'NONE TONIGHT; TICKET TO OPS IF IT RECURS NEXT NIGHT'
             TO WS-ECC-NEW-ACTION
           PERFORM STORE-ERROR-CODE
           MOVE 'TBL001' TO WS-ECC-NEW-CODE
           MOVE 'WARN' TO WS-ECC-NEW-SEVERITY
           MOVE 'APPDEV' TO WS-ECC-NEW-OWNER
           MOVE 'Y' TO WS-ECC-NEW-CONTINUE
           MOVE 'IN-MEMORY TABLE FULL' TO WS-ECC-NEW-SHORT-TEXT
           MOVE 'OUTPUT INCOMPLETE; TICKET APPDEV TO RAISE THE CEILING'
             TO WS-ECC-NEW-ACTION
           PERFORM STORE-ERROR-CODE
           MOVE 'TBL002' TO WS-ECC-NEW-CODE
           MOVE 'INFO' TO WS-ECC-NEW-SEVERITY
           MOVE 'APPDEV' TO WS-ECC-NEW-OWNER
           MOVE 'Y' TO WS-ECC-NEW-CONTINUE
           MOVE 'TABLE NEAR ITS CEILING' TO WS-ECC-NEW-SHORT-TEXT
           MOVE 'NONE TONIGHT; TICKET TO APPDEV TO RAISE THE CEILING'
             TO WS-ECC-NEW-ACTION
           PERFORM STORE-ERROR-CODE
           MOVE 'TXN001' TO WS-ECC-NEW-CODE
           MOVE 'WARN' TO WS-ECC-NEW-SEVERITY
           MOVE 'DATAADM' TO WS-ECC-NEW-OWNER
           MOVE 'Y' TO WS-ECC-NEW-CONTINUE
           MOVE 'INPUT RECORD REJECTED' TO WS-ECC-NEW-SHORT-TEXT
           MOVE 'NONE TONIGHT; SOURCE AREA CORRECTS AND RESUBMITS'
             TO WS-ECC-NEW-ACTION
           PERFORM STORE-ERROR-CODE
           MOVE 'TXN002' TO WS-ECC-NEW-CODE
           MOVE 'WARN' TO WS-ECC-NEW-SEVERITY
           MOVE 'DATAADM' TO WS-ECC-NEW-OWNER
           MOVE 'Y' TO WS-ECC-NEW-CONTINUE
           MOVE 'KEY NOT ON MASTER' TO WS-ECC-NEW-SHORT-TEXT
           MOVE 'SOURCE AREA TO CONFIRM THE KEY AND RESUBMIT'
             TO WS-ECC-NEW-ACTION
           PERFORM STORE-ERROR-CODE
           MOVE 'TXN003' TO WS-ECC-NEW-CODE
           MOVE 'INFO' TO WS-ECC-NEW-SEVERITY
           MOVE 'DATAADM' TO WS-ECC-NEW-OWNER
           MOVE 'Y' TO WS-ECC-NEW-CONTINUE
           MOVE 'ALREADY PROCESSED - SKIPPED' TO WS-ECC-NEW-SHORT-TEXT
           MOVE 'NONE - THE DUPLICATE WAS SUPPRESSED'
             TO WS-ECC-NEW-ACTION
           PERFORM STORE-ERROR-CODE
           MOVE 'DTE001' TO WS-ECC-NEW-CODE
           MOVE 'WARN' TO WS-ECC-NEW-SEVERITY
           MOVE 'DATAADM' TO WS-ECC-NEW-OWNER
           MOVE 'Y' TO WS-ECC-NEW-CONTINUE
           MOVE 'DATE NOT VALID' TO WS-ECC-NEW-SHORT-TEXT
           MOVE 'SOURCE AREA TO CORRECT THE DATE AND RESUBMIT'
             TO WS-ECC-NEW-ACTION
           PERFORM STORE-ERROR-CODE
           MOVE 'FED001' TO WS-ECC-NEW-CODE
           MOVE 'CRIT' TO WS-ECC-NEW-SEVERITY
           MOVE 'OPS' TO WS-ECC-NEW-OWNER
           MOVE 'N' TO WS-ECC-NEW-CONTINUE
           MOVE 'FEED MISSING OR NOT READY' TO WS-ECC-NEW-SHORT-TEXT
           MOVE 'CALL THE SENDING SYSTEM; RELEASE THE WINDOW ON ARRIVAL'
             TO WS-ECC-NEW-ACTION
           PERFORM STORE-ERROR-CODE
           MOVE 'FED002' TO WS-ECC-NEW-CODE
           MOVE 'CRIT' TO WS-ECC-NEW-SEVERITY
           MOVE 'OPS' TO WS-ECC-NEW-OWNER
           MOVE 'N' TO WS-ECC-NEW-CONTINUE
           MOVE 'FEED TRAILER DOES NOT AGREE' TO WS-ECC-NEW-SHORT-TEXT
           MOVE 'ASK THE SENDER TO RESEND; DO NOT RUN A PARTIAL FEED'
             TO WS-ECC-NEW-ACTION
           PERFORM STORE-ERROR-CODE
           MOVE 'FED003' TO WS-ECC-NEW-CODE
           MOVE 'WARN' TO WS-ECC-NEW-SEVERITY
           MOVE 'OPS' TO WS-ECC-NEW-OWNER
           MOVE 'Y' TO WS-ECC-NEW-CONTINUE
           MOVE 'DUPLICATE FEED PRESENTED' TO WS-ECC-NEW-SHORT-TEXT
           MOVE 'CONFIRM WITH SENDER; OVERRIDE ONLY A GENUINE RESEND'
             TO WS-ECC-NEW-ACTION
           PERFORM STORE-ERROR-CODE
           MOVE 'FED004' TO WS-ECC-NEW-CODE
           MOVE 'CRIT' TO WS-ECC-NEW-SEVERITY
           MOVE 'SECURITY' TO WS-ECC-NEW-OWNER
           MOVE 'N' TO WS-ECC-NEW-CONTINUE
           MOVE 'INBOUND FILE FAILED CHECKS' TO WS-ECC-NEW-SHORT-TEXT
           MOVE 'LEAVE IN QUARANTINE; CALL SECURITY AND THE PARTNER'
             TO WS-ECC-NEW-ACTION
           PERFORM STORE-ERROR-CODE
           MOVE 'BAL001' TO WS-ECC-NEW-CODE
           MOVE 'CRIT' TO WS-ECC-NEW-SEVERITY
           MOVE 'APPDEV' TO WS-ECC-NEW-OWNER
           MOVE 'N' TO WS-ECC-NEW-CONTINUE
           MOVE 'TOTALS OUT OF BALANCE' TO WS-ECC-NEW-SHORT-TEXT
           MOVE 'HOLD DOWNSTREAM REPORTS; CALL APPDEV TO RECONCILE'
             TO WS-ECC-NEW-ACTION
           PERFORM STORE-ERROR-CODE
           MOVE 'INT001' TO WS-ECC-NEW-CODE
           MOVE 'CRIT' TO WS-ECC-NEW-SEVERITY
           MOVE 'SECURITY' TO WS-ECC-NEW-OWNER
           MOVE 'N' TO WS-ECC-NEW-CONTINUE
           MOVE 'INTEGRITY CHECK FAILED' TO WS-ECC-NEW-SHORT-TEXT
           MOVE 'DO NOT ARCHIVE, PURGE OR RERUN; CALL SECURITY'
             TO WS-ECC-NEW-ACTION
           PERFORM STORE-ERROR-CODE
           MOVE 'BKP001' TO WS-ECC-NEW-CODE
           MOVE 'CRIT' TO WS-ECC-NEW-SEVERITY
           MOVE 'OPS' TO WS-ECC-NEW-OWNER
           MOVE 'Y' TO WS-ECC-NEW-CONTINUE
           MOVE 'BACKUP NOT USABLE' TO WS-ECC-NEW-SHORT-TEXT
           MOVE 'RERUN THE BACKUP; CALL OPS SUPPORT IF IT FAILS AGAIN'
             TO WS-ECC-NEW-ACTION
           PERFORM STORE-ERROR-CODE
           MOVE 'RST001' TO WS-ECC-NEW-CODE
           MOVE 'INFO' TO WS-ECC-NEW-SEVERITY
           MOVE 'OPS' TO WS-ECC-NEW-OWNER
           MOVE 'Y' TO WS-ECC-NEW-CONTINUE
           MOVE 'CONTROLLED CHANGE APPLIED' TO WS-ECC-NEW-SHORT-TEXT
           MOVE 'NONE - CONFIRM IT WAS AUTHORISED ON THE CHANGE LOG'
             TO WS-ECC-NEW-ACTION
           PERFORM STORE-ERROR-CODE
           MOVE 'SEC001' TO WS-ECC-NEW-CODE
           MOVE 'CRIT' TO WS-ECC-NEW-SEVERITY
           MOVE 'SECURITY' TO WS-ECC-NEW-OWNER
           MOVE 'N' TO WS-ECC-NEW-CONTINUE
           MOVE 'ENCRYPTION KEY PROBLEM' TO WS-ECC-NEW-SHORT-TEXT
           MOVE 'HOLD THE SEND; SECURITY TO LOAD OR ROLL THE KEY'
             TO WS-ECC-NEW-ACTION
           PERFORM STORE-ERROR-CODE
           MOVE 'SEC002' TO WS-ECC-NEW-CODE
           MOVE 'CRIT' TO WS-ECC-NEW-SEVERITY
           MOVE 'OPS' TO WS-ECC-NEW-OWNER
           MOVE 'N' TO WS-ECC-NEW-CONTINUE
           MOVE 'WRONG ENVIRONMENT' TO WS-ECC-NEW-SHORT-TEXT
           MOVE 'STOP; CORRECT THE ENVIRONMENT BEFORE ANY RERUN'
             TO WS-ECC-NEW-ACTION
           PERFORM STORE-ERROR-CODE
           MOVE 'CLN001' TO WS-ECC-NEW-CODE
           MOVE 'CRIT' TO WS-ECC-NEW-SEVERITY
           MOVE 'DIETARY' TO WS-ECC-NEW-OWNER
           MOVE 'Y' TO WS-ECC-NEW-CONTINUE
           MOVE 'RESIDENT SAFETY EXCEPTION' TO WS-ECC-NEW-SHORT-TEXT
           MOVE 'PHONE THE DIETARY ON-CALL NOW; THE STREAM CARRIES ON'
             TO WS-ECC-NEW-ACTION
           PERFORM STORE-ERROR-CODE
           MOVE 'NTF001' TO WS-ECC-NEW-CODE
           MOVE 'CRIT' TO WS-ECC-NEW-SEVERITY
           MOVE 'OPS' TO WS-ECC-NEW-OWNER
           MOVE 'Y' TO WS-ECC-NEW-CONTINUE
           MOVE 'ALERT NOT DELIVERED' TO WS-ECC-NEW-SHORT-TEXT
           MOVE 'PHONE THE GROUP DIRECTLY; FIX THE ROSTER NEXT DAY'
             TO WS-ECC-NEW-ACTION
           PERFORM STORE-ERROR-CODE
           MOVE 'DST001' TO WS-ECC-NEW-CODE
           MOVE 'WARN' TO WS-ECC-NEW-SEVERITY
           MOVE 'OPS' TO WS-ECC-NEW-OWNER
           MOVE 'Y' TO WS-ECC-NEW-CONTINUE
           MOVE 'REPORT OR FILE NOT SENT' TO WS-ECC-NEW-SHORT-TEXT
           MOVE 'RESEND ONCE THE CAUSE IS CLEARED; TELL THE RECIPIENT'
             TO WS-ECC-NEW-ACTION
           PERFORM STORE-ERROR-CODE
           MOVE 'HSK001' TO WS-ECC-NEW-CODE
           MOVE 'WARN' TO WS-ECC-NEW-SEVERITY
           MOVE 'OPS' TO WS-ECC-NEW-OWNER
           MOVE 'Y' TO WS-ECC-NEW-CONTINUE
           MOVE 'DATASET HOUSEKEEPING EXCEPTION'
             TO WS-ECC-NEW-SHORT-TEXT
           MOVE 'FIX THE DATASET CATALOG ENTRY BEFORE NEXT HOUSEKEEPING'
             TO WS-ECC-NEW-ACTION
           PERFORM STORE-ERROR-CODE
           MOVE 'CDE001' TO WS-ECC-NEW-CODE
           MOVE 'WARN' TO WS-ECC-NEW-SEVERITY
           MOVE 'DATAADM' TO WS-ECC-NEW-OWNER
           MOVE 'Y' TO WS-ECC-NEW-CONTINUE
           MOVE 'CODE COLLIDES OR IS RESERVED' TO WS-ECC-NEW-SHORT-TEXT
           MOVE 'DATA ADMIN TO CHOOSE ANOTHER CODE AND RESUBMIT'
             TO WS-ECC-NEW-ACTION
           PERFORM STORE-ERROR-CODE
           MOVE 'CFG001' TO WS-ECC-NEW-CODE
           MOVE 'WARN' TO WS-ECC-NEW-SEVERITY
           MOVE 'OPS' TO WS-ECC-NEW-OWNER
           MOVE 'Y' TO WS-ECC-NEW-CONTINUE
           MOVE 'CONTROL CARD OR TABLE ERROR' TO WS-ECC-NEW-SHORT-TEXT
           MOVE 'CORRECT THE CARD OR TABLE LINE; RERUN IF OUTPUT NEEDED'
             TO WS-ECC-NEW-ACTION
           PERFORM STORE-ERROR-CODE
           EXIT.
