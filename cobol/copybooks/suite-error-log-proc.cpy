      * Common exception/error log shared by every program in the
      * batch suite, so ops reviews one file each morning instead of
      * eight separate ones. Callers MOVE SERR-PROGRAM-ID,
      * SERR-KEY-FIELD, SERR-REASON and the catalogued SERR-ERROR-CODE
      * (see error-code-catalog-proc) before PERFORM
      * WRITE-SUITE-ERROR-LOG. The code is cleared after each write,
      * so a caller that does not set one logs a blank code and the
      * digest lists its reason as uncatalogued.
       WRITE-SUITE-ERROR-LOG SECTION.
           MOVE FUNCTION CURRENT-DATE TO SERR-TIMESTAMP
           OPEN EXTEND SUITE-ERROR-LOG-FILE
           END-IF
           WRITE SUITE-ERR-LINE
           CLOSE SUITE-ERROR-LOG-FILE
           MOVE SPACES TO SERR-ERROR-CODE
           EXIT.
