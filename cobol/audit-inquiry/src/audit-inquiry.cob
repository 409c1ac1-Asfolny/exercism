      * lines where the timestamp starts where the requestor now
      * sits. Both are read - an old entry simply has no requestor.
       FD  AUDIT-LOG-FILE
           RECORD CONTAINS 85 CHARACTERS.
       01 AUD-LINE.
          03 AUD-PATIENT-ID     PIC X(10).
          03 FILLER             PIC X(2).
          03 AUD-REQUESTOR-ID   PIC X(8).
          03 FILLER             PIC X(2).
          03 AUD-TIMESTAMP      PIC X(26).
          03 FILLER             PIC X(2).
          03 AUD-CHAIN-HASH     PIC X(18).
       01 AUD-LINE-OLD.
          03 FILLER             PIC X(29).
          03 AUD-OLD-TIMESTAMP  PIC X(26).
          03 FILLER             PIC X(30).

       FD  ARCHIVE-LOG-FILE
           RECORD CONTAINS 85 CHARACTERS.
       01 ARC-AUD-LINE PIC X(85).

       FD  COMPLIANCE-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
