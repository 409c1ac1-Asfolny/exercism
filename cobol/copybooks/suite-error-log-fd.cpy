       FD  SUITE-ERROR-LOG-FILE
           RECORD CONTAINS 104 CHARACTERS.
       01 SUITE-ERR-LINE.
          03 SERR-PROGRAM-ID   PIC X(12).
          03 FILLER            PIC X(2) VALUE SPACES.
          03 SERR-REASON       PIC X(30).
          03 FILLER            PIC X(2) VALUE SPACES.
          03 SERR-TIMESTAMP    PIC X(26).
          03 FILLER            PIC X(2) VALUE SPACES.
          03 SERR-ERROR-CODE   PIC X(6).
