       01 WS-TABLE-CAPACITY-DSN    PIC X(100)
          VALUE 'TABLE-CAPACITY.DAT'.
       01 WS-TABLE-CAPACITY-STATUS PIC XX VALUE '00'.
       01 WS-TABLE-CAPACITY-ENV    PIC X(100) VALUE SPACES.
       01 TCAP-RECORD.
          03 TCAP-PROGRAM-ID   PIC X(24).
          03 FILLER            PIC X(2) VALUE SPACES.
          03 TCAP-TABLE-NAME   PIC X(16).
          03 FILLER            PIC X(2) VALUE SPACES.
          03 TCAP-RUN-ID       PIC X(8).
          03 FILLER            PIC X(2) VALUE SPACES.
          03 TCAP-RUN-DATE     PIC 9(8).
          03 FILLER            PIC X(2) VALUE SPACES.
          03 TCAP-PEAK         PIC 9(6).
          03 FILLER            PIC X(2) VALUE SPACES.
          03 TCAP-CEILING      PIC 9(6).
          03 FILLER            PIC X(2) VALUE SPACES.
