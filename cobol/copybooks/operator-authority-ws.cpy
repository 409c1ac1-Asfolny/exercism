       01 WS-OPA-AUTHORITY-DSN     PIC X(100)
          VALUE 'OPERATOR-AUTHORITY.DAT'.
       01 WS-OPA-AUTHORITY-STATUS  PIC XX VALUE '00'.
       01 WS-OPA-ACCESS-LOG-DSN    PIC X(100)
          VALUE 'CONSOLE-ACCESS.LOG'.
       01 WS-OPA-ACCESS-LOG-STATUS PIC XX VALUE '00'.
       01 WS-OPA-ENV               PIC X(100) VALUE SPACES.
      * Callers MOVE their console code to WS-OPA-CONSOLE before
      * SIGN-ON-OPERATOR, and the function letter and a short
      * description to WS-OPA-FUNCTION / WS-OPA-DETAIL before
      * CHECK-OPERATOR-RIGHT.
       01 WS-OPA-CONSOLE           PIC X(12) VALUE SPACES.
       01 WS-OPA-OPERATOR-ID       PIC X(8) VALUE SPACES.
       01 WS-OPA-OPERATOR-NAME     PIC X(24) VALUE SPACES.
       01 WS-OPA-FUNCTION          PIC X VALUE SPACE.
       01 WS-OPA-DETAIL            PIC X(30) VALUE SPACES.
       01 WS-OPA-SIGNED-ON         PIC X VALUE 'N'.
       01 WS-OPA-ALLOWED           PIC X VALUE 'N'.
      * Rights from the console's own line, then from a * line.
       01 WS-OPA-RIGHTS            PIC X(16) VALUE SPACES.
       01 WS-OPA-TALLY             PIC 9(2) VALUE 0.
       01 WS-OPA-TODAY             PIC 9(8) VALUE 0.
       01 WS-OPA-EXPIRED-SEEN      PIC X VALUE 'N'.
       01 WS-OPA-EOF               PIC X VALUE 'N'.
       01 WS-OPA-STAMP             PIC X(21) VALUE SPACES.
       01 CAL-RECORD.
          03 CAL-TIMESTAMP     PIC X(14).
          03 FILLER            PIC X VALUE SPACE.
          03 CAL-CONSOLE       PIC X(12).
          03 FILLER            PIC X VALUE SPACE.
          03 CAL-OPERATOR-ID   PIC X(8).
          03 FILLER            PIC X VALUE SPACE.
          03 CAL-FUNCTION      PIC X.
          03 FILLER            PIC X VALUE SPACE.
          03 CAL-OUTCOME       PIC X(8).
          03 FILLER            PIC X VALUE SPACE.
          03 CAL-DETAIL        PIC X(30).
          03 FILLER            PIC X(4) VALUE SPACES.
          03 CAL-CHAIN-HASH    PIC X(18) VALUE SPACES.
