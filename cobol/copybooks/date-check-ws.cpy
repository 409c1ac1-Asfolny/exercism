      * Parameters for the VALIDATE-DATE calendar check (in LEAP).
      * MOVE the inbound date to WS-DATE-CHECK-VALUE and PERFORM
      * CHECK-INBOUND-DATE; WS-DATE-CHECK-VALID comes back Y or N
      * with the reason in WS-DATE-CHECK-REASON.
       01 WS-DATE-CHECK-VALUE    PIC X(8) VALUE SPACES.
       01 WS-DATE-CHECK-VALID    PIC X VALUE 'Y'.
       01 WS-DATE-CHECK-REASON   PIC X(30) VALUE SPACES.
