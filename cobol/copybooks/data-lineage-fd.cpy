          03 LIN-AFTER-IMAGE   PIC X(64).
          03 FILLER            PIC X(2) VALUE SPACES.
          03 LIN-TIMESTAMP     PIC X(26).
          03 LIN-CHAIN-HASH    PIC X(18).
