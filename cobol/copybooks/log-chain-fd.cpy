       FD  LOG-CHAIN-ANCHOR-FILE
           RECORD CONTAINS 170 CHARACTERS.
       01 CHAIN-ANCHOR-LINE    PIC X(170).

      * Wide enough for the longest chained log; a shorter line
      * reads in space-filled.
       FD  LOG-CHAIN-SCAN-FILE
           RECORD CONTAINS 200 CHARACTERS.
       01 CHAIN-SCAN-LINE      PIC X(200).
