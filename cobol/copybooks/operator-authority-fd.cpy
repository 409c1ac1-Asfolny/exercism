      * One line per operator per console. OPA-CONSOLE * grants the
      * rights on every console. OPA-RIGHTS holds one letter per
      * function, in any order:
      *   V view / list / inquire      A add or change
      *   D deactivate, reactivate, delete or withdraw
      *   C approve another operator's pending change (checker)
      *   P promote a staged table     R restore a master
      *   F roll a restored master forward
      * OPA-VALID-UNTIL is the last day the line is honoured.
       FD  OPERATOR-AUTHORITY-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 OPA-RECORD.
          03 OPA-OPERATOR-ID   PIC X(8).
          03 FILLER            PIC X.
          03 OPA-NAME          PIC X(24).
          03 FILLER            PIC X.
          03 OPA-CONSOLE       PIC X(12).
          03 FILLER            PIC X.
          03 OPA-RIGHTS        PIC X(8).
          03 FILLER            PIC X.
          03 OPA-VALID-UNTIL   PIC 9(8).
          03 FILLER            PIC X(16).

       FD  CONSOLE-ACCESS-LOG-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01 CONSOLE-ACCESS-LINE  PIC X(100).
