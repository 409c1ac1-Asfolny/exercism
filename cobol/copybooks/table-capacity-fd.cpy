       FD  TABLE-CAPACITY-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 TABLE-CAPACITY-LINE  PIC X(80).
