      * Shared table high-water-mark file - every program with a
      * fixed OCCURS table records its peak entry count against the
      * ceiling here once per run, so TABLE-CAPACITY-REPORT can see a
      * table filling up nights before a run rejects or truncates.
           SELECT TABLE-CAPACITY-FILE ASSIGN TO
               DYNAMIC WS-TABLE-CAPACITY-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TABLE-CAPACITY-STATUS.
