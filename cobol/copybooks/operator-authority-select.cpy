      * Shared operator authority file and console access log - every
      * maintenance and inquiry console signs its operator on against
      * the authority file, refuses a function the operator holds no
      * right to, and logs each sign-on, action and refusal to the
      * common access log the security officer reviews monthly.
           SELECT OPERATOR-AUTHORITY-FILE ASSIGN TO
               DYNAMIC WS-OPA-AUTHORITY-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-OPA-AUTHORITY-STATUS.
           SELECT CONSOLE-ACCESS-LOG-FILE ASSIGN TO
               DYNAMIC WS-OPA-ACCESS-LOG-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-OPA-ACCESS-LOG-STATUS.
