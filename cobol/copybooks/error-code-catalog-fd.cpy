      * One line per error code. ECF-SEVERITY is CRIT, WARN or INFO.
      * ECF-CONTINUE is Y when the stream may carry on past the
      * error, N when the operator must hold the dependent steps
      * until the action has been taken.
       FD  ERROR-CODE-CATALOG-FILE
           RECORD CONTAINS 120 CHARACTERS.
       01 ECF-RECORD.
          03 ECF-CODE          PIC X(6).
          03 FILLER            PIC X.
          03 ECF-SEVERITY      PIC X(4).
          03 FILLER            PIC X.
          03 ECF-OWNER         PIC X(8).
          03 FILLER            PIC X.
          03 ECF-CONTINUE      PIC X.
          03 FILLER            PIC X.
          03 ECF-SHORT-TEXT    PIC X(30).
          03 FILLER            PIC X.
          03 ECF-ACTION        PIC X(60).
          03 FILLER            PIC X(6).
