       01 WS-ECC-CATALOG-DSN       PIC X(100)
          VALUE 'ERROR-CODE-CATALOG.DAT'.
       01 WS-ECC-CATALOG-STATUS    PIC XX VALUE '00'.
       01 WS-ECC-ENV               PIC X(100) VALUE SPACES.
       01 WS-ECC-EOF               PIC X VALUE 'N'.
       01 WS-ECC-MAX               PIC 9(3) VALUE 100.
       01 WS-ECC-COUNT             PIC 9(3) VALUE 0.
       01 WS-ECC-TABLE.
          03 WS-ECC-ENTRY OCCURS 100 TIMES INDEXED BY EC-IDX.
             05 ECC-CODE           PIC X(6).
             05 ECC-SEVERITY       PIC X(4).
             05 ECC-OWNER          PIC X(8).
             05 ECC-CONTINUE       PIC X.
             05 ECC-SHORT-TEXT     PIC X(30).
             05 ECC-ACTION         PIC X(60).
      * Callers MOVE a code to WS-ECC-LOOKUP-CODE before
      * FIND-ERROR-CODE; WS-ECC-HIT is left on the catalog entry, or
      * at zero when the code is blank or not catalogued.
       01 WS-ECC-LOOKUP-CODE       PIC X(6) VALUE SPACES.
       01 WS-ECC-HIT               PIC 9(3) VALUE 0.
      * One entry being added to the catalog, from the standard list
      * or off the site's catalog file.
       01 WS-ECC-NEW.
          03 WS-ECC-NEW-CODE       PIC X(6).
          03 WS-ECC-NEW-SEVERITY   PIC X(4).
          03 WS-ECC-NEW-OWNER      PIC X(8).
          03 WS-ECC-NEW-CONTINUE   PIC X.
          03 WS-ECC-NEW-SHORT-TEXT PIC X(30).
          03 WS-ECC-NEW-ACTION     PIC X(60).
