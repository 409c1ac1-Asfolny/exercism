       DATA DIVISION.
       FILE SECTION.
       FD  ACRONYM-MASTER
           RECORD CONTAINS 197 CHARACTERS.
       01 MST-RECORD.
          03 MST-PHRASE        PIC X(80).
          03 MST-ACRONYM       PIC X(20).
          03 MST-ISSUED-DATE   PIC 9(8).
          03 MST-NORM-PHRASE   PIC X(80).
          03 MST-STATUS        PIC X.
          03 MST-CATEGORY      PIC X(8).

      * Same image as the master record, so the reverse-lookup pass in
      * acronym.cob can read archived records with the layout it
      * already knows. Each run appends its own TRX-HEADER record
      * ahead of the records it cut.
       FD  ARCHIVE-FILE
           RECORD CONTAINS 197 CHARACTERS.
       01 ARC-RECORD.
          03 ARC-PHRASE        PIC X(80).
          03 ARC-ACRONYM       PIC X(20).
          03 ARC-ISSUED-DATE   PIC 9(8).
          03 ARC-NORM-PHRASE   PIC X(80).
          03 ARC-STATUS        PIC X.
          03 ARC-CATEGORY      PIC X(8).
       01 ARC-HEADER-RECORD PIC X(197).

       FD  MANIFEST-FILE
           RECORD CONTAINS 120 CHARACTERS.
               MOVE 'ACRONYM-ARCHIVE' TO SERR-PROGRAM-ID
               MOVE WS-MASTER-DSN(1:20) TO SERR-KEY-FIELD
               MOVE 'MASTER NOT AVAILABLE' TO SERR-REASON
               MOVE 'MST001' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               SET RC-CRITICAL TO TRUE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               MOVE MST-ISSUED-DATE TO ARC-ISSUED-DATE
               MOVE MST-NORM-PHRASE TO ARC-NORM-PHRASE
               MOVE MST-STATUS TO ARC-STATUS
               MOVE MST-CATEGORY TO ARC-CATEGORY
               WRITE ARC-RECORD
               DELETE ACRONYM-MASTER
               END-DELETE
