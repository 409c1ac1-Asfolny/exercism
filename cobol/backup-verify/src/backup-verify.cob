      * compares its count to the joblog's BACKUP line for that
      * generation, and reports a per-generation health listing -
      * failing RC-WARNING on anything unreadable or short, so the
      * safety net is proven before it is needed. A generation cut
      * before its master's record was widened (acronym 189 bytes,
      * patient 45) is reported OLD FORMAT - it cannot be restored
      * until ACRONYM-MASTER-CONVERT or PATIENT-MASTER-CONVERT has
      * been run over it.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       DATA DIVISION.
       FILE SECTION.
       FD  ACRONYM-BACKUP
           RECORD CONTAINS 197 CHARACTERS.
       01 ABK-RECORD.
          03 ABK-PHRASE        PIC X(80).
          03 ABK-ACRONYM       PIC X(20).
          03 ABK-ISSUED-DATE   PIC 9(8).
          03 ABK-NORM-PHRASE   PIC X(80).
          03 ABK-STATUS        PIC X.
          03 ABK-CATEGORY      PIC X(8).

       FD  PATIENT-BACKUP
           RECORD CONTAINS 60 CHARACTERS.
       01 PBK-RECORD.
          03 PBK-PATIENT-ID     PIC X(10).
          03 PBK-PATIENT-NAME   PIC X(30).
          03 PBK-ALLERGY-SCORE  PIC 9(5).
          03 PBK-LOCATION.
             05 PBK-NURSING-UNIT PIC X(6).
             05 PBK-ROOM         PIC X(5).
             05 PBK-BED          PIC X(2).
          03 FILLER             PIC X(2).

       FD  JOBLOG-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 WS-FILE-COUNT       PIC 9(6) VALUE 0.
       01 WS-FILE-READABLE    PIC X VALUE 'Y'.
       01 WS-FILE-PRESENT     PIC X VALUE 'Y'.
       01 WS-FILE-OLD-FORMAT  PIC X VALUE 'N'.
       01 WS-GENS-UNHEALTHY   PIC 9(2) VALUE 0.
       01 WS-COUNT-TXT        PIC ZZZZZ9.

           MOVE 0 TO WS-FILE-COUNT
           MOVE 'Y' TO WS-FILE-READABLE
           MOVE 'Y' TO WS-FILE-PRESENT
           MOVE 'N' TO WS-FILE-OLD-FORMAT
           OPEN INPUT ACRONYM-BACKUP
           IF WS-ACR-BKP-STATUS = '39'
               MOVE 'Y' TO WS-FILE-OLD-FORMAT
           END-IF
           IF WS-ACR-BKP-STATUS NOT = '00'
               AND WS-FILE-OLD-FORMAT = 'N'
               MOVE 'N' TO WS-FILE-PRESENT
           END-IF
           IF WS-ACR-BKP-STATUS = '00'
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ ACRONYM-BACKUP NEXT RECORD
           MOVE 0 TO WS-FILE-COUNT
           MOVE 'Y' TO WS-FILE-READABLE
           MOVE 'Y' TO WS-FILE-PRESENT
           MOVE 'N' TO WS-FILE-OLD-FORMAT
           OPEN INPUT PATIENT-BACKUP
           IF WS-PAT-BKP-STATUS = '39'
               MOVE 'Y' TO WS-FILE-OLD-FORMAT
           END-IF
           IF WS-PAT-BKP-STATUS NOT = '00'
               AND WS-FILE-OLD-FORMAT = 'N'
               MOVE 'N' TO WS-FILE-PRESENT
           END-IF
           IF WS-PAT-BKP-STATUS = '00'
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ PATIENT-BACKUP NEXT RECORD
               WHEN WS-FILE-PRESENT = 'N'
                   MOVE 'MISSING' TO HLT-VERDICT
                   ADD 1 TO WS-GENS-UNHEALTHY
               WHEN WS-FILE-OLD-FORMAT = 'Y'
                   MOVE 'OLD FORMAT' TO HLT-VERDICT
                   ADD 1 TO WS-GENS-UNHEALTHY
               WHEN WS-FILE-READABLE = 'N'
                   MOVE 'UNREADABLE' TO HLT-VERDICT
                   ADD 1 TO WS-GENS-UNHEALTHY
           IF HLT-VERDICT = 'MISSING'
               OR HLT-VERDICT = 'UNREADABLE'
               OR HLT-VERDICT = 'SHORT'
               OR HLT-VERDICT = 'OLD FORMAT'
               MOVE 'BKP-VERIFY' TO SERR-PROGRAM-ID
               MOVE HLT-MASTER TO SERR-KEY-FIELD
               MOVE 'BACKUP GENERATION UNHEALTHY' TO SERR-REASON
               MOVE 'BKP001' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
           END-IF
           EXIT.
