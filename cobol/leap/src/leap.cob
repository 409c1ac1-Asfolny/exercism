               MOVE 'LEAP-YEAR-BUILD' TO SERR-PROGRAM-ID
               MOVE YB-YEAR TO SERR-KEY-FIELD
               MOVE 'INVALID BUILD YEAR' TO SERR-REASON
               MOVE 'DTE001' TO SERR-ERROR-CODE
               PERFORM WRITE-SUITE-ERROR-LOG
               ADD 1 TO WS-YEARS-REJECTED
           END-IF
           MOVE WS-CANDIDATE-YEAR TO LK-NEXT-LEAP-YEAR
           GOBACK.
       END PROGRAM NEXT-LEAP-YEAR.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. VALIDATE-DATE.
      * Callable calendar check for inbound YYYYMMDD dates, so every
      * loader rejects the same things for the same reason: not
      * numeric, year zero, month outside 01-12, day outside the
      * month, or 29 February in a year LEAP says is not a leap
      * year. A 20270229 on the holiday master once loaded clean
      * and silently never matched. LK-DATE-VALID comes back Y or N,
      * with the reason in LK-DATE-REASON when N.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-VD-DATE          PIC 9(8).
       01 WS-VD-DATE-PARTS REDEFINES WS-VD-DATE.
          03 WS-VD-YEAR       PIC 9(4).
          03 WS-VD-MONTH      PIC 9(2).
          03 WS-VD-DAY        PIC 9(2).
       01 WS-VD-LEAP-RESULT   PIC 9.
       01 WS-VD-MONTH-DAYS    PIC X(24)
          VALUE '312831303130313130313031'.
       01 WS-VD-MONTH-TABLE REDEFINES WS-VD-MONTH-DAYS.
          03 WS-VD-DAYS-IN    PIC 9(2) OCCURS 12 TIMES.
       01 WS-VD-LAST-DAY      PIC 9(2).
       LINKAGE SECTION.
       01 LK-CHECK-DATE       PIC X(8).
       01 LK-DATE-VALID       PIC X.
       01 LK-DATE-REASON      PIC X(30).
       PROCEDURE DIVISION USING LK-CHECK-DATE LK-DATE-VALID
                                LK-DATE-REASON.
       RUN-VALIDATE-DATE SECTION.
           MOVE 'N' TO LK-DATE-VALID
           MOVE SPACES TO LK-DATE-REASON
           IF LK-CHECK-DATE IS NOT NUMERIC
               MOVE 'DATE NOT NUMERIC' TO LK-DATE-REASON
               GO TO RUN-VALIDATE-DATE-EXIT
           END-IF
           MOVE LK-CHECK-DATE TO WS-VD-DATE
           IF WS-VD-YEAR = 0
               MOVE 'YEAR OUT OF RANGE' TO LK-DATE-REASON
               GO TO RUN-VALIDATE-DATE-EXIT
           END-IF
           IF WS-VD-MONTH < 1 OR WS-VD-MONTH > 12
               MOVE 'MONTH OUT OF RANGE' TO LK-DATE-REASON
               GO TO RUN-VALIDATE-DATE-EXIT
           END-IF
           MOVE WS-VD-DAYS-IN(WS-VD-MONTH) TO WS-VD-LAST-DAY
           IF WS-VD-MONTH = 2
               CALL 'LEAP' USING WS-VD-YEAR WS-VD-LEAP-RESULT
               IF WS-VD-LEAP-RESULT = 1
                   MOVE 29 TO WS-VD-LAST-DAY
               END-IF
           END-IF
           IF WS-VD-MONTH = 2 AND WS-VD-DAY = 29
               AND WS-VD-LAST-DAY = 28
               MOVE '29 FEB IN A NON-LEAP YEAR' TO LK-DATE-REASON
               GO TO RUN-VALIDATE-DATE-EXIT
           END-IF
           IF WS-VD-DAY < 1 OR WS-VD-DAY > WS-VD-LAST-DAY
               MOVE 'DAY OUT OF RANGE FOR MONTH' TO LK-DATE-REASON
               GO TO RUN-VALIDATE-DATE-EXIT
           END-IF
           MOVE 'Y' TO LK-DATE-VALID.
       RUN-VALIDATE-DATE-EXIT.
           GOBACK.
       END PROGRAM VALIDATE-DATE.
