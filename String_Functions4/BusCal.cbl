       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUSCAL.
       AUTHOR.  HCL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> the maintained business-day calendar - which years are loaded
      *> and the holidays / working weekend days inside them. RUNCTL,
      *> JOBPLAN and the date-window reporters all ask this one program
      *> so no two of them can disagree about what a business day is
           SELECT BUS-CAL-FILE ASSIGN TO 'BUSCAL'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-BUSCAL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BUS-CAL-FILE.
       COPY BUSCALRC.
       WORKING-STORAGE SECTION.
       01 WS-EOF-SW PIC X VALUE 'N'.
           88 WS-EOF VALUE 'Y'.
       01 WS-BUSCAL-STATUS PIC XX VALUE '00'.
      *> the calendar loads on the first call and then serves every
      *> later call of the run
       01 WS-CAL-LOADED-SW PIC X VALUE 'N'.
           88 WS-CAL-LOADED VALUE 'Y'.
      *> a missing or mis-keyed calendar fails every call with the
      *> message found at load time - guessing at business days is
      *> exactly what the calendar is there to stop
       01 WS-CAL-BAD-SW PIC X VALUE 'N'.
           88 WS-CAL-BAD VALUE 'Y'.
       01 WS-LOAD-MESSAGE PIC X(40) VALUE SPACES.
      *> warn this many calendar days ahead of the last loaded date
       01 WS-RUNOUT-DAYS PIC 9(3) VALUE 90.
       01 WS-YEAR-TABLE.
           05 WS-YEAR-COUNT PIC 9(2) VALUE 0.
           05 WS-YEAR-ENTRY OCCURS 30 TIMES.
              10 WS-YR-YEAR PIC 9(4).
       01 WS-YEAR-LIMIT PIC 9(2) VALUE 30.
       01 WS-MAX-YEAR PIC 9(4) VALUE 0.
       01 WS-DAY-TABLE.
           05 WS-DAY-COUNT PIC 9(4) VALUE 0.
           05 WS-DAY-ENTRY OCCURS 600 TIMES.
              10 WS-DY-DATE PIC 9(8).
              10 WS-DY-TYPE PIC X(1).
              10 WS-DY-DESC PIC X(30).
       01 WS-DAY-LIMIT PIC 9(4) VALUE 600.
       01 WS-YR-IX PIC 9(2) VALUE 0.
       01 WS-DY-IX PIC 9(4) VALUE 0.
       01 WS-WORK-DATE PIC 9(8) VALUE 0.
       01 WS-WORK-DATE-R REDEFINES WS-WORK-DATE.
           05 WS-WORK-YEAR PIC 9(4).
           05 FILLER       PIC 9(4).
       01 WS-WORK-TYPE PIC X(1) VALUE SPACE.
       01 WS-WORK-DESC PIC X(30) VALUE SPACES.
       01 WS-YEAR-FOUND-SW PIC X VALUE 'N'.
           88 WS-YEAR-FOUND VALUE 'Y'.
       01 WS-DAY-INT PIC 9(9) VALUE 0.
       01 WS-LAST-INT PIC 9(9) VALUE 0.
       01 WS-DOW PIC 9(1) VALUE 0.
       01 WS-STEP-COUNT PIC 9(5) VALUE 0.
       LINKAGE SECTION.
       COPY BUSCALPM.

       PROCEDURE DIVISION USING BUSCAL-PARMS.
       MAIN-PARA.
           MOVE 0 TO CL-RETURN-CODE
           MOVE SPACES TO CL-MESSAGE CL-DAY-DESC
           MOVE SPACE TO CL-DAY-TYPE
           MOVE 'N' TO CL-RUNOUT-SW
           MOVE 0 TO CL-PRIOR-BUS-DATE CL-RESULT-DATE CL-LAST-LOADED
           MOVE WS-RUNOUT-DAYS TO CL-RUNOUT-DAYS
           IF NOT WS-CAL-LOADED
               PERFORM LOAD-CALENDAR
           END-IF
           IF WS-CAL-BAD
               MOVE 12 TO CL-RETURN-CODE
               MOVE WS-LOAD-MESSAGE TO CL-MESSAGE
           ELSE
               COMPUTE CL-LAST-LOADED = WS-MAX-YEAR * 10000 + 1231
               IF CL-DATE NOT NUMERIC
                  OR FUNCTION TEST-DATE-YYYYMMDD(CL-DATE) NOT = 0
                   MOVE 4 TO CL-RETURN-CODE
                   MOVE 'CALENDAR DATE NOT A VALID DATE'
                       TO CL-MESSAGE
               ELSE
                   PERFORM CHECK-RUNOUT
                   EVALUATE TRUE
                       WHEN CL-FN-CHECK
                           PERFORM CHECK-DATE
                       WHEN CL-FN-PRIOR-N
                           PERFORM STEP-BACK-BUSINESS-DAYS
                   END-EVALUATE
               END-IF
           END-IF
           GOBACK.

       LOAD-CALENDAR.
           MOVE 'Y' TO WS-CAL-LOADED-SW
           OPEN INPUT BUS-CAL-FILE
           IF WS-BUSCAL-STATUS NOT = '00'
               MOVE 'Y' TO WS-CAL-BAD-SW
               MOVE 'NO BUSCAL BUSINESS CALENDAR' TO WS-LOAD-MESSAGE
           ELSE
               READ BUS-CAL-FILE
                   AT END MOVE 'Y' TO WS-EOF-SW
               END-READ
               PERFORM UNTIL WS-EOF OR WS-CAL-BAD
                   PERFORM LOAD-CALENDAR-CARD
                   READ BUS-CAL-FILE
                       AT END MOVE 'Y' TO WS-EOF-SW
                   END-READ
               END-PERFORM
               CLOSE BUS-CAL-FILE
               MOVE 'N' TO WS-EOF-SW
               IF WS-YEAR-COUNT = 0 AND NOT WS-CAL-BAD
                   MOVE 'Y' TO WS-CAL-BAD-SW
                   MOVE 'BUSCAL HAS NO YEARS LOADED'
                       TO WS-LOAD-MESSAGE
               END-IF
           END-IF.

       LOAD-CALENDAR-CARD.
           EVALUATE TRUE
               WHEN CL-CAL-DATE NOT NUMERIC
                   PERFORM REFUSE-CALENDAR-CARD
               WHEN CL-YEAR-REC
                   IF CL-CAL-YEAR < 1601
                       PERFORM REFUSE-CALENDAR-CARD
                   ELSE
                       IF WS-YEAR-COUNT >= WS-YEAR-LIMIT
                           MOVE 'Y' TO WS-CAL-BAD-SW
                           MOVE 'BUSCAL YEAR TABLE FULL'
                               TO WS-LOAD-MESSAGE
                       ELSE
                           ADD 1 TO WS-YEAR-COUNT
                           MOVE CL-CAL-YEAR
                               TO WS-YR-YEAR(WS-YEAR-COUNT)
                           IF CL-CAL-YEAR > WS-MAX-YEAR
                               MOVE CL-CAL-YEAR TO WS-MAX-YEAR
                           END-IF
                       END-IF
                   END-IF
               WHEN CL-HOLIDAY-REC OR CL-WORKDAY-REC
                   IF FUNCTION TEST-DATE-YYYYMMDD(CL-CAL-DATE) NOT = 0
                       PERFORM REFUSE-CALENDAR-CARD
                   ELSE
                       IF WS-DAY-COUNT >= WS-DAY-LIMIT
                           MOVE 'Y' TO WS-CAL-BAD-SW
                           MOVE 'BUSCAL DATE TABLE FULL'
                               TO WS-LOAD-MESSAGE
                       ELSE
                           ADD 1 TO WS-DAY-COUNT
                           MOVE CL-CAL-DATE
                               TO WS-DY-DATE(WS-DAY-COUNT)
                           MOVE CL-REC-TYPE
                               TO WS-DY-TYPE(WS-DAY-COUNT)
                           MOVE CL-DESCRIPTION
                               TO WS-DY-DESC(WS-DAY-COUNT)
                       END-IF
                   END-IF
               WHEN OTHER
                   PERFORM REFUSE-CALENDAR-CARD
           END-EVALUATE.

       REFUSE-CALENDAR-CARD.
           MOVE 'Y' TO WS-CAL-BAD-SW
           STRING 'BUSCAL CARD INVALID: ' DELIMITED BY SIZE
                  CL-REC-TYPE DELIMITED BY SIZE
                  CL-CAL-DATE DELIMITED BY SIZE
                  INTO WS-LOAD-MESSAGE.

      *> a date past the end of the loaded years has already run out;
      *> one inside the last stretch of them is about to
       CHECK-RUNOUT.
           COMPUTE WS-DAY-INT = FUNCTION INTEGER-OF-DATE(CL-DATE)
           COMPUTE WS-LAST-INT =
               FUNCTION INTEGER-OF-DATE(CL-LAST-LOADED)
           IF WS-DAY-INT > WS-LAST-INT
               MOVE 'Y' TO CL-RUNOUT-SW
           ELSE
               IF WS-LAST-INT - WS-DAY-INT < WS-RUNOUT-DAYS
                   MOVE 'Y' TO CL-RUNOUT-SW
               END-IF
           END-IF.

       CHECK-DATE.
           MOVE CL-DATE TO WS-WORK-DATE
           PERFORM CLASSIFY-WORK-DATE
           MOVE WS-WORK-TYPE TO CL-DAY-TYPE
           MOVE WS-WORK-DESC TO CL-DAY-DESC
           IF CL-NOT-LOADED
               MOVE 4 TO CL-RETURN-CODE
               MOVE 'DATE NOT ON BUSINESS CALENDAR' TO CL-MESSAGE
           END-IF
      *>   the prior business date walks back day by day and stops at
      *>   the first business day - or at the edge of the loaded years
           COMPUTE WS-DAY-INT = FUNCTION INTEGER-OF-DATE(CL-DATE)
           MOVE 'B' TO WS-WORK-TYPE
           PERFORM UNTIL CL-PRIOR-BUS-DATE > 0
                         OR WS-WORK-TYPE = SPACE
               SUBTRACT 1 FROM WS-DAY-INT
               COMPUTE WS-WORK-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
               PERFORM CLASSIFY-WORK-DATE
               IF WS-WORK-TYPE = 'B'
                   MOVE WS-WORK-DATE TO CL-PRIOR-BUS-DATE
               END-IF
           END-PERFORM.

      *> the CL-DAY-COUNT'th business day before CL-DATE - zero days
      *> hands CL-DATE back unchanged
       STEP-BACK-BUSINESS-DAYS.
           MOVE 0 TO WS-STEP-COUNT
           MOVE CL-DATE TO CL-RESULT-DATE
           COMPUTE WS-DAY-INT = FUNCTION INTEGER-OF-DATE(CL-DATE)
           MOVE 'B' TO WS-WORK-TYPE
           PERFORM UNTIL WS-STEP-COUNT >= CL-DAY-COUNT
                         OR WS-WORK-TYPE = SPACE
               SUBTRACT 1 FROM WS-DAY-INT
               COMPUTE WS-WORK-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
               PERFORM CLASSIFY-WORK-DATE
               IF WS-WORK-TYPE = 'B'
                   ADD 1 TO WS-STEP-COUNT
                   MOVE WS-WORK-DATE TO CL-RESULT-DATE
               END-IF
           END-PERFORM
           IF WS-STEP-COUNT < CL-DAY-COUNT
               MOVE 0 TO CL-RESULT-DATE
               MOVE 4 TO CL-RETURN-CODE
               MOVE 'NOT ENOUGH BUSINESS CALENDAR LOADED'
                   TO CL-MESSAGE
           END-IF.

      *> one date's standing: blank when its year is not loaded, the
      *> holiday or working-day card's type when one names it, else
      *> Monday-Friday business and Saturday/Sunday weekend
       CLASSIFY-WORK-DATE.
           MOVE SPACE TO WS-WORK-TYPE
           MOVE SPACES TO WS-WORK-DESC
           MOVE 'N' TO WS-YEAR-FOUND-SW
           PERFORM VARYING WS-YR-IX FROM 1 BY 1
                   UNTIL WS-YR-IX > WS-YEAR-COUNT
               IF WS-YR-YEAR(WS-YR-IX) = WS-WORK-YEAR
                   MOVE 'Y' TO WS-YEAR-FOUND-SW
               END-IF
           END-PERFORM
           IF WS-YEAR-FOUND
               PERFORM VARYING WS-DY-IX FROM 1 BY 1
                       UNTIL WS-DY-IX > WS-DAY-COUNT
                   IF WS-DY-DATE(WS-DY-IX) = WS-WORK-DATE
                       MOVE WS-DY-TYPE(WS-DY-IX) TO WS-WORK-TYPE
                       MOVE WS-DY-DESC(WS-DY-IX) TO WS-WORK-DESC
                   END-IF
               END-PERFORM
               IF WS-WORK-TYPE = SPACE
      *>           day 1 of the integer calendar (1601-01-01) was a
      *>           Monday, so the remainder runs 0 Monday - 6 Sunday
                   COMPUTE WS-DOW = FUNCTION MOD(
                       FUNCTION INTEGER-OF-DATE(WS-WORK-DATE) - 1, 7)
                   IF WS-DOW >= 5
                       MOVE 'W' TO WS-WORK-TYPE
                       MOVE 'WEEKEND' TO WS-WORK-DESC
                   ELSE
                       MOVE 'B' TO WS-WORK-TYPE
                   END-IF
               END-IF
           END-IF.
