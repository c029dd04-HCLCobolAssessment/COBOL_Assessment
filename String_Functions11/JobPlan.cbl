           88 WS-CALL-FAILED VALUE 'Y'.
       01 WS-STEPS-RUN PIC 9(4) VALUE 0.
       01 WS-WARN-COUNT PIC 9(4) VALUE 0.
       COPY BUSCALPM.
       01 WS-BUS-DAY-SW PIC X VALUE 'N'.
           88 WS-BUS-DAY VALUE 'Y'.
       01 WS-SKIP-COUNT PIC 9(4) VALUE 0.
       01 WS-CAL-RUNOUT-SW PIC X VALUE 'N'.
           88 WS-CAL-RUNOUT VALUE 'Y'.
       01 WS-CAL-END-DATE PIC 9(8) VALUE 0.
       01 WS-LOG-LINE.
           05 FILLER        PIC X(6)  VALUE 'DATE: '.
           05 WS-LG-DATE    PIC 9(8).
           05 WS-LG-CODE    PIC 9(2).
           05 FILLER        PIC X(1)  VALUE SPACE.
           05 WS-LG-DISP    PIC X(16).
       01 WS-SKIP-LINE.
           05 FILLER        PIC X(6)  VALUE 'DATE: '.
           05 WS-SK-DATE    PIC 9(8).
           05 FILLER        PIC X(29) VALUE
              ' NOT A BUSINESS DAY - SKIPPED'.
           05 FILLER        PIC X(1)  VALUE SPACE.
           05 WS-SK-DESC    PIC X(30).
       01 WS-CAL-WARN-LINE.
           05 FILLER        PIC X(36) VALUE
              'WARNING - BUSINESS CALENDAR ENDS ON '.
           05 WS-CW-DATE    PIC 9(8).
           05 FILLER        PIC X(29) VALUE
              ' - LOAD THE NEXT YEAR'.
       01 WS-SUMMARY-LINE.
           05 FILLER        PIC X(11) VALUE 'STEPS RUN: '.
           05 WS-SU-STEPS   PIC ZZZ9.
           05 FILLER        PIC X(12) VALUE '  WARNINGS:'.
           05 WS-SU-WARNS   PIC ZZZ9.
           05 FILLER        PIC X(11) VALUE '  SKIPPED:'.
           05 WS-SU-SKIPS   PIC ZZZ9.

       PROCEDURE DIVISION.
       MAIN-PARA.
               MOVE WS-FROM-DATE TO WS-PLAN-DATE
               PERFORM UNTIL WS-PLAN-DATE > WS-TO-DATE
                             OR WS-PLAN-STOPPED
                   PERFORM CHECK-PLAN-DATE
                   IF WS-BUS-DAY
                       PERFORM WRITE-BUSDATE-CARD
                       PERFORM RUN-PLAN-ONE-DATE
                   END-IF
                   COMPUTE WS-DATE-INT =
                       FUNCTION INTEGER-OF-DATE(WS-PLAN-DATE) + 1
                   COMPUTE WS-PLAN-DATE =
               END-PERFORM
           ELSE
               PERFORM READ-BUSDATE-CARD
      *>       a single date runs as the operator keyed it - RUNCTL
      *>       refuses an unforced non-business date step by step;
      *>       the calendar is consulted here only for its end date
               IF NOT WS-PLAN-STOPPED
                   PERFORM CALL-BUSINESS-CALENDAR
               END-IF
               PERFORM RUN-PLAN-ONE-DATE
           END-IF
           IF WS-CAL-RUNOUT
               MOVE WS-CAL-END-DATE TO WS-CW-DATE
               WRITE RUN-LOG-LINE FROM WS-CAL-WARN-LINE
               ADD 1 TO WS-WARN-COUNT
           END-IF
           MOVE WS-STEPS-RUN TO WS-SU-STEPS
           MOVE WS-WARN-COUNT TO WS-SU-WARNS
           MOVE WS-SKIP-COUNT TO WS-SU-SKIPS
           WRITE RUN-LOG-LINE FROM WS-SUMMARY-LINE
           IF WS-PLAN-STOPPED
               MOVE 12 TO RETURN-CODE
               MOVE 'Y' TO WS-STOP-SW
           END-IF.

      *> catch-up replays business days only - a weekend or holiday in
      *> the range is logged and passed over rather than run as an
      *> empty cycle. A date beyond the loaded calendar stops the plan:
      *> skipping it would quietly skip every date after it as well
       CHECK-PLAN-DATE.
           MOVE 'N' TO WS-BUS-DAY-SW
           PERFORM CALL-BUSINESS-CALENDAR
           EVALUATE TRUE
               WHEN CL-NO-CALENDAR
                   MOVE SPACES TO RUN-LOG-LINE
                   STRING CL-MESSAGE DELIMITED BY SIZE
                          ' - PLAN REFUSED' DELIMITED BY SIZE
                          INTO RUN-LOG-LINE
                   WRITE RUN-LOG-LINE
                   MOVE 'Y' TO WS-STOP-SW
               WHEN CL-BUSINESS-DAY
                   MOVE 'Y' TO WS-BUS-DAY-SW
               WHEN CL-HOLIDAY OR CL-WEEKEND
                   MOVE WS-PLAN-DATE TO WS-SK-DATE
                   MOVE CL-DAY-DESC TO WS-SK-DESC
                   WRITE RUN-LOG-LINE FROM WS-SKIP-LINE
                   ADD 1 TO WS-SKIP-COUNT
               WHEN OTHER
                   MOVE SPACES TO RUN-LOG-LINE
                   STRING 'DATE: ' DELIMITED BY SIZE
                          WS-PLAN-DATE DELIMITED BY SIZE
                          ' NOT ON BUSINESS CALENDAR - PLAN STOPPED'
                              DELIMITED BY SIZE
                          INTO RUN-LOG-LINE
                   WRITE RUN-LOG-LINE
                   MOVE 'Y' TO WS-STOP-SW
           END-EVALUATE.

      *> any date of the run close to the calendar's last loaded date
      *> earns one warning line at the foot of the log
       CALL-BUSINESS-CALENDAR.
           MOVE 'C' TO CL-FUNCTION
           MOVE WS-PLAN-DATE TO CL-DATE
           MOVE 0 TO CL-DAY-COUNT
           CALL 'BUSCAL' USING BUSCAL-PARMS
           IF CL-CALENDAR-RUNNING-OUT
               MOVE 'Y' TO WS-CAL-RUNOUT-SW
               MOVE CL-LAST-LOADED TO WS-CAL-END-DATE
           END-IF.

       WRITE-BUSDATE-CARD.
           OPEN OUTPUT BUSINESS-DATE-FILE
           MOVE SPACES TO BUSDATE-CARD
