       01 WS-VALIDEXC-COUNT PIC 9(8) VALUE 0.
       01 WS-AUDIT-COUNT PIC 9(8) VALUE 0.
       01 WS-EXCEPTION-TOTAL PIC 9(8) VALUE 0.
      *> the same exception counts for the prior business day on the
      *> calendar - Monday measures against Friday, the day after a
      *> holiday against the day before it
       01 WS-PRIOR-DATE PIC 9(8) VALUE 0.
       01 WS-PRIOR-VALIDEXC-COUNT PIC 9(8) VALUE 0.
       01 WS-PRIOR-AUDIT-COUNT PIC 9(8) VALUE 0.
       01 WS-ATTENTION-SW PIC X VALUE 'N'.
           88 WS-ATTENTION VALUE 'Y'.
       01 WS-RUN-DATE PIC 9(8).
           05 WS-EX-VAL     PIC ZZZZZZZ9.
           05 FILLER        PIC X(12) VALUE '  AUDITLOG:'.
           05 WS-EX-AUD     PIC ZZZZZZZ9.
       01 WS-PRIOR-LINE.
           05 FILLER        PIC X(16) VALUE 'PRIOR BUS. DAY: '.
           05 WS-PR-DATE    PIC 9(8).
           05 FILLER        PIC X(11) VALUE '  VALIDEXC:'.
           05 WS-PR-VAL     PIC ZZZZZZZ9.
           05 FILLER        PIC X(12) VALUE '  AUDITLOG:'.
           05 WS-PR-AUD     PIC ZZZZZZZ9.
       01 WS-CHANGE-LINE.
           05 FILLER        PIC X(24) VALUE
              'CHANGE ON PRIOR DAY    '.
           05 FILLER        PIC X(10) VALUE 'VALIDEXC:'.
           05 WS-CH-VAL     PIC +ZZZZZZ9.
           05 FILLER        PIC X(12) VALUE '  AUDITLOG:'.
           05 WS-CH-AUD     PIC +ZZZZZZ9.
       01 WS-CHANGE-VALUE PIC S9(8) VALUE 0.
       01 WS-CALENDAR-LINE.
           05 FILLER        PIC X(27) VALUE
              'BUSINESS CALENDAR ENDS ON: '.
           05 WS-CA-YYYY    PIC 9(4).
           05 FILLER        PIC X(1)  VALUE '-'.
           05 WS-CA-MM      PIC 9(2).
           05 FILLER        PIC X(1)  VALUE '-'.
           05 WS-CA-DD      PIC 9(2).
           05 FILLER        PIC X(22) VALUE
              ' - LOAD THE NEXT YEAR'.
       01 WS-EXCTOT-LINE.
           05 FILLER        PIC X(30) VALUE
              'CROSS-PROGRAM EXCEPTION TOTAL:'.
      *>   already print and counts the exception files directly
           PERFORM REGISTER-RUN-START
           MOVE RC-BUSINESS-DATE TO WS-RUN-DATE
           MOVE RC-PRIOR-BUS-DATE TO WS-PRIOR-DATE
           MOVE WS-RUN-DATE(1:4) TO WS-HD-YYYY
           MOVE WS-RUN-DATE(5:2) TO WS-HD-MM
           MOVE WS-RUN-DATE(7:2) TO WS-HD-DD
                   IF VE-BUSINESS-DATE = WS-RUN-DATE
                       ADD 1 TO WS-VALIDEXC-COUNT
                   END-IF
                   IF VE-BUSINESS-DATE = WS-PRIOR-DATE
                      AND WS-PRIOR-DATE > 0
                       ADD 1 TO WS-PRIOR-VALIDEXC-COUNT
                   END-IF
                   READ VALIDATION-EXCEPTION-FILE
                       AT END MOVE 'Y' TO WS-EOF-SW
                   END-READ
                   IF AL-BUSINESS-DATE = WS-RUN-DATE
                       ADD 1 TO WS-AUDIT-COUNT
                   END-IF
                   IF AL-BUSINESS-DATE = WS-PRIOR-DATE
                      AND WS-PRIOR-DATE > 0
                       ADD 1 TO WS-PRIOR-AUDIT-COUNT
                   END-IF
                   READ AUDIT-LOG-FILE
                       AT END MOVE 'Y' TO WS-EOF-SW
                   END-READ
           MOVE WS-REJECT-COUNT TO WS-EX-REJ
           MOVE WS-VALIDEXC-COUNT TO WS-EX-VAL
           MOVE WS-AUDIT-COUNT TO WS-EX-AUD
           WRITE EOD-LINE FROM WS-EXCFILE-LINE
           PERFORM WRITE-PRIOR-DAY-COMPARISON.

       WRITE-PRIOR-DAY-COMPARISON.
           IF WS-PRIOR-DATE = 0
               MOVE 'PRIOR BUS. DAY: NONE ON BUSINESS CALENDAR'
                   TO EOD-LINE
               WRITE EOD-LINE
           ELSE
               MOVE WS-PRIOR-DATE TO WS-PR-DATE
               MOVE WS-PRIOR-VALIDEXC-COUNT TO WS-PR-VAL
               MOVE WS-PRIOR-AUDIT-COUNT TO WS-PR-AUD
               WRITE EOD-LINE FROM WS-PRIOR-LINE
               COMPUTE WS-CHANGE-VALUE =
                   WS-VALIDEXC-COUNT - WS-PRIOR-VALIDEXC-COUNT
               MOVE WS-CHANGE-VALUE TO WS-CH-VAL
               COMPUTE WS-CHANGE-VALUE =
                   WS-AUDIT-COUNT - WS-PRIOR-AUDIT-COUNT
               MOVE WS-CHANGE-VALUE TO WS-CH-AUD
               WRITE EOD-LINE FROM WS-CHANGE-LINE
           END-IF.

       WRITE-VERDICT.
           COMPUTE WS-EXCEPTION-TOTAL =
              OR WS-EXCEPTION-TOTAL > 0
               MOVE 'Y' TO WS-ATTENTION-SW
           END-IF
      *>   the calendar running out would refuse every cycle past its
      *>   last loaded date - flagged daily until the next year is in
           IF RC-CALENDAR-RUNNING-OUT
               MOVE RC-CALENDAR-END(1:4) TO WS-CA-YYYY
               MOVE RC-CALENDAR-END(5:2) TO WS-CA-MM
               MOVE RC-CALENDAR-END(7:2) TO WS-CA-DD
               WRITE EOD-LINE FROM WS-CALENDAR-LINE
               MOVE 'Y' TO WS-ATTENTION-SW
           END-IF
           IF WS-ATTENTION
               MOVE 'ATTENTION REQUIRED' TO WS-VD-MSG
               MOVE 4 TO RETURN-CODE
