           88 WS-PREREQ-1-CLEAN VALUE 'Y'.
       01 WS-PREREQ-2-SW PIC X VALUE 'N'.
           88 WS-PREREQ-2-CLEAN VALUE 'Y'.
       COPY BUSCALPM.
       COPY OVRAUTPM.
       LINKAGE SECTION.
       COPY RUNCTLPM.


       REGISTER-START.
           PERFORM READ-BUSINESS-DATE
           IF RC-OK AND RC-FORCED-RERUN
               PERFORM CHECK-FORCE-AUTHORIZATION
           END-IF
           IF RC-OK
               PERFORM CHECK-BUSINESS-CALENDAR
           END-IF
           IF RC-OK
               PERFORM SCAN-RUN-CONTROL
           END-IF
               CLOSE BUSINESS-DATE-FILE
           END-IF.

      *> the forced-rerun flag overrides the duplicate-run guard and
      *> the calendar, and lets a logged transmission through again -
      *> it needs a signed-off authorization for this date, and every
      *> forced start is logged against it. No authorization refuses
      *> the start outright rather than quietly running unforced
       CHECK-FORCE-AUTHORIZATION.
           MOVE 'A' TO OV-FUNCTION
           MOVE 'FORCERUN' TO OV-ACTION
           MOVE RC-PROGRAM-ID TO OV-PROGRAM-ID
           MOVE RC-BUSINESS-DATE TO OV-BUSINESS-DATE
           MOVE SPACES TO OV-CARD-VALUE
           CALL 'OVRAUTH' USING OVRAUTH-PARMS
           IF NOT OV-AUTHORIZED
               MOVE 8 TO RC-RETURN-CODE
               STRING 'FORCED RERUN REFUSED - ' DELIMITED BY SIZE
                      OV-MESSAGE DELIMITED BY SIZE
                      INTO RC-MESSAGE
           END-IF.

      *> a Saturday or a bank holiday typed on the card would run a
      *> whole empty cycle that someone then has to clean up - only a
      *> business day on the calendar starts, unless the operator has
      *> forced the card for the day a closed date really must run
       CHECK-BUSINESS-CALENDAR.
           MOVE 'C' TO CL-FUNCTION
           MOVE RC-BUSINESS-DATE TO CL-DATE
           MOVE 0 TO CL-DAY-COUNT
           CALL 'BUSCAL' USING BUSCAL-PARMS
           MOVE CL-PRIOR-BUS-DATE TO RC-PRIOR-BUS-DATE
           MOVE CL-LAST-LOADED TO RC-CALENDAR-END
           MOVE CL-RUNOUT-SW TO RC-CAL-RUNOUT-SW
           EVALUATE TRUE
               WHEN CL-NO-CALENDAR
                   MOVE 12 TO RC-RETURN-CODE
                   MOVE CL-MESSAGE TO RC-MESSAGE
               WHEN CL-BUSINESS-DAY
                   CONTINUE
               WHEN RC-FORCED-RERUN
                   CONTINUE
               WHEN CL-HOLIDAY
                   MOVE 8 TO RC-RETURN-CODE
                   MOVE 'NOT A BUSINESS DAY - HOLIDAY' TO RC-MESSAGE
               WHEN CL-WEEKEND
                   MOVE 8 TO RC-RETURN-CODE
                   MOVE 'NOT A BUSINESS DAY - WEEKEND' TO RC-MESSAGE
               WHEN OTHER
                   MOVE 8 TO RC-RETURN-CODE
                   MOVE 'BUSINESS DATE NOT ON CALENDAR'
                       TO RC-MESSAGE
           END-EVALUATE.

       SCAN-RUN-CONTROL.
           MOVE 'N' TO WS-COMPLETED-SW
                       WS-PREREQ-1-SW
