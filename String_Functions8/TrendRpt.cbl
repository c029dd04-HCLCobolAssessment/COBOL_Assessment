       01 WS-SHIFT-IX PIC 9(2) VALUE 0.
       01 WS-SCAN-IX PIC 9(2) VALUE 0.
       01 WS-FOUND-IX PIC 9(2) VALUE 0.
       01 WS-PRIOR-IX PIC 9(2) VALUE 0.
       COPY BUSCALPM.
       01 WS-FIRST-SHOWN PIC 9(2) VALUE 1.
       01 WS-SHOWN-COUNT PIC 9(2) VALUE 0.
       01 WS-SUM-RECORDS PIC 9(10) VALUE 0.
           MOVE WS-HT-DATE(WS-HIST-IX) TO WS-DT-DATE
           MOVE WS-HT-RECORDS(WS-HIST-IX) TO WS-DT-RECS
           MOVE WS-HT-MATCHES(WS-HIST-IX) TO WS-DT-MATCH
           PERFORM FIND-PRIOR-BUSINESS-DAY
           IF WS-PRIOR-IX > 0
               COMPUTE WS-DELTA-RECORDS =
                   WS-HT-RECORDS(WS-HIST-IX)
                   - WS-HT-RECORDS(WS-PRIOR-IX)
               COMPUTE WS-DELTA-MATCHES =
                   WS-HT-MATCHES(WS-HIST-IX)
                   - WS-HT-MATCHES(WS-PRIOR-IX)
           ELSE
               MOVE 0 TO WS-DELTA-RECORDS WS-DELTA-MATCHES
           END-IF
           END-IF
           WRITE TREND-LINE FROM WS-DETAIL-LINE.

      *> the day's delta is measured against the prior BUSINESS day's
      *> run, wherever it sits in the table - not the entry before it,
      *> which after a forced holiday run or a gap in the history is a
      *> different day altogether. No run held for the prior business
      *> day shows a zero delta
       FIND-PRIOR-BUSINESS-DAY.
           MOVE 0 TO WS-PRIOR-IX
           MOVE 'C' TO CL-FUNCTION
           MOVE WS-HT-DATE(WS-HIST-IX) TO CL-DATE
           MOVE 0 TO CL-DAY-COUNT
           CALL 'BUSCAL' USING BUSCAL-PARMS
           IF CL-PRIOR-BUS-DATE > 0
               PERFORM VARYING WS-SCAN-IX FROM 1 BY 1
                       UNTIL WS-SCAN-IX > WS-HIST-COUNT
                   IF WS-HT-DATE(WS-SCAN-IX) = CL-PRIOR-BUS-DATE
                       MOVE WS-SCAN-IX TO WS-PRIOR-IX
                   END-IF
               END-PERFORM
           END-IF.

       REGISTER-RUN-START.
           MOVE 'S' TO RC-FUNCTION
           MOVE 'TRENDRPT' TO RC-PROGRAM-ID
