      *> operator request cards, one inquiry per card: 'K' looks up a
      *> single 30-byte key, 'R' selects by first-seen/last-seen date
      *> range, 'D' selects names dormant for at least the given number
      *> of business days - the questions downstream teams ask every
      *> week, answered from a card deck instead of a developer favor
       01  INQ-REQUEST-REC.
           05 IQ-REQUEST-TYPE PIC X(1).
               88 IQ-KEY-LOOKUP  VALUE 'K'.
       01 WS-MATCH-COUNT PIC 9(8) VALUE 0.
       01 WS-EXTRACT-COUNT PIC 9(8) VALUE 0.
       01 WS-CUTOFF-DATE PIC 9(8) VALUE 0.
       COPY BUSCALPM.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-PAGE-NO PIC 9(4) VALUE 0.
       01 WS-LINE-COUNT PIC 9(4) VALUE 99.
           MOVE 'N' TO WS-SCAN-EOF-SW.

      *> dormant names: last seen strictly before the business date
      *> less the requested number of business days - counted off the
      *> business-day calendar, so a holiday week no feed arrived in
      *> does not push a name over the line
       INQUIRE-DORMANT.
           IF IQ-DORMANT-DAYS NOT NUMERIC
               MOVE 'DORMANT DAYS NOT NUMERIC' TO WS-PRINT-REC
               PERFORM WRITE-PRINT-LINE
               ADD 1 TO WS-BAD-CARD-COUNT
           ELSE
               MOVE 'P' TO CL-FUNCTION
               MOVE WS-RUN-DATE TO CL-DATE
               MOVE IQ-DORMANT-DAYS TO CL-DAY-COUNT
               CALL 'BUSCAL' USING BUSCAL-PARMS
               IF CL-OK
                   MOVE CL-RESULT-DATE TO WS-CUTOFF-DATE
                   PERFORM SCAN-MASTER-DORMANT
                   PERFORM WRITE-MATCH-COUNT
               ELSE
      *>           a cutoff the calendar cannot count back to is not
      *>           guessed at - the card is answered with the reason
                   MOVE CL-MESSAGE TO WS-PRINT-REC
                   PERFORM WRITE-PRINT-LINE
                   ADD 1 TO WS-BAD-CARD-COUNT
               END-IF
           END-IF.

       SCAN-MASTER-DORMANT.
