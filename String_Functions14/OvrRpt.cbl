       IDENTIFICATION DIVISION.
       PROGRAM-ID. OVRRPT.
       AUTHOR.  HCL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> every use and every refusal of a high-risk control card, as
      *> OVRAUTH logged it - this report is the week's read of it for
      *> the operations manager and the auditors
           SELECT OVR-LOG-FILE ASSIGN TO 'OVRLOG'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-OVRLOG-STATUS.
           SELECT PRINT-FILE ASSIGN TO 'OVRRPT'
                  ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  OVR-LOG-FILE.
       COPY OVRLGREC.
       FD  PRINT-FILE.
       01  PRINT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
       COPY RUNCTLPM.
       01 WS-EOF-SW PIC X VALUE 'N'.
           88 WS-EOF VALUE 'Y'.
       01 WS-OVRLOG-STATUS PIC XX VALUE '00'.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-WEEK-START PIC 9(8) VALUE 0.
       01 WS-DATE-INT PIC 9(9) VALUE 0.
      *> per-action tallies for the week, in first-seen order
       01 WS-ACTION-TABLE.
           05 WS-ACTION-COUNT PIC 9(2) VALUE 0.
           05 WS-ACTION-ENTRY OCCURS 20 TIMES.
              10 WS-AT-ACTION  PIC X(8).
              10 WS-AT-USED    PIC 9(6).
              10 WS-AT-REFUSED PIC 9(6).
       01 WS-ACTION-LIMIT PIC 9(2) VALUE 20.
       01 WS-ACTION-OVER-COUNT PIC 9(6) VALUE 0.
       01 WS-ACTION-IX PIC 9(2) VALUE 0.
       01 WS-FOUND-IX PIC 9(2) VALUE 0.
       01 WS-LOG-READ-COUNT PIC 9(8) VALUE 0.
       01 WS-WEEK-COUNT PIC 9(6) VALUE 0.
       01 WS-USED-COUNT PIC 9(6) VALUE 0.
       01 WS-REFUSED-COUNT PIC 9(6) VALUE 0.
       01 WS-PAGE-NO PIC 9(4) VALUE 0.
       01 WS-LINE-COUNT PIC 9(4) VALUE 99.
       01 WS-LINES-PER-PAGE PIC 9(4) VALUE 20.
       01 WS-PRINT-REC PIC X(80).
       01 WS-PAGE-HEAD-1.
           05 FILLER       PIC X(13) VALUE 'PROGRAM-ID : '.
           05 WS-PH-PROGID PIC X(12) VALUE 'OVRRPT'.
           05 FILLER       PIC X(11) VALUE '  RUN DATE:'.
           05 WS-PH-YYYY   PIC 9(4).
           05 FILLER       PIC X(1)  VALUE '-'.
           05 WS-PH-MM     PIC 9(2).
           05 FILLER       PIC X(1)  VALUE '-'.
           05 WS-PH-DD     PIC 9(2).
           05 FILLER       PIC X(7)  VALUE '  PAGE:'.
           05 WS-PH-PAGE   PIC ZZZ9.
       01 WS-WINDOW-LINE.
           05 FILLER        PIC X(30) VALUE
              'WEEKLY OVERRIDE REPORT  FROM: '.
           05 WS-WL-FROM    PIC 9(8).
           05 FILLER        PIC X(6)  VALUE '  TO: '.
           05 WS-WL-TO      PIC 9(8).
       01 WS-COLUMN-LINE.
           05 FILLER        PIC X(36) VALUE
              'DATE     ACTION   PROGRAM  OUTCOME  '.
           05 FILLER        PIC X(39) VALUE
              'REQUESTER    APPROVER     TICKET'.
       01 WS-DETAIL-LINE.
           05 WS-DT-DATE    PIC 9(8).
           05 FILLER        PIC X(1)  VALUE SPACE.
           05 WS-DT-ACTION  PIC X(8).
           05 FILLER        PIC X(1)  VALUE SPACE.
           05 WS-DT-PROGRAM PIC X(8).
           05 FILLER        PIC X(1)  VALUE SPACE.
           05 WS-DT-OUTCOME PIC X(8).
           05 FILLER        PIC X(1)  VALUE SPACE.
           05 WS-DT-REQ     PIC X(12).
           05 FILLER        PIC X(1)  VALUE SPACE.
           05 WS-DT-APPR    PIC X(12).
           05 FILLER        PIC X(1)  VALUE SPACE.
           05 WS-DT-TICKET  PIC X(12).
       01 WS-VALUE-LINE.
           05 FILLER        PIC X(9)  VALUE SPACES.
           05 FILLER        PIC X(8)  VALUE 'VALUE : '.
           05 WS-VL-VALUE   PIC X(30).
       01 WS-REASON-LINE.
           05 FILLER        PIC X(9)  VALUE SPACES.
           05 FILLER        PIC X(8)  VALUE 'REASON: '.
           05 WS-RL-REASON  PIC X(40).
       01 WS-ACTION-HEAD PIC X(80) VALUE
           'ACTION       USED  REFUSED'.
       01 WS-ACTION-LINE.
           05 WS-AL-ACTION  PIC X(8).
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 WS-AL-USED    PIC ZZZZZ9.
           05 FILLER        PIC X(3)  VALUE SPACES.
           05 WS-AL-REFUSED PIC ZZZZZ9.
       01 WS-SUMMARY-LINE.
           05 FILLER        PIC X(19) VALUE 'OVERRIDE REQUESTS: '.
           05 WS-SL-WEEK    PIC ZZZZZ9.
           05 FILLER        PIC X(8)  VALUE '  USED: '.
           05 WS-SL-USED    PIC ZZZZZ9.
           05 FILLER        PIC X(11) VALUE '  REFUSED: '.
           05 WS-SL-REFUSED PIC ZZZZZ9.
       01 WS-OVER-LINE.
           05 FILLER        PIC X(36) VALUE
              'ACTIONS OVER TABLE LIMIT - UNCOUNTED'.
           05 WS-OL-COUNT   PIC ZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PARA.
      *>   the week is the seven calendar days ending the business
      *>   date - run on the last business day of the week it covers
      *>   every override logged since the previous week's report
           PERFORM REGISTER-RUN-START
           MOVE RC-BUSINESS-DATE TO WS-RUN-DATE
           MOVE WS-RUN-DATE(1:4) TO WS-PH-YYYY
           MOVE WS-RUN-DATE(5:2) TO WS-PH-MM
           MOVE WS-RUN-DATE(7:2) TO WS-PH-DD
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) - 6
           COMPUTE WS-WEEK-START =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
           OPEN OUTPUT PRINT-FILE
           MOVE WS-WEEK-START TO WS-WL-FROM
           MOVE WS-RUN-DATE TO WS-WL-TO
           MOVE WS-WINDOW-LINE TO WS-PRINT-REC
           PERFORM WRITE-PRINT-LINE
           MOVE WS-COLUMN-LINE TO WS-PRINT-REC
           PERFORM WRITE-PRINT-LINE
           PERFORM REPORT-OVERRIDE-LOG
           PERFORM REPORT-ACTION-TOTALS
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-WEEK-COUNT TO WS-SL-WEEK
           MOVE WS-USED-COUNT TO WS-SL-USED
           MOVE WS-REFUSED-COUNT TO WS-SL-REFUSED
           WRITE PRINT-LINE FROM WS-SUMMARY-LINE
           IF WS-ACTION-OVER-COUNT > 0
               MOVE WS-ACTION-OVER-COUNT TO WS-OL-COUNT
               WRITE PRINT-LINE FROM WS-OVER-LINE
           END-IF
           CLOSE PRINT-FILE
      *>   a refusal means someone tried a high-risk card without
      *>   sign-off - the week's report says so through its code
           IF WS-REFUSED-COUNT > 0
              OR WS-ACTION-OVER-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM REGISTER-RUN-COMPLETION
      *>   GOBACK rather than STOP RUN: submitted standalone it ends
      *>   the run just the same, but under the JOBPLAN driver it hands
      *>   control back so the next step of the plan can be invoked
           GOBACK.

       REGISTER-RUN-START.
           MOVE 'S' TO RC-FUNCTION
           MOVE 'OVRRPT' TO RC-PROGRAM-ID
           MOVE SPACES TO RC-PREREQ-1 RC-PREREQ-2
           MOVE SPACE TO RC-PREREQ-RULE
      *>   a read-only reporter - rerunning it against the same log is
      *>   harmless and common, so no duplicate-run refusal
           MOVE 'A' TO RC-DUP-RULE
           CALL 'RUNCTL' USING RUNCTL-PARMS
           IF NOT RC-OK
               DISPLAY 'OVRRPT NOT STARTED - ' RC-MESSAGE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

       REGISTER-RUN-COMPLETION.
           MOVE RETURN-CODE TO RC-COMPLETION-CODE
           MOVE 'C' TO RC-FUNCTION
           CALL 'RUNCTL' USING RUNCTL-PARMS
      *>   CALL hands RUNCTL's own zero back through RETURN-CODE - put
      *>   the run's completion code back before GOBACK reports it
           MOVE RC-COMPLETION-CODE TO RETURN-CODE.

       REPORT-OVERRIDE-LOG.
           OPEN INPUT OVR-LOG-FILE
           IF WS-OVRLOG-STATUS NOT = '00'
               MOVE 'NO OVERRIDE LOG ON FILE' TO WS-PRINT-REC
               PERFORM WRITE-PRINT-LINE
           ELSE
               READ OVR-LOG-FILE
                   AT END MOVE 'Y' TO WS-EOF-SW
               END-READ
               PERFORM UNTIL WS-EOF
                   ADD 1 TO WS-LOG-READ-COUNT
                   IF OL-BUSINESS-DATE >= WS-WEEK-START
                      AND OL-BUSINESS-DATE <= WS-RUN-DATE
                       PERFORM REPORT-OVERRIDE-REC
                   END-IF
                   READ OVR-LOG-FILE
                       AT END MOVE 'Y' TO WS-EOF-SW
                   END-READ
               END-PERFORM
               CLOSE OVR-LOG-FILE
               MOVE 'N' TO WS-EOF-SW
               IF WS-WEEK-COUNT = 0
                   MOVE 'NO OVERRIDES LOGGED THIS WEEK'
                       TO WS-PRINT-REC
                   PERFORM WRITE-PRINT-LINE
               END-IF
           END-IF.

       REPORT-OVERRIDE-REC.
           ADD 1 TO WS-WEEK-COUNT
           MOVE OL-BUSINESS-DATE TO WS-DT-DATE
           MOVE OL-ACTION TO WS-DT-ACTION
           MOVE OL-PROGRAM-ID TO WS-DT-PROGRAM
           MOVE OL-OUTCOME TO WS-DT-OUTCOME
           MOVE OL-REQUESTER TO WS-DT-REQ
           MOVE OL-APPROVER TO WS-DT-APPR
           MOVE OL-TICKET TO WS-DT-TICKET
           MOVE WS-DETAIL-LINE TO WS-PRINT-REC
           PERFORM WRITE-PRINT-LINE
           IF OL-CARD-VALUE NOT = SPACES
               MOVE OL-CARD-VALUE TO WS-VL-VALUE
               MOVE WS-VALUE-LINE TO WS-PRINT-REC
               PERFORM WRITE-PRINT-LINE
           END-IF
           PERFORM FIND-ACTION-ENTRY
           IF OL-REFUSED
               ADD 1 TO WS-REFUSED-COUNT
               MOVE OL-REASON TO WS-RL-REASON
               MOVE WS-REASON-LINE TO WS-PRINT-REC
               PERFORM WRITE-PRINT-LINE
               IF WS-FOUND-IX > 0
                   ADD 1 TO WS-AT-REFUSED(WS-FOUND-IX)
               END-IF
           ELSE
               ADD 1 TO WS-USED-COUNT
               IF WS-FOUND-IX > 0
                   ADD 1 TO WS-AT-USED(WS-FOUND-IX)
               END-IF
           END-IF.

       FIND-ACTION-ENTRY.
           MOVE 0 TO WS-FOUND-IX
           PERFORM VARYING WS-ACTION-IX FROM 1 BY 1
                   UNTIL WS-ACTION-IX > WS-ACTION-COUNT
                         OR WS-FOUND-IX > 0
               IF WS-AT-ACTION(WS-ACTION-IX) = OL-ACTION
                   MOVE WS-ACTION-IX TO WS-FOUND-IX
               END-IF
           END-PERFORM
           IF WS-FOUND-IX = 0
               IF WS-ACTION-COUNT >= WS-ACTION-LIMIT
                   ADD 1 TO WS-ACTION-OVER-COUNT
               ELSE
                   ADD 1 TO WS-ACTION-COUNT
                   MOVE WS-ACTION-COUNT TO WS-FOUND-IX
                   MOVE OL-ACTION TO WS-AT-ACTION(WS-FOUND-IX)
                   MOVE 0 TO WS-AT-USED(WS-FOUND-IX)
                             WS-AT-REFUSED(WS-FOUND-IX)
               END-IF
           END-IF.

       REPORT-ACTION-TOTALS.
           IF WS-ACTION-COUNT > 0
               MOVE SPACES TO WS-PRINT-REC
               PERFORM WRITE-PRINT-LINE
               MOVE WS-ACTION-HEAD TO WS-PRINT-REC
               PERFORM WRITE-PRINT-LINE
               PERFORM VARYING WS-ACTION-IX FROM 1 BY 1
                       UNTIL WS-ACTION-IX > WS-ACTION-COUNT
                   MOVE WS-AT-ACTION(WS-ACTION-IX) TO WS-AL-ACTION
                   MOVE WS-AT-USED(WS-ACTION-IX) TO WS-AL-USED
                   MOVE WS-AT-REFUSED(WS-ACTION-IX) TO WS-AL-REFUSED
                   MOVE WS-ACTION-LINE TO WS-PRINT-REC
                   PERFORM WRITE-PRINT-LINE
               END-PERFORM
           END-IF.

       WRITE-PRINT-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM WRITE-PAGE-HEADER
           END-IF
           WRITE PRINT-LINE FROM WS-PRINT-REC
           ADD 1 TO WS-LINE-COUNT.

       WRITE-PAGE-HEADER.
           ADD 1 TO WS-PAGE-NO
           MOVE WS-PAGE-NO TO WS-PH-PAGE
           WRITE PRINT-LINE FROM WS-PAGE-HEAD-1
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE 0 TO WS-LINE-COUNT.
