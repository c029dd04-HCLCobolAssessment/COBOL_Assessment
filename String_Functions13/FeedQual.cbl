       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEEDQUAL.
       AUTHOR.  HCL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> the day's acknowledgments to the NAMEPART and STREXTR senders
      *> - each names the source system on the transmission's header
      *> and carries the counts read, processed and turned away
           SELECT NAME-ACK-FILE ASSIGN TO 'NAMEACK'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-NAMEACK-STATUS.
           SELECT STRX-ACK-FILE ASSIGN TO 'STRXACK'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-STRXACK-STATUS.
           SELECT VALIDATION-EXCEPTION-FILE ASSIGN TO 'VALIDEXC'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-VALIDEXC-STATUS.
           SELECT REPAIR-DISP-FILE ASSIGN TO 'REPAIRDS'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-REPDISP-STATUS.
      *> operator-set alert thresholds - a source whose thirty-day
      *> rate goes above either percentage is flagged on the report
           SELECT QUAL-CONTROL-FILE ASSIGN TO 'QUALCTL'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-QUALCTL-STATUS.
           SELECT FEED-HIST-FILE ASSIGN TO 'FEEDHIST'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-FEEDHIST-STATUS.
           SELECT FEED-HIST-WORK-FILE ASSIGN TO 'FEEDHWRK'
                  ORGANIZATION IS SEQUENTIAL.
           SELECT PRINT-FILE ASSIGN TO 'QUALRPT'
                  ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  NAME-ACK-FILE.
       01  NAME-ACK-LINE PIC X(150).
       FD  STRX-ACK-FILE.
       01  STRX-ACK-LINE PIC X(150).
       FD  VALIDATION-EXCEPTION-FILE.
       COPY VALIDEXC.
       FD  REPAIR-DISP-FILE.
       COPY REPDISP.
       FD  QUAL-CONTROL-FILE.
       01  QUAL-CONTROL-CARD.
           05 QC-VALID-FAIL-PCT PIC 9(3)V9(2).
           05 QC-OVERFLOW-PCT   PIC 9(3)V9(2).
       FD  FEED-HIST-FILE.
       COPY FEEDHIST.
       FD  FEED-HIST-WORK-FILE.
       01  FEED-HIST-WORK-REC PIC X(85).
       FD  PRINT-FILE.
       01  PRINT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
       COPY RUNCTLPM.
      *> both return files share the one acknowledgment layout - each
      *> record read is moved here, the way EODSUMM lays its summary
      *> views over the print lines it scans
       COPY XMITACK.
       01 WS-EOF-SW PIC X VALUE 'N'.
           88 WS-EOF VALUE 'Y'.
       01 WS-NAMEACK-STATUS PIC XX VALUE '00'.
       01 WS-STRXACK-STATUS PIC XX VALUE '00'.
       01 WS-VALIDEXC-STATUS PIC XX VALUE '00'.
       01 WS-REPDISP-STATUS PIC XX VALUE '00'.
       01 WS-QUALCTL-STATUS PIC XX VALUE '00'.
       01 WS-FEEDHIST-STATUS PIC XX VALUE '00'.
       01 WS-THRESHOLD-SW PIC X VALUE 'N'.
           88 WS-THRESHOLDS-SET VALUE 'Y'.
       01 WS-VALID-FAIL-LIMIT PIC 9(3)V9(2) VALUE 0.
       01 WS-OVERFLOW-LIMIT PIC 9(3)V9(2) VALUE 0.
      *> one entry per feed and header source system seen today or in
      *> the trailing thirty days of history: today's figures, then
      *> the thirty-day totals (history plus today)
       01 WS-SOURCE-TABLE.
           05 WS-SRC-COUNT PIC 9(4) VALUE 0.
           05 WS-SRC-ENTRY OCCURS 50 TIMES.
              10 WS-SRC-FEED        PIC X(8).
              10 WS-SRC-SOURCE      PIC X(8).
              10 WS-SRC-XMITS       PIC 9(4).
              10 WS-SRC-NAKS        PIC 9(4).
              10 WS-SRC-RECEIVED    PIC 9(8).
              10 WS-SRC-PROCESSED   PIC 9(8).
              10 WS-SRC-VALIDEXC    PIC 9(8).
              10 WS-SRC-REJECTF     PIC 9(8).
              10 WS-SRC-DROPPED     PIC 9(8).
              10 WS-SRC-RESUB       PIC 9(8).
              10 WS-SRC-30-NAKS     PIC 9(6).
              10 WS-SRC-30-RECEIVED PIC 9(9).
              10 WS-SRC-30-PROCESSED PIC 9(9).
              10 WS-SRC-30-VALIDEXC PIC 9(9).
              10 WS-SRC-30-REJECTF  PIC 9(9).
              10 WS-SRC-30-DROPPED  PIC 9(9).
              10 WS-SRC-30-RESUB    PIC 9(9).
       01 WS-SRC-LIMIT PIC 9(4) VALUE 50.
       01 WS-SRC-IX PIC 9(4) VALUE 0.
      *> validation failures by VE-REASON, per source table entry
       01 WS-REASON-TABLE.
           05 WS-RSN-COUNT PIC 9(4) VALUE 0.
           05 WS-RSN-ENTRY OCCURS 300 TIMES.
              10 WS-RSN-SRC-IX  PIC 9(4).
              10 WS-RSN-REASON  PIC X(30).
              10 WS-RSN-TODAY   PIC 9(8).
              10 WS-RSN-30-DAY  PIC 9(9).
       01 WS-RSN-LIMIT PIC 9(4) VALUE 300.
       01 WS-RSN-IX PIC 9(4) VALUE 0.
      *> today's accepted transmissions in the order they finished -
      *> every exception a run logs is stamped before that run's ACK,
      *> so the first ACK of the same feed stamped at or after an
      *> exception is the transmission the exception came from
       01 WS-ACK-TABLE.
           05 WS-AKT-COUNT PIC 9(4) VALUE 0.
           05 WS-AKT-ENTRY OCCURS 100 TIMES.
              10 WS-AKT-FEED    PIC X(8).
              10 WS-AKT-SOURCE  PIC X(8).
              10 WS-AKT-STAMP   PIC X(16).
       01 WS-AKT-LIMIT PIC 9(4) VALUE 100.
       01 WS-AKT-IX PIC 9(4) VALUE 0.
       01 WS-FIND-FEED PIC X(8) VALUE SPACES.
       01 WS-FIND-SOURCE PIC X(8) VALUE SPACES.
       01 WS-FIND-REASON PIC X(30) VALUE SPACES.
       01 WS-FIND-STAMP PIC X(16) VALUE SPACES.
       01 WS-FOUND-SW PIC X VALUE 'N'.
           88 WS-FOUND VALUE 'Y'.
       01 WS-REPAIR-RUN-STAMP PIC X(21) VALUE SPACES.
       01 WS-OVER-LIMIT-COUNT PIC 9(8) VALUE 0.
       01 WS-FLAGGED-COUNT PIC 9(4) VALUE 0.
       01 WS-SOURCE-FLAG-SW PIC X VALUE 'N'.
           88 WS-SOURCE-FLAGGED VALUE 'Y'.
       01 WS-HIST-READ-COUNT PIC 9(8) VALUE 0.
       01 WS-HIST-KEPT-COUNT PIC 9(8) VALUE 0.
       01 WS-HIST-ADDED-COUNT PIC 9(8) VALUE 0.
       01 WS-RATE-BASE PIC 9(9) VALUE 0.
       01 WS-RATE-COUNT PIC 9(9) VALUE 0.
       01 WS-RATE-30-COUNT PIC 9(9) VALUE 0.
       01 WS-REASON-HITS PIC 9(4) VALUE 0.
       01 WS-RATE PIC 9(3)V9(2) VALUE 0.
       01 WS-DATE-INT PIC 9(9) VALUE 0.
       01 WS-WINDOW-START PIC 9(8) VALUE 0.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-PAGE-NO PIC 9(4) VALUE 0.
       01 WS-LINE-COUNT PIC 9(4) VALUE 99.
       01 WS-LINES-PER-PAGE PIC 9(4) VALUE 20.
       01 WS-PRINT-REC PIC X(80).
       01 WS-PAGE-HEAD-1.
           05 FILLER       PIC X(13) VALUE 'PROGRAM-ID : '.
           05 WS-PH-PROGID PIC X(12) VALUE 'FEEDQUAL'.
           05 FILLER       PIC X(11) VALUE '  RUN DATE:'.
           05 WS-PH-YYYY   PIC 9(4).
           05 FILLER       PIC X(1)  VALUE '-'.
           05 WS-PH-MM     PIC 9(2).
           05 FILLER       PIC X(1)  VALUE '-'.
           05 WS-PH-DD     PIC 9(2).
           05 FILLER       PIC X(7)  VALUE '  PAGE:'.
           05 WS-PH-PAGE   PIC ZZZ9.
       01 WS-WINDOW-LINE.
           05 FILLER        PIC X(23)
                            VALUE 'THIRTY-DAY WINDOW FROM '.
           05 WS-WL-FROM    PIC 9(8).
           05 FILLER        PIC X(4)  VALUE ' TO '.
           05 WS-WL-TO      PIC 9(8).
       01 WS-LIMIT-LINE.
           05 FILLER        PIC X(24)
                            VALUE 'THRESHOLDS - VALID FAIL:'.
           05 WS-LL-VALID   PIC ZZ9.99.
           05 FILLER        PIC X(12) VALUE '%  OVERFLOW:'.
           05 WS-LL-OVFL    PIC ZZ9.99.
           05 FILLER        PIC X(1)  VALUE '%'.
       01 WS-SOURCE-LINE.
           05 FILLER        PIC X(6)  VALUE 'FEED: '.
           05 WS-SO-FEED    PIC X(8).
           05 FILLER        PIC X(10) VALUE '  SOURCE: '.
           05 WS-SO-SOURCE  PIC X(8).
           05 FILLER        PIC X(9)  VALUE '  XMITS: '.
           05 WS-SO-XMITS   PIC ZZZ9.
           05 FILLER        PIC X(11) VALUE '  REFUSED: '.
           05 WS-SO-NAKS    PIC ZZZ9.
           05 FILLER        PIC X(10) VALUE '  30-DAY: '.
           05 WS-SO-30-NAKS PIC ZZZZZ9.
       01 WS-COLUMN-LINE.
           05 FILLER        PIC X(36) VALUE SPACES.
           05 FILLER        PIC X(5)  VALUE 'TODAY'.
           05 FILLER        PIC X(7)  VALUE '      %'.
           05 FILLER        PIC X(10) VALUE '    30-DAY'.
           05 FILLER        PIC X(7)  VALUE '      %'.
      *> one figure line: today's count and its rate against records
      *> received, then the thirty-day count and rate the same way;
      *> reason lines use the same columns with the reason as label
       01 WS-FIGURE-LINE.
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 WS-FG-LABEL   PIC X(30).
           05 FILLER        PIC X(1)  VALUE SPACE.
           05 WS-FG-TODAY   PIC ZZZZZZZ9.
           05 FILLER        PIC X(1)  VALUE SPACE.
           05 WS-FG-RATE    PIC ZZ9.99.
           05 FILLER        PIC X(1)  VALUE SPACE.
           05 WS-FG-30-DAY  PIC ZZZZZZZZ9.
           05 FILLER        PIC X(1)  VALUE SPACE.
           05 WS-FG-30-RATE PIC ZZ9.99.
           05 FILLER        PIC X(1)  VALUE SPACE.
           05 WS-FG-FLAG    PIC X(11) VALUE SPACES.
       01 WS-COUNT-LINE.
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 WS-CT-LABEL   PIC X(30).
           05 FILLER        PIC X(1)  VALUE SPACE.
           05 WS-CT-TODAY   PIC ZZZZZZZ9.
           05 FILLER        PIC X(8)  VALUE SPACES.
           05 WS-CT-30-DAY  PIC ZZZZZZZZ9.
       01 WS-SUMMARY-LINE-1.
           05 FILLER        PIC X(18) VALUE 'SOURCES REPORTED: '.
           05 WS-SL-SOURCES PIC ZZZ9.
           05 FILLER        PIC X(11) VALUE '  FLAGGED: '.
           05 WS-SL-FLAGGED PIC ZZZ9.
           05 FILLER        PIC X(19) VALUE '  OVER TABLE LIMIT:'.
           05 WS-SL-OVER    PIC ZZZZZZZ9.
       01 WS-SUMMARY-LINE-2.
           05 FILLER        PIC X(14) VALUE 'HISTORY READ: '.
           05 WS-SL-HREAD   PIC ZZZZZZZ9.
           05 FILLER        PIC X(8)  VALUE '  KEPT: '.
           05 WS-SL-HKEPT   PIC ZZZZZZZ9.
           05 FILLER        PIC X(9)  VALUE '  ADDED: '.
           05 WS-SL-HADDED  PIC ZZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PARA.
      *>   the scorecard is for one business date, after the repair
      *>   step has dispositioned that date's rejects and exceptions
           PERFORM REGISTER-RUN-START
           MOVE RC-BUSINESS-DATE TO WS-RUN-DATE
           MOVE WS-RUN-DATE(1:4) TO WS-PH-YYYY
           MOVE WS-RUN-DATE(5:2) TO WS-PH-MM
           MOVE WS-RUN-DATE(7:2) TO WS-PH-DD
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) - 29
           COMPUTE WS-WINDOW-START =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
           OPEN OUTPUT PRINT-FILE
           PERFORM READ-THRESHOLD-CARD
           PERFORM LOAD-ACK-FILES
           PERFORM TALLY-VALIDEXC
           PERFORM TALLY-REPAIR-DISPOSITIONS
           PERFORM ROLL-FEED-HISTORY
           MOVE WS-WINDOW-START TO WS-WL-FROM
           MOVE WS-RUN-DATE TO WS-WL-TO
           MOVE WS-WINDOW-LINE TO WS-PRINT-REC
           PERFORM WRITE-PRINT-LINE
           IF WS-THRESHOLDS-SET
               MOVE WS-VALID-FAIL-LIMIT TO WS-LL-VALID
               MOVE WS-OVERFLOW-LIMIT TO WS-LL-OVFL
               MOVE WS-LIMIT-LINE TO WS-PRINT-REC
           ELSE
               MOVE 'NO QUALCTL CARD - THRESHOLDS NOT APPLIED'
                   TO WS-PRINT-REC
           END-IF
           PERFORM WRITE-PRINT-LINE
           PERFORM VARYING WS-SRC-IX FROM 1 BY 1
                   UNTIL WS-SRC-IX > WS-SRC-COUNT
               PERFORM REPORT-ONE-SOURCE
           END-PERFORM
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-SRC-COUNT TO WS-SL-SOURCES
           MOVE WS-FLAGGED-COUNT TO WS-SL-FLAGGED
           MOVE WS-OVER-LIMIT-COUNT TO WS-SL-OVER
           WRITE PRINT-LINE FROM WS-SUMMARY-LINE-1
           MOVE WS-HIST-READ-COUNT TO WS-SL-HREAD
           MOVE WS-HIST-KEPT-COUNT TO WS-SL-HKEPT
           MOVE WS-HIST-ADDED-COUNT TO WS-SL-HADDED
           WRITE PRINT-LINE FROM WS-SUMMARY-LINE-2
      *>   a source over its threshold, or figures that would not fit
      *>   the tables, is a warning for the scheduler - the scorecard
      *>   itself still ran to completion
           IF WS-FLAGGED-COUNT > 0
              OR WS-OVER-LIMIT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           CLOSE PRINT-FILE
           PERFORM REGISTER-RUN-COMPLETION
      *>   GOBACK rather than STOP RUN: submitted standalone it ends
      *>   the run just the same, but under the JOBPLAN driver it hands
      *>   control back so the next step of the plan can be invoked
           GOBACK.

       REGISTER-RUN-START.
           MOVE 'S' TO RC-FUNCTION
           MOVE 'FEEDQUAL' TO RC-PROGRAM-ID
           MOVE 'REJREPAI' TO RC-PREREQ-1
           MOVE SPACES TO RC-PREREQ-2
      *>   the repair step finishing with a warning still leaves its
      *>   dispositions complete - any completion code will do
           MOVE 'A' TO RC-PREREQ-RULE
      *>   the history is rewritten for the date on every run, so a
      *>   rerun after a late resubmission simply replaces the figures
           MOVE 'A' TO RC-DUP-RULE
           CALL 'RUNCTL' USING RUNCTL-PARMS
           IF NOT RC-OK
               DISPLAY 'FEEDQUAL NOT STARTED - ' RC-MESSAGE
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

      *> the threshold card is optional - without one the scorecard
      *> still reports every rate, it just flags nothing. A card that
      *> is present but unreadable is refused rather than guessed at
       READ-THRESHOLD-CARD.
           OPEN INPUT QUAL-CONTROL-FILE
           IF WS-QUALCTL-STATUS = '00'
               READ QUAL-CONTROL-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF QC-VALID-FAIL-PCT NOT NUMERIC
                          OR QC-OVERFLOW-PCT NOT NUMERIC
                           MOVE 'QUALCTL CARD NOT NUMERIC'
                               TO WS-PRINT-REC
                           PERFORM ABEND-BAD-CARD
                       END-IF
                       MOVE QC-VALID-FAIL-PCT TO WS-VALID-FAIL-LIMIT
                       MOVE QC-OVERFLOW-PCT TO WS-OVERFLOW-LIMIT
                       MOVE 'Y' TO WS-THRESHOLD-SW
               END-READ
               CLOSE QUAL-CONTROL-FILE
           END-IF.

       ABEND-BAD-CARD.
           DISPLAY 'FEEDQUAL ABEND - ' WS-PRINT-REC
           PERFORM WRITE-PRINT-LINE
           CLOSE PRINT-FILE
           MOVE 12 TO RETURN-CODE
           PERFORM REGISTER-RUN-COMPLETION
           GOBACK.

      *> every acknowledgment stamped with today's business date opens
      *> or adds to its source's entry: an ACK brings the records
      *> received and what became of them, a NAK counts as a refused
      *> transmission whose records were never processed
       LOAD-ACK-FILES.
           OPEN INPUT NAME-ACK-FILE
           IF WS-NAMEACK-STATUS = '00'
               READ NAME-ACK-FILE
                   AT END MOVE 'Y' TO WS-EOF-SW
               END-READ
               PERFORM UNTIL WS-EOF
                   MOVE NAME-ACK-LINE TO XMIT-ACK-REC
                   PERFORM TALLY-ONE-ACK
                   READ NAME-ACK-FILE
                       AT END MOVE 'Y' TO WS-EOF-SW
                   END-READ
               END-PERFORM
               CLOSE NAME-ACK-FILE
               MOVE 'N' TO WS-EOF-SW
           END-IF
           OPEN INPUT STRX-ACK-FILE
           IF WS-STRXACK-STATUS = '00'
               READ STRX-ACK-FILE
                   AT END MOVE 'Y' TO WS-EOF-SW
               END-READ
               PERFORM UNTIL WS-EOF
                   MOVE STRX-ACK-LINE TO XMIT-ACK-REC
                   PERFORM TALLY-ONE-ACK
                   READ STRX-ACK-FILE
                       AT END MOVE 'Y' TO WS-EOF-SW
                   END-READ
               END-PERFORM
               CLOSE STRX-ACK-FILE
               MOVE 'N' TO WS-EOF-SW
           END-IF.

       TALLY-ONE-ACK.
           IF AK-BUSINESS-DATE = WS-RUN-DATE
               MOVE AK-FEED-NAME TO WS-FIND-FEED
               MOVE AK-HDR-SOURCE TO WS-FIND-SOURCE
               PERFORM FIND-SOURCE-ENTRY
               IF WS-SRC-IX > 0
                   ADD 1 TO WS-SRC-XMITS(WS-SRC-IX)
                   IF AK-REJECTED
                       ADD 1 TO WS-SRC-NAKS(WS-SRC-IX)
                   ELSE
                       ADD AK-READ-COUNT TO WS-SRC-RECEIVED(WS-SRC-IX)
                       ADD AK-PROCESSED-COUNT
                           TO WS-SRC-PROCESSED(WS-SRC-IX)
                       ADD AK-VALIDEXC-COUNT
                           TO WS-SRC-VALIDEXC(WS-SRC-IX)
                       ADD AK-REJECTF-COUNT
                           TO WS-SRC-REJECTF(WS-SRC-IX)
                       PERFORM SAVE-ACK-STAMP
                   END-IF
               END-IF
           END-IF.

       SAVE-ACK-STAMP.
           IF WS-AKT-COUNT < WS-AKT-LIMIT
               ADD 1 TO WS-AKT-COUNT
               MOVE AK-FEED-NAME TO WS-AKT-FEED(WS-AKT-COUNT)
               MOVE AK-HDR-SOURCE TO WS-AKT-SOURCE(WS-AKT-COUNT)
               MOVE AK-TIMESTAMP(1:16) TO WS-AKT-STAMP(WS-AKT-COUNT)
           ELSE
               ADD 1 TO WS-OVER-LIMIT-COUNT
           END-IF.

      *> today's validation exceptions by reason - the demo SPLIT
      *> exceptions never came off a feed record and are left out,
      *> the same as the programs leave them out of their own counts
       TALLY-VALIDEXC.
           OPEN INPUT VALIDATION-EXCEPTION-FILE
           IF WS-VALIDEXC-STATUS = '00'
               READ VALIDATION-EXCEPTION-FILE
                   AT END MOVE 'Y' TO WS-EOF-SW
               END-READ
               PERFORM UNTIL WS-EOF
                   IF VE-BUSINESS-DATE = WS-RUN-DATE
                      AND VE-OPERATION NOT = 'SPLIT'
                       MOVE VE-PROGRAM-ID TO WS-FIND-FEED
                       PERFORM SET-FEED-FROM-PROGRAM
                       MOVE VE-TIMESTAMP(1:16) TO WS-FIND-STAMP
                       PERFORM FIND-SOURCE-AT-OR-AFTER
                       PERFORM FIND-SOURCE-ENTRY
                       IF WS-SRC-IX > 0
                           MOVE VE-REASON TO WS-FIND-REASON
                           PERFORM FIND-REASON-ENTRY
                           IF WS-RSN-IX > 0
                               ADD 1 TO WS-RSN-TODAY(WS-RSN-IX)
                           END-IF
                       END-IF
                   END-IF
                   READ VALIDATION-EXCEPTION-FILE
                       AT END MOVE 'Y' TO WS-EOF-SW
                   END-READ
               END-PERFORM
               CLOSE VALIDATION-EXCEPTION-FILE
               MOVE 'N' TO WS-EOF-SW
           END-IF.

      *> what the repair step did with today's rejects and exceptions.
      *> A forced rerun of the repair step appends a second set of
      *> dispositions for the date under a later run stamp - the later
      *> set replaces the earlier one rather than adding to it
       TALLY-REPAIR-DISPOSITIONS.
           OPEN INPUT REPAIR-DISP-FILE
           IF WS-REPDISP-STATUS = '00'
               READ REPAIR-DISP-FILE
                   AT END MOVE 'Y' TO WS-EOF-SW
               END-READ
               PERFORM UNTIL WS-EOF
                   IF RD-BUSINESS-DATE = WS-RUN-DATE
                      AND NOT RD-SKIPPED
                       PERFORM TALLY-ONE-DISPOSITION
                   END-IF
                   READ REPAIR-DISP-FILE
                       AT END MOVE 'Y' TO WS-EOF-SW
                   END-READ
               END-PERFORM
               CLOSE REPAIR-DISP-FILE
               MOVE 'N' TO WS-EOF-SW
           END-IF.

       TALLY-ONE-DISPOSITION.
           IF RD-RUN-TIMESTAMP NOT = WS-REPAIR-RUN-STAMP
               MOVE RD-RUN-TIMESTAMP TO WS-REPAIR-RUN-STAMP
               PERFORM VARYING WS-SRC-IX FROM 1 BY 1
                       UNTIL WS-SRC-IX > WS-SRC-COUNT
                   MOVE 0 TO WS-SRC-DROPPED(WS-SRC-IX)
                             WS-SRC-RESUB(WS-SRC-IX)
               END-PERFORM
           END-IF
           MOVE RD-PROGRAM-ID TO WS-FIND-FEED
           PERFORM SET-FEED-FROM-PROGRAM
      *>   an exception-born record goes back to the run that logged
      *>   it; a REJECTF record carries no stamp of its own, but the
      *>   file only ever holds the transmission Program2 last ran
      *>   ahead of the repair step
           IF RD-ORIGIN-TIMESTAMP = SPACES
               MOVE RD-RUN-TIMESTAMP(1:16) TO WS-FIND-STAMP
               PERFORM FIND-SOURCE-AT-OR-BEFORE
           ELSE
               MOVE RD-ORIGIN-TIMESTAMP(1:16) TO WS-FIND-STAMP
               PERFORM FIND-SOURCE-AT-OR-AFTER
           END-IF
           PERFORM FIND-SOURCE-ENTRY
           IF WS-SRC-IX > 0
               IF RD-DROPPED
                   ADD 1 TO WS-SRC-DROPPED(WS-SRC-IX)
               ELSE
                   ADD 1 TO WS-SRC-RESUB(WS-SRC-IX)
               END-IF
           END-IF.

      *> HELLO-WORLD is the only reader of NAMEPART; everything else
      *> that logs an exception or a reject is reading STREXTR
       SET-FEED-FROM-PROGRAM.
           IF WS-FIND-FEED = 'HELLO-WO'
               MOVE 'NAMEPART' TO WS-FIND-FEED
           ELSE
               MOVE 'STREXTR' TO WS-FIND-FEED
           END-IF.

      *> the transmission a stamped record belongs to: the first of
      *> the feed's accepted runs to finish at or after the stamp, or
      *> failing that the feed's last run of the day
       FIND-SOURCE-AT-OR-AFTER.
           MOVE 'UNKNOWN' TO WS-FIND-SOURCE
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING WS-AKT-IX FROM 1 BY 1
                   UNTIL WS-AKT-IX > WS-AKT-COUNT
                         OR WS-FOUND
               IF WS-AKT-FEED(WS-AKT-IX) = WS-FIND-FEED
                   MOVE WS-AKT-SOURCE(WS-AKT-IX) TO WS-FIND-SOURCE
                   IF WS-AKT-STAMP(WS-AKT-IX) >= WS-FIND-STAMP
                       MOVE 'Y' TO WS-FOUND-SW
                   END-IF
               END-IF
           END-PERFORM.

      *> the feed's last accepted run to finish at or before the stamp,
      *> or failing that its first run of the day
       FIND-SOURCE-AT-OR-BEFORE.
           MOVE 'UNKNOWN' TO WS-FIND-SOURCE
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING WS-AKT-IX FROM 1 BY 1
                   UNTIL WS-AKT-IX > WS-AKT-COUNT
                         OR WS-FOUND
               IF WS-AKT-FEED(WS-AKT-IX) = WS-FIND-FEED
                   IF WS-AKT-STAMP(WS-AKT-IX) > WS-FIND-STAMP
                       IF WS-FIND-SOURCE = 'UNKNOWN'
                           MOVE WS-AKT-SOURCE(WS-AKT-IX)
                               TO WS-FIND-SOURCE
                       END-IF
                       MOVE 'Y' TO WS-FOUND-SW
                   ELSE
                       MOVE WS-AKT-SOURCE(WS-AKT-IX)
                           TO WS-FIND-SOURCE
                   END-IF
               END-IF
           END-PERFORM.

      *> the table entry for WS-FIND-FEED/WS-FIND-SOURCE, added on first
      *> sight - WS-SRC-IX comes back zero when the table is full
       FIND-SOURCE-ENTRY.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING WS-SRC-IX FROM 1 BY 1
                   UNTIL WS-SRC-IX > WS-SRC-COUNT
                         OR WS-FOUND
               IF WS-SRC-FEED(WS-SRC-IX) = WS-FIND-FEED
                  AND WS-SRC-SOURCE(WS-SRC-IX) = WS-FIND-SOURCE
                   MOVE 'Y' TO WS-FOUND-SW
               END-IF
           END-PERFORM
           IF WS-FOUND
               SUBTRACT 1 FROM WS-SRC-IX
           ELSE
               IF WS-SRC-COUNT < WS-SRC-LIMIT
                   ADD 1 TO WS-SRC-COUNT
                   MOVE WS-SRC-COUNT TO WS-SRC-IX
                   INITIALIZE WS-SRC-ENTRY(WS-SRC-IX)
                   MOVE WS-FIND-FEED TO WS-SRC-FEED(WS-SRC-IX)
                   MOVE WS-FIND-SOURCE TO WS-SRC-SOURCE(WS-SRC-IX)
               ELSE
                   ADD 1 TO WS-OVER-LIMIT-COUNT
                   MOVE 0 TO WS-SRC-IX
               END-IF
           END-IF.

      *> the reason entry for WS-FIND-REASON under source WS-SRC-IX,
      *> added on first sight - zero when the table is full
       FIND-REASON-ENTRY.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING WS-RSN-IX FROM 1 BY 1
                   UNTIL WS-RSN-IX > WS-RSN-COUNT
                         OR WS-FOUND
               IF WS-RSN-SRC-IX(WS-RSN-IX) = WS-SRC-IX
                  AND WS-RSN-REASON(WS-RSN-IX) = WS-FIND-REASON
                   MOVE 'Y' TO WS-FOUND-SW
               END-IF
           END-PERFORM
           IF WS-FOUND
               SUBTRACT 1 FROM WS-RSN-IX
           ELSE
               IF WS-RSN-COUNT < WS-RSN-LIMIT
                   ADD 1 TO WS-RSN-COUNT
                   MOVE WS-RSN-COUNT TO WS-RSN-IX
                   MOVE WS-SRC-IX TO WS-RSN-SRC-IX(WS-RSN-IX)
                   MOVE WS-FIND-REASON TO WS-RSN-REASON(WS-RSN-IX)
                   MOVE 0 TO WS-RSN-TODAY(WS-RSN-IX)
                             WS-RSN-30-DAY(WS-RSN-IX)
               ELSE
                   ADD 1 TO WS-OVER-LIMIT-COUNT
                   MOVE 0 TO WS-RSN-IX
               END-IF
           END-IF.

      *> two passes, as ARCHPURG rewrites its files: the history is
      *> copied to the work file without any records already held for
      *> today (a rerun replaces them), the trailing window's records
      *> are summed on the way past, and today's records are added;
      *> the work file is then copied back over the history
       ROLL-FEED-HISTORY.
           OPEN OUTPUT FEED-HIST-WORK-FILE
           OPEN INPUT FEED-HIST-FILE
           IF WS-FEEDHIST-STATUS = '00'
               READ FEED-HIST-FILE
                   AT END MOVE 'Y' TO WS-EOF-SW
               END-READ
               PERFORM UNTIL WS-EOF
                   ADD 1 TO WS-HIST-READ-COUNT
                   IF FH-BUSINESS-DATE NOT = WS-RUN-DATE
                       WRITE FEED-HIST-WORK-REC FROM FEED-HIST-REC
                       ADD 1 TO WS-HIST-KEPT-COUNT
                       IF FH-BUSINESS-DATE >= WS-WINDOW-START
                          AND FH-BUSINESS-DATE < WS-RUN-DATE
                           PERFORM ADD-HISTORY-TO-WINDOW
                       END-IF
                   END-IF
                   READ FEED-HIST-FILE
                       AT END MOVE 'Y' TO WS-EOF-SW
                   END-READ
               END-PERFORM
               CLOSE FEED-HIST-FILE
               MOVE 'N' TO WS-EOF-SW
           END-IF
           PERFORM VARYING WS-SRC-IX FROM 1 BY 1
                   UNTIL WS-SRC-IX > WS-SRC-COUNT
               PERFORM WRITE-TODAY-HISTORY
           END-PERFORM
           CLOSE FEED-HIST-WORK-FILE
           OPEN INPUT FEED-HIST-WORK-FILE
           OPEN OUTPUT FEED-HIST-FILE
           READ FEED-HIST-WORK-FILE
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ
           PERFORM UNTIL WS-EOF
               WRITE FEED-HIST-REC FROM FEED-HIST-WORK-REC
               READ FEED-HIST-WORK-FILE
                   AT END MOVE 'Y' TO WS-EOF-SW
               END-READ
           END-PERFORM
           CLOSE FEED-HIST-WORK-FILE
                 FEED-HIST-FILE
           MOVE 'N' TO WS-EOF-SW.

       ADD-HISTORY-TO-WINDOW.
           MOVE FH-FEED-NAME TO WS-FIND-FEED
           MOVE FH-HDR-SOURCE TO WS-FIND-SOURCE
           PERFORM FIND-SOURCE-ENTRY
           IF WS-SRC-IX > 0
               IF FH-SOURCE-TOTALS
                   ADD FH-NAK-COUNT TO WS-SRC-30-NAKS(WS-SRC-IX)
                   ADD FH-RECEIVED-COUNT
                       TO WS-SRC-30-RECEIVED(WS-SRC-IX)
                   ADD FH-PROCESSED-COUNT
                       TO WS-SRC-30-PROCESSED(WS-SRC-IX)
                   ADD FH-VALIDEXC-COUNT
                       TO WS-SRC-30-VALIDEXC(WS-SRC-IX)
                   ADD FH-REJECTF-COUNT
                       TO WS-SRC-30-REJECTF(WS-SRC-IX)
                   ADD FH-DROPPED-COUNT
                       TO WS-SRC-30-DROPPED(WS-SRC-IX)
                   ADD FH-RESUB-COUNT TO WS-SRC-30-RESUB(WS-SRC-IX)
               ELSE
                   MOVE FH-REASON TO WS-FIND-REASON
                   PERFORM FIND-REASON-ENTRY
                   IF WS-RSN-IX > 0
                       ADD FH-REASON-TALLY
                           TO WS-RSN-30-DAY(WS-RSN-IX)
                   END-IF
               END-IF
           END-IF.

      *> a source with nothing today (it appeared only in the window)
      *> writes no history for today
       WRITE-TODAY-HISTORY.
           MOVE 0 TO WS-REASON-HITS
           PERFORM VARYING WS-RSN-IX FROM 1 BY 1
                   UNTIL WS-RSN-IX > WS-RSN-COUNT
               IF WS-RSN-SRC-IX(WS-RSN-IX) = WS-SRC-IX
                  AND WS-RSN-TODAY(WS-RSN-IX) > 0
                   ADD 1 TO WS-REASON-HITS
               END-IF
           END-PERFORM
           IF WS-SRC-XMITS(WS-SRC-IX) > 0
              OR WS-SRC-DROPPED(WS-SRC-IX) > 0
              OR WS-SRC-RESUB(WS-SRC-IX) > 0
              OR WS-REASON-HITS > 0
               MOVE SPACES TO FEED-HIST-REC
               MOVE WS-RUN-DATE TO FH-BUSINESS-DATE
               MOVE WS-SRC-FEED(WS-SRC-IX) TO FH-FEED-NAME
               MOVE WS-SRC-SOURCE(WS-SRC-IX) TO FH-HDR-SOURCE
               MOVE 'S' TO FH-REC-TYPE
               MOVE WS-SRC-XMITS(WS-SRC-IX) TO FH-XMIT-COUNT
               MOVE WS-SRC-NAKS(WS-SRC-IX) TO FH-NAK-COUNT
               MOVE WS-SRC-RECEIVED(WS-SRC-IX) TO FH-RECEIVED-COUNT
               MOVE WS-SRC-PROCESSED(WS-SRC-IX) TO FH-PROCESSED-COUNT
               MOVE WS-SRC-VALIDEXC(WS-SRC-IX) TO FH-VALIDEXC-COUNT
               MOVE WS-SRC-REJECTF(WS-SRC-IX) TO FH-REJECTF-COUNT
               MOVE WS-SRC-DROPPED(WS-SRC-IX) TO FH-DROPPED-COUNT
               MOVE WS-SRC-RESUB(WS-SRC-IX) TO FH-RESUB-COUNT
               WRITE FEED-HIST-WORK-REC FROM FEED-HIST-REC
               ADD 1 TO WS-HIST-ADDED-COUNT
               PERFORM VARYING WS-RSN-IX FROM 1 BY 1
                       UNTIL WS-RSN-IX > WS-RSN-COUNT
                   IF WS-RSN-SRC-IX(WS-RSN-IX) = WS-SRC-IX
                      AND WS-RSN-TODAY(WS-RSN-IX) > 0
                       MOVE SPACES TO FH-BODY
                       MOVE 'R' TO FH-REC-TYPE
                       MOVE WS-RSN-REASON(WS-RSN-IX) TO FH-REASON
                       MOVE WS-RSN-TODAY(WS-RSN-IX) TO FH-REASON-TALLY
                       WRITE FEED-HIST-WORK-REC FROM FEED-HIST-REC
                       ADD 1 TO WS-HIST-ADDED-COUNT
                   END-IF
               END-PERFORM
           END-IF.

      *> one block per source: transmissions, the received/processed
      *> counts, each turned-away stream as a rate of records received
      *> today and over the window, then the failures by reason
       REPORT-ONE-SOURCE.
           MOVE 'N' TO WS-SOURCE-FLAG-SW
           ADD WS-SRC-NAKS(WS-SRC-IX) TO WS-SRC-30-NAKS(WS-SRC-IX)
           ADD WS-SRC-RECEIVED(WS-SRC-IX)
               TO WS-SRC-30-RECEIVED(WS-SRC-IX)
           ADD WS-SRC-PROCESSED(WS-SRC-IX)
               TO WS-SRC-30-PROCESSED(WS-SRC-IX)
           ADD WS-SRC-VALIDEXC(WS-SRC-IX)
               TO WS-SRC-30-VALIDEXC(WS-SRC-IX)
           ADD WS-SRC-REJECTF(WS-SRC-IX)
               TO WS-SRC-30-REJECTF(WS-SRC-IX)
           ADD WS-SRC-DROPPED(WS-SRC-IX)
               TO WS-SRC-30-DROPPED(WS-SRC-IX)
           ADD WS-SRC-RESUB(WS-SRC-IX) TO WS-SRC-30-RESUB(WS-SRC-IX)
           MOVE SPACES TO WS-PRINT-REC
           PERFORM WRITE-PRINT-LINE
           MOVE WS-SRC-FEED(WS-SRC-IX) TO WS-SO-FEED
           MOVE WS-SRC-SOURCE(WS-SRC-IX) TO WS-SO-SOURCE
           MOVE WS-SRC-XMITS(WS-SRC-IX) TO WS-SO-XMITS
           MOVE WS-SRC-NAKS(WS-SRC-IX) TO WS-SO-NAKS
           MOVE WS-SRC-30-NAKS(WS-SRC-IX) TO WS-SO-30-NAKS
           MOVE WS-SOURCE-LINE TO WS-PRINT-REC
           PERFORM WRITE-PRINT-LINE
           MOVE WS-COLUMN-LINE TO WS-PRINT-REC
           PERFORM WRITE-PRINT-LINE
           MOVE 'RECORDS RECEIVED' TO WS-CT-LABEL
           MOVE WS-SRC-RECEIVED(WS-SRC-IX) TO WS-CT-TODAY
           MOVE WS-SRC-30-RECEIVED(WS-SRC-IX) TO WS-CT-30-DAY
           MOVE WS-COUNT-LINE TO WS-PRINT-REC
           PERFORM WRITE-PRINT-LINE
           MOVE 'RECORDS PROCESSED' TO WS-FG-LABEL
           MOVE WS-SRC-PROCESSED(WS-SRC-IX) TO WS-RATE-COUNT
           MOVE WS-SRC-30-PROCESSED(WS-SRC-IX)
               TO WS-RATE-30-COUNT
           PERFORM SET-FIGURE-RATES
           MOVE SPACES TO WS-FG-FLAG
           PERFORM WRITE-FIGURE-LINE
           MOVE 'VALIDATION FAILURES' TO WS-FG-LABEL
           MOVE WS-SRC-VALIDEXC(WS-SRC-IX) TO WS-RATE-COUNT
           MOVE WS-SRC-30-VALIDEXC(WS-SRC-IX)
               TO WS-RATE-30-COUNT
           PERFORM SET-FIGURE-RATES
           MOVE SPACES TO WS-FG-FLAG
           IF WS-THRESHOLDS-SET
              AND WS-RATE > WS-VALID-FAIL-LIMIT
               MOVE 'OVER LIMIT' TO WS-FG-FLAG
               MOVE 'Y' TO WS-SOURCE-FLAG-SW
           END-IF
           PERFORM WRITE-FIGURE-LINE
           MOVE 'OVERFLOW REJECTS' TO WS-FG-LABEL
           MOVE WS-SRC-REJECTF(WS-SRC-IX) TO WS-RATE-COUNT
           MOVE WS-SRC-30-REJECTF(WS-SRC-IX)
               TO WS-RATE-30-COUNT
           PERFORM SET-FIGURE-RATES
           MOVE SPACES TO WS-FG-FLAG
           IF WS-THRESHOLDS-SET
              AND WS-RATE > WS-OVERFLOW-LIMIT
               MOVE 'OVER LIMIT' TO WS-FG-FLAG
               MOVE 'Y' TO WS-SOURCE-FLAG-SW
           END-IF
           PERFORM WRITE-FIGURE-LINE
           MOVE 'REPAIR DROPPED' TO WS-FG-LABEL
           MOVE WS-SRC-DROPPED(WS-SRC-IX) TO WS-RATE-COUNT
           MOVE WS-SRC-30-DROPPED(WS-SRC-IX)
               TO WS-RATE-30-COUNT
           PERFORM SET-FIGURE-RATES
           MOVE SPACES TO WS-FG-FLAG
           PERFORM WRITE-FIGURE-LINE
           MOVE 'REPAIR RESUBMITTED' TO WS-FG-LABEL
           MOVE WS-SRC-RESUB(WS-SRC-IX) TO WS-RATE-COUNT
           MOVE WS-SRC-30-RESUB(WS-SRC-IX)
               TO WS-RATE-30-COUNT
           PERFORM SET-FIGURE-RATES
           MOVE SPACES TO WS-FG-FLAG
           PERFORM WRITE-FIGURE-LINE
           PERFORM VARYING WS-RSN-IX FROM 1 BY 1
                   UNTIL WS-RSN-IX > WS-RSN-COUNT
               IF WS-RSN-SRC-IX(WS-RSN-IX) = WS-SRC-IX
                   PERFORM REPORT-ONE-REASON
               END-IF
           END-PERFORM
           IF WS-SOURCE-FLAGGED
               ADD 1 TO WS-FLAGGED-COUNT
               MOVE '  *** SOURCE OVER QUALITY THRESHOLD ***'
                   TO WS-PRINT-REC
               PERFORM WRITE-PRINT-LINE
           END-IF.

       REPORT-ONE-REASON.
           ADD WS-RSN-TODAY(WS-RSN-IX) TO WS-RSN-30-DAY(WS-RSN-IX)
           MOVE WS-RSN-REASON(WS-RSN-IX) TO WS-FG-LABEL
           MOVE WS-RSN-TODAY(WS-RSN-IX) TO WS-RATE-COUNT
           MOVE WS-RSN-30-DAY(WS-RSN-IX)
               TO WS-RATE-30-COUNT
           PERFORM SET-FIGURE-RATES
           MOVE SPACES TO WS-FG-FLAG
           PERFORM WRITE-FIGURE-LINE.

      *> WS-RATE-COUNT and WS-RATE-30-COUNT are today's and the
      *> thirty-day counts on entry; the edited today and thirty-day
      *> rates are set against records received, and
      *> WS-RATE is left holding the thirty-day rate for the threshold
      *> test
       SET-FIGURE-RATES.
           MOVE WS-RATE-COUNT TO WS-FG-TODAY
           MOVE WS-SRC-RECEIVED(WS-SRC-IX) TO WS-RATE-BASE
           PERFORM COMPUTE-RATE
           MOVE WS-RATE TO WS-FG-RATE
           MOVE WS-RATE-30-COUNT TO WS-FG-30-DAY
           MOVE WS-RATE-30-COUNT TO WS-RATE-COUNT
           MOVE WS-SRC-30-RECEIVED(WS-SRC-IX) TO WS-RATE-BASE
           PERFORM COMPUTE-RATE
           MOVE WS-RATE TO WS-FG-30-RATE.

       COMPUTE-RATE.
           IF WS-RATE-BASE = 0
               MOVE 0 TO WS-RATE
           ELSE
               COMPUTE WS-RATE ROUNDED =
                   WS-RATE-COUNT * 100 / WS-RATE-BASE
                   ON SIZE ERROR MOVE 999.99 TO WS-RATE
               END-COMPUTE
           END-IF.

       WRITE-FIGURE-LINE.
           MOVE WS-FIGURE-LINE TO WS-PRINT-REC
           PERFORM WRITE-PRINT-LINE.

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
