       IDENTIFICATION DIVISION.
       PROGRAM-ID. MTHSTATS.
       AUTHOR.  HCL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> every run start and completion - reruns and non-zero
      *> completion codes per program are counted from here
           SELECT RUN-CONTROL-FILE ASSIGN TO 'RUNCTLF'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT CHAR-HISTORY-FILE ASSIGN TO 'CHARHIST'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CHARHIST-STATUS.
      *> the acknowledgments carry each transmission's records read
      *> and processed - the person and company streams' volumes
           SELECT NAME-ACK-FILE ASSIGN TO 'NAMEACK'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-NAMEACK-STATUS.
           SELECT STRX-ACK-FILE ASSIGN TO 'STRXACK'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-STRXACK-STATUS.
           SELECT NAME-MASTER-FILE ASSIGN TO 'NAMEMAST'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS NM-NAME-KEY
                  FILE STATUS IS WS-NAMEMAST-STATUS.
           SELECT COMPANY-MASTER-FILE ASSIGN TO 'COMPMAST'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS CM-NAME-KEY
                  FILE STATUS IS WS-COMPMAST-STATUS.
           SELECT VALIDATION-EXCEPTION-FILE ASSIGN TO 'VALIDEXC'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-VALIDEXC-STATUS.
      *> REJECTF only ever holds the last Program2 run, so the month's
      *> earlier rejects are counted from the repair step's record of
      *> them - one REPAIRDS record for every REJECTF record it read
           SELECT REJECT-FILE ASSIGN TO 'REJECTF'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-REJECT-STATUS.
           SELECT REPAIR-DISP-FILE ASSIGN TO 'REPAIRDS'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-REPDISP-STATUS.
           SELECT PERIOD-SUMM-FILE ASSIGN TO 'PERDSUMM'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-PERDSUMM-STATUS.
           SELECT PERIOD-SUMM-WORK-FILE ASSIGN TO 'PERDSWRK'
                  ORGANIZATION IS SEQUENTIAL.
           SELECT PRINT-FILE ASSIGN TO 'MTHSTATS'
                  ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CONTROL-FILE.
       COPY RUNCTLRC.
       FD  CHAR-HISTORY-FILE.
       COPY CHARHIST.
       FD  NAME-ACK-FILE.
       01  NAME-ACK-LINE PIC X(150).
       FD  STRX-ACK-FILE.
       01  STRX-ACK-LINE PIC X(150).
       FD  NAME-MASTER-FILE.
       COPY NAMEMREC.
       FD  COMPANY-MASTER-FILE.
       COPY COMPMREC.
       FD  VALIDATION-EXCEPTION-FILE.
       COPY VALIDEXC.
       FD  REJECT-FILE.
       COPY REJECTRC.
       FD  REPAIR-DISP-FILE.
       COPY REPDISP.
       FD  PERIOD-SUMM-FILE.
       COPY PERDSUMM.
       FD  PERIOD-SUMM-WORK-FILE.
       01  PERIOD-SUMM-WORK-REC PIC X(135).
       FD  PRINT-FILE.
       01  PRINT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
       COPY RUNCTLPM.
       COPY BUSCALPM.
       COPY XMITACK.
       01 WS-EOF-SW PIC X VALUE 'N'.
           88 WS-EOF VALUE 'Y'.
       01 WS-RUNCTL-STATUS PIC XX VALUE '00'.
       01 WS-CHARHIST-STATUS PIC XX VALUE '00'.
       01 WS-NAMEACK-STATUS PIC XX VALUE '00'.
       01 WS-STRXACK-STATUS PIC XX VALUE '00'.
       01 WS-NAMEMAST-STATUS PIC XX VALUE '00'.
       01 WS-COMPMAST-STATUS PIC XX VALUE '00'.
       01 WS-VALIDEXC-STATUS PIC XX VALUE '00'.
       01 WS-REJECT-STATUS PIC XX VALUE '00'.
       01 WS-REPDISP-STATUS PIC XX VALUE '00'.
       01 WS-PERDSUMM-STATUS PIC XX VALUE '00'.
       01 WS-RUN-DATE PIC 9(8).
      *> the month being reported (YYYYMM), the month before it for
      *> the month-over-month change, and the first month of the year
      *> for the year-to-date figures
       01 WS-PERIOD PIC 9(6) VALUE 0.
       01 WS-PERIOD-X REDEFINES WS-PERIOD.
           05 WS-PERIOD-YYYY PIC 9(4).
           05 WS-PERIOD-MM   PIC 9(2).
       01 WS-PRIOR-PERIOD PIC 9(6) VALUE 0.
       01 WS-PRIOR-PERIOD-X REDEFINES WS-PRIOR-PERIOD.
           05 WS-PRIOR-YYYY  PIC 9(4).
           05 WS-PRIOR-MM    PIC 9(2).
       01 WS-YEAR-START PIC 9(6) VALUE 0.
       01 WS-MONTH-START PIC 9(8) VALUE 0.
      *> walks the calendar days after the run date to the end of the
      *> month - any business day among them means this is not the
      *> month's last business date
       01 WS-NEXT-DATE PIC 9(8) VALUE 0.
       01 WS-NEXT-DATE-X REDEFINES WS-NEXT-DATE.
           05 WS-NEXT-PERIOD PIC 9(6).
           05 FILLER         PIC 9(2).
       01 WS-DATE-INT PIC 9(9) VALUE 0.
       01 WS-PERIOD-END-SW PIC X VALUE 'Y'.
           88 WS-PERIOD-END VALUE 'Y'.
       01 WS-P2-TODAY-SW PIC X VALUE 'N'.
           88 WS-P2-RAN-TODAY VALUE 'Y'.
       01 WS-NAMEMAST-SW PIC X VALUE 'N'.
           88 WS-NAMEMAST-MISSING VALUE 'Y'.
       01 WS-COMPMAST-SW PIC X VALUE 'N'.
           88 WS-COMPMAST-MISSING VALUE 'Y'.
      *> the month's thirteen totals, in PS-TOTALS-FIELDS order so the
      *> period summary record is filled figure for figure
       01 WS-MONTH-TOTALS.
           05 WS-MT-NAMEPART-READ      PIC 9(9) VALUE 0.
           05 WS-MT-NAMEPART-PROCESSED PIC 9(9) VALUE 0.
           05 WS-MT-STREXTR-READ       PIC 9(9) VALUE 0.
           05 WS-MT-STREXTR-PROCESSED  PIC 9(9) VALUE 0.
           05 WS-MT-CHARFREQ-RECORDS   PIC 9(9) VALUE 0.
           05 WS-MT-CHARFREQ-MATCHES   PIC 9(9) VALUE 0.
           05 WS-MT-NEW-PERSON-KEYS    PIC 9(9) VALUE 0.
           05 WS-MT-NEW-COMPANY-KEYS   PIC 9(9) VALUE 0.
           05 WS-MT-EXCEPTION-COUNT    PIC 9(9) VALUE 0.
           05 WS-MT-REJECT-COUNT       PIC 9(9) VALUE 0.
           05 WS-MT-RUN-COUNT          PIC 9(9) VALUE 0.
           05 WS-MT-RERUN-COUNT        PIC 9(9) VALUE 0.
           05 WS-MT-NONZERO-COUNT      PIC 9(9) VALUE 0.
       01 WS-MONTH-TOTALS-TABLE REDEFINES WS-MONTH-TOTALS.
           05 WS-MT-FIGURE PIC 9(9) OCCURS 13 TIMES.
      *> the same totals for the month before and for the year to
      *> date, taken from the period summary file
       01 WS-PRIOR-TOTALS.
           05 WS-PT-FIGURE PIC 9(9) OCCURS 13 TIMES.
       01 WS-YTD-TOTALS.
           05 WS-YT-FIGURE PIC 9(10) OCCURS 13 TIMES.
       01 WS-PRIOR-FOUND-SW PIC X VALUE 'N'.
           88 WS-PRIOR-FOUND VALUE 'Y'.
       01 WS-TOTAL-LABELS.
           05 FILLER PIC X(30) VALUE 'NAMEPART RECORDS READ'.
           05 FILLER PIC X(30) VALUE 'NAMEPART RECORDS PROCESSED'.
           05 FILLER PIC X(30) VALUE 'STREXTR RECORDS READ'.
           05 FILLER PIC X(30) VALUE 'STREXTR RECORDS PROCESSED'.
           05 FILLER PIC X(30) VALUE 'CHARFREQ RECORDS (Program3)'.
           05 FILLER PIC X(30) VALUE 'CHARFREQ CHARACTER MATCHES'.
           05 FILLER PIC X(30) VALUE 'NEW PERSON KEYS (NAMEMAST)'.
           05 FILLER PIC X(30) VALUE 'NEW COMPANY KEYS (COMPMAST)'.
           05 FILLER PIC X(30) VALUE 'TOTAL VALIDATION EXCEPTIONS'.
           05 FILLER PIC X(30) VALUE 'TOTAL OVERFLOW REJECTS'.
           05 FILLER PIC X(30) VALUE 'PROGRAM RUNS STARTED'.
           05 FILLER PIC X(30) VALUE 'RERUNS'.
           05 FILLER PIC X(30) VALUE 'NON-ZERO COMPLETION CODES'.
       01 WS-TOTAL-LABEL-TABLE REDEFINES WS-TOTAL-LABELS.
           05 WS-TOT-LABEL PIC X(30) OCCURS 13 TIMES.
       01 WS-TOT-IX PIC 9(4) VALUE 0.
      *> exception ('X') and reject ('J') reasons - this month's count,
      *> the prior month's and the year to date, in first-seen order
       01 WS-REASON-TABLE.
           05 WS-RSN-COUNT PIC 9(4) VALUE 0.
           05 WS-RSN-ENTRY OCCURS 200 TIMES.
              10 WS-RSN-TYPE    PIC X(1).
              10 WS-RSN-REASON  PIC X(30).
              10 WS-RSN-MONTH   PIC 9(9).
              10 WS-RSN-PRIOR   PIC 9(9).
              10 WS-RSN-YTD     PIC 9(10).
       01 WS-RSN-LIMIT PIC 9(4) VALUE 200.
       01 WS-RSN-IX PIC 9(4) VALUE 0.
       01 WS-FIND-TYPE PIC X(1) VALUE SPACE.
       01 WS-FIND-REASON PIC X(30) VALUE SPACES.
      *> one entry per program that registered with RUNCTL this month,
      *> last month or earlier this year
       01 WS-PROGRAM-TABLE.
           05 WS-PGM-COUNT PIC 9(4) VALUE 0.
           05 WS-PGM-ENTRY OCCURS 60 TIMES.
              10 WS-PGM-ID           PIC X(8).
              10 WS-PGM-RUNS         PIC 9(6).
              10 WS-PGM-RERUNS       PIC 9(6).
              10 WS-PGM-NONZERO      PIC 9(6).
              10 WS-PGM-HIGH-CODE    PIC 9(2).
              10 WS-PGM-PRIOR-RERUNS PIC 9(6).
              10 WS-PGM-PRIOR-NONZERO PIC 9(6).
              10 WS-PGM-YTD-RUNS     PIC 9(7).
              10 WS-PGM-YTD-RERUNS   PIC 9(7).
              10 WS-PGM-YTD-NONZERO  PIC 9(7).
       01 WS-PGM-LIMIT PIC 9(4) VALUE 60.
       01 WS-PGM-IX PIC 9(4) VALUE 0.
       01 WS-FIND-PROGRAM PIC X(8) VALUE SPACES.
      *> every program, date and partition started this month - a
      *> second start for the same three is a rerun
       01 WS-SEEN-TABLE.
           05 WS-SEEN-COUNT PIC 9(4) VALUE 0.
           05 WS-SEEN-ENTRY OCCURS 2000 TIMES.
              10 WS-SEEN-PROGRAM   PIC X(8).
              10 WS-SEEN-DATE      PIC 9(8).
              10 WS-SEEN-PARTITION PIC X(2).
       01 WS-SEEN-LIMIT PIC 9(4) VALUE 2000.
       01 WS-SEEN-IX PIC 9(4) VALUE 0.
      *> the latest repair run stamp for each day of the month - a
      *> forced rerun of the repair step supersedes the first run's
      *> dispositions for its date rather than adding to them
       01 WS-DAY-STAMP-TABLE.
           05 WS-DAY-STAMP PIC X(21) OCCURS 31 TIMES.
       01 WS-DAY-IX PIC 9(2) VALUE 0.
      *> Program3's figures for each day of the month - a forced rerun
      *> appends a second history record for its date, and the later
      *> figures replace the earlier ones as they do on TRENDRPT
       01 WS-CHAR-DAY-TABLE.
           05 WS-CHAR-DAY OCCURS 31 TIMES.
              10 WS-CD-RECORDS PIC 9(6).
              10 WS-CD-MATCHES PIC 9(8).
      *> the latest accepted acknowledgment of each transmission - a
      *> forced rerun of a logged feed answers it a second time, and
      *> only the later answer's volumes count
       01 WS-ACK-TABLE.
           05 WS-ACK-COUNT PIC 9(4) VALUE 0.
           05 WS-ACK-ENTRY OCCURS 2000 TIMES.
              10 WS-ACK-STREAM    PIC X(1).
              10 WS-ACK-FEED      PIC X(8).
              10 WS-ACK-DATE      PIC 9(8).
              10 WS-ACK-SOURCE    PIC X(8).
              10 WS-ACK-PARTITION PIC X(2).
              10 WS-ACK-STAMP     PIC X(21).
              10 WS-ACK-READ      PIC 9(8).
              10 WS-ACK-PROCESSED PIC 9(8).
       01 WS-ACK-LIMIT PIC 9(4) VALUE 2000.
       01 WS-ACK-IX PIC 9(4) VALUE 0.
       01 WS-ACK-STREAM-IN PIC X(1) VALUE SPACE.
       01 WS-FOUND-SW PIC X VALUE 'N'.
           88 WS-FOUND VALUE 'Y'.
       01 WS-OVER-LIMIT-COUNT PIC 9(8) VALUE 0.
       01 WS-SUMM-READ-COUNT PIC 9(8) VALUE 0.
       01 WS-SUMM-KEPT-COUNT PIC 9(8) VALUE 0.
       01 WS-SUMM-ADDED-COUNT PIC 9(8) VALUE 0.
      *> one figure on its way to a statistics line
       01 WS-FIG-LABEL PIC X(30) VALUE SPACES.
       01 WS-FIG-MONTH PIC 9(9) VALUE 0.
       01 WS-FIG-PRIOR PIC 9(9) VALUE 0.
       01 WS-FIG-YTD PIC 9(10) VALUE 0.
       01 WS-CHANGE PIC S9(10) VALUE 0.
       01 WS-PCT PIC S9(4)V9 VALUE 0.
       01 WS-PCT-EDIT PIC ++++9.9.
       01 WS-PAGE-NO PIC 9(4) VALUE 0.
       01 WS-LINE-COUNT PIC 9(4) VALUE 99.
       01 WS-LINES-PER-PAGE PIC 9(4) VALUE 20.
       01 WS-PRINT-REC PIC X(80).
       01 WS-PAGE-HEAD-1.
           05 FILLER       PIC X(13) VALUE 'PROGRAM-ID : '.
           05 WS-PH-PROGID PIC X(12) VALUE 'MTHSTATS'.
           05 FILLER       PIC X(11) VALUE '  RUN DATE:'.
           05 WS-PH-YYYY   PIC 9(4).
           05 FILLER       PIC X(1)  VALUE '-'.
           05 WS-PH-MM     PIC 9(2).
           05 FILLER       PIC X(1)  VALUE '-'.
           05 WS-PH-DD     PIC 9(2).
           05 FILLER       PIC X(7)  VALUE '  PAGE:'.
           05 WS-PH-PAGE   PIC ZZZ9.
       01 WS-PERIOD-LINE.
           05 FILLER        PIC X(25) VALUE
              'MONTH-END STATISTICS FOR '.
           05 WS-PL-YYYY    PIC 9(4).
           05 FILLER        PIC X(1)  VALUE '-'.
           05 WS-PL-MM      PIC 9(2).
           05 FILLER        PIC X(15) VALUE '  PRIOR MONTH: '.
           05 WS-PL-PR-YYYY PIC 9(4).
           05 FILLER        PIC X(1)  VALUE '-'.
           05 WS-PL-PR-MM   PIC 9(2).
       01 WS-SECTION-LINE.
           05 WS-SE-TITLE   PIC X(32).
           05 FILLER        PIC X(10) VALUE '    MONTH '.
           05 FILLER        PIC X(10) VALUE '    PRIOR '.
           05 FILLER        PIC X(10) VALUE '   CHANGE '.
           05 FILLER        PIC X(8)  VALUE '    PCT '.
           05 FILLER        PIC X(10) VALUE '       YTD'.
       01 WS-STAT-LINE.
           05 FILLER        PIC X(1)  VALUE SPACE.
           05 WS-SL-LABEL   PIC X(30).
           05 FILLER        PIC X(1)  VALUE SPACE.
           05 WS-SL-MONTH   PIC ZZZZZZZZ9.
           05 FILLER        PIC X(1)  VALUE SPACE.
           05 WS-SL-PRIOR   PIC ZZZZZZZZ9.
           05 FILLER        PIC X(1)  VALUE SPACE.
           05 WS-SL-CHANGE  PIC ++++++++9.
           05 FILLER        PIC X(1)  VALUE SPACE.
           05 WS-SL-PCT     PIC X(7).
           05 FILLER        PIC X(1)  VALUE SPACE.
           05 WS-SL-YTD     PIC ZZZZZZZZZ9.
       01 WS-PGM-HEAD-1.
           05 FILLER        PIC X(38) VALUE 'RUNS BY PROGRAM'.
           05 FILLER        PIC X(16) VALUE 'PRIOR MONTH'.
           05 FILLER        PIC X(23) VALUE '     YEAR TO DATE'.
       01 WS-PGM-HEAD-2.
           05 FILLER        PIC X(10) VALUE '  PROGRAM '.
           05 FILLER        PIC X(7)  VALUE '   RUNS'.
           05 FILLER        PIC X(7)  VALUE ' RERUNS'.
           05 FILLER        PIC X(7)  VALUE ' NONZRO'.
           05 FILLER        PIC X(4)  VALUE '  HI'.
           05 FILLER        PIC X(9)  VALUE '   RERUNS'.
           05 FILLER        PIC X(7)  VALUE ' NONZRO'.
           05 FILLER        PIC X(10) VALUE '      RUNS'.
           05 FILLER        PIC X(8)  VALUE '  RERUNS'.
           05 FILLER        PIC X(8)  VALUE '  NONZRO'.
       01 WS-PGM-LINE.
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 WS-PG-ID      PIC X(8).
           05 FILLER        PIC X(1)  VALUE SPACE.
           05 WS-PG-RUNS    PIC ZZZZZ9.
           05 FILLER        PIC X(1)  VALUE SPACE.
           05 WS-PG-RERUNS  PIC ZZZZZ9.
           05 FILLER        PIC X(1)  VALUE SPACE.
           05 WS-PG-NONZERO PIC ZZZZZ9.
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 WS-PG-HIGH    PIC Z9.
           05 FILLER        PIC X(3)  VALUE SPACES.
           05 WS-PG-PR-RERUNS PIC ZZZZZ9.
           05 FILLER        PIC X(1)  VALUE SPACE.
           05 WS-PG-PR-NONZERO PIC ZZZZZ9.
           05 FILLER        PIC X(3)  VALUE SPACES.
           05 WS-PG-YTD-RUNS PIC ZZZZZZ9.
           05 FILLER        PIC X(1)  VALUE SPACE.
           05 WS-PG-YTD-RERUNS PIC ZZZZZZ9.
           05 FILLER        PIC X(1)  VALUE SPACE.
           05 WS-PG-YTD-NONZERO PIC ZZZZZZ9.
       01 WS-SUMMARY-LINE-1.
           05 FILLER        PIC X(22) VALUE 'PERIOD SUMMARY READ: '.
           05 WS-SM-READ    PIC ZZZZZZZ9.
           05 FILLER        PIC X(8)  VALUE '  KEPT: '.
           05 WS-SM-KEPT    PIC ZZZZZZZ9.
           05 FILLER        PIC X(9)  VALUE '  ADDED: '.
           05 WS-SM-ADDED   PIC ZZZZZZZ9.
       01 WS-SUMMARY-LINE-2.
           05 FILLER        PIC X(26) VALUE
              'ENTRIES OVER TABLE LIMIT: '.
           05 WS-SM-OVER    PIC ZZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PARA.
      *>   the month's figures are built once, on its last business
      *>   date, after the day's close-of-day summary - from the files
      *>   the daily runs already keep, instead of by hand from a month
      *>   of daily reports
           PERFORM REGISTER-RUN-START
           MOVE RC-BUSINESS-DATE TO WS-RUN-DATE
           MOVE WS-RUN-DATE(1:4) TO WS-PH-YYYY
           MOVE WS-RUN-DATE(5:2) TO WS-PH-MM
           MOVE WS-RUN-DATE(7:2) TO WS-PH-DD
           PERFORM SET-PERIOD-DATES
           INITIALIZE WS-PRIOR-TOTALS WS-YTD-TOTALS WS-DAY-STAMP-TABLE
                      WS-CHAR-DAY-TABLE WS-ACK-TABLE
           OPEN OUTPUT PRINT-FILE
           PERFORM CHECK-PERIOD-END
           IF NOT WS-PERIOD-END
              AND NOT RC-FORCED-RERUN
      *>       a stray mid-month run builds nothing - a partial month
      *>       must not land in the period summary as if it were whole
               MOVE 'NOT MONTH-END BUSINESS DATE - NOTHING BUILT'
                   TO WS-PRINT-REC
               PERFORM WRITE-PRINT-LINE
               MOVE 4 TO RETURN-CODE
           ELSE
               IF NOT WS-PERIOD-END
                   MOVE 'FORCED BEFORE MONTH END - MONTH TO DATE ONLY'
                       TO WS-PRINT-REC
                   PERFORM WRITE-PRINT-LINE
               END-IF
               PERFORM TALLY-RUN-EVENTS
               PERFORM TALLY-STREAM-VOLUMES
               PERFORM TALLY-NEW-KEYS
               PERFORM TALLY-VALIDEXC
               PERFORM TALLY-REJECTS
               PERFORM ROLL-PERIOD-SUMMARY
               PERFORM PRINT-STATISTICS
               IF WS-OVER-LIMIT-COUNT > 0
                  OR WS-NAMEMAST-MISSING
                  OR WS-COMPMAST-MISSING
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           CLOSE PRINT-FILE
           PERFORM REGISTER-RUN-COMPLETION
      *>   GOBACK rather than STOP RUN: submitted standalone it ends
      *>   the run just the same, but under the JOBPLAN driver it hands
      *>   control back so the next step of the plan can be invoked
           GOBACK.

       REGISTER-RUN-START.
           MOVE 'S' TO RC-FUNCTION
           MOVE 'MTHSTATS' TO RC-PROGRAM-ID
           MOVE 'EODSUMM' TO RC-PREREQ-1
           MOVE SPACES TO RC-PREREQ-2
      *>   a close-of-day summary that found something to flag still
      *>   means the day is over - any completion code will do
           MOVE 'A' TO RC-PREREQ-RULE
      *>   the month's period summary records are replaced on every
      *>   run, so a rerun after a late correction is harmless
           MOVE 'A' TO RC-DUP-RULE
           CALL 'RUNCTL' USING RUNCTL-PARMS
           IF NOT RC-OK
               DISPLAY 'MTHSTATS NOT STARTED - ' RC-MESSAGE
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

       SET-PERIOD-DATES.
           MOVE WS-RUN-DATE(1:6) TO WS-PERIOD
           COMPUTE WS-MONTH-START = WS-PERIOD * 100 + 1
           COMPUTE WS-YEAR-START = WS-PERIOD-YYYY * 100 + 1
           IF WS-PERIOD-MM = 1
               COMPUTE WS-PRIOR-YYYY = WS-PERIOD-YYYY - 1
               MOVE 12 TO WS-PRIOR-MM
           ELSE
               MOVE WS-PERIOD-YYYY TO WS-PRIOR-YYYY
               COMPUTE WS-PRIOR-MM = WS-PERIOD-MM - 1
           END-IF.

      *> the run date is the month's last business date when no later
      *> day of the same month is a business day on the calendar. A
      *> day the calendar cannot answer for is taken as a business day
      *> - better to refuse the month than to close it early
       CHECK-PERIOD-END.
           MOVE 'Y' TO WS-PERIOD-END-SW
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) + 1
           COMPUTE WS-NEXT-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
           PERFORM UNTIL WS-NEXT-PERIOD NOT = WS-PERIOD
                         OR NOT WS-PERIOD-END
               MOVE 'C' TO CL-FUNCTION
               MOVE WS-NEXT-DATE TO CL-DATE
               CALL 'BUSCAL' USING BUSCAL-PARMS
               IF NOT CL-OK
                  OR CL-BUSINESS-DAY
                   MOVE 'N' TO WS-PERIOD-END-SW
               END-IF
               ADD 1 TO WS-DATE-INT
               COMPUTE WS-NEXT-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
           END-PERFORM.

      *> every start this month counts as a run of its program, and a
      *> start for a program, date and partition already started is a
      *> rerun; every completion with a code above zero is counted
      *> against its program along with the highest code seen
       TALLY-RUN-EVENTS.
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUNCTL-STATUS = '00'
               READ RUN-CONTROL-FILE
                   AT END MOVE 'Y' TO WS-EOF-SW
               END-READ
               PERFORM UNTIL WS-EOF
                   IF RN-BUSINESS-DATE >= WS-MONTH-START
                      AND RN-BUSINESS-DATE <= WS-RUN-DATE
                       PERFORM TALLY-ONE-RUN-EVENT
                   END-IF
                   READ RUN-CONTROL-FILE
                       AT END MOVE 'Y' TO WS-EOF-SW
                   END-READ
               END-PERFORM
               CLOSE RUN-CONTROL-FILE
               MOVE 'N' TO WS-EOF-SW
           END-IF.

       TALLY-ONE-RUN-EVENT.
           MOVE RN-PROGRAM-ID TO WS-FIND-PROGRAM
           PERFORM FIND-PROGRAM-ENTRY
           IF WS-PGM-IX > 0
               IF RN-START-EVENT
                   ADD 1 TO WS-PGM-RUNS(WS-PGM-IX)
                   ADD 1 TO WS-MT-RUN-COUNT
                   PERFORM CHECK-FOR-RERUN
                   IF RN-PROGRAM-ID = 'Program2'
                      AND RN-BUSINESS-DATE = WS-RUN-DATE
                       MOVE 'Y' TO WS-P2-TODAY-SW
                   END-IF
               ELSE
                   IF RN-COMPLETION-CODE > 0
                       ADD 1 TO WS-PGM-NONZERO(WS-PGM-IX)
                       ADD 1 TO WS-MT-NONZERO-COUNT
                       IF RN-COMPLETION-CODE
                          > WS-PGM-HIGH-CODE(WS-PGM-IX)
                           MOVE RN-COMPLETION-CODE
                               TO WS-PGM-HIGH-CODE(WS-PGM-IX)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       CHECK-FOR-RERUN.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING WS-SEEN-IX FROM 1 BY 1
                   UNTIL WS-SEEN-IX > WS-SEEN-COUNT
                         OR WS-FOUND
               IF WS-SEEN-PROGRAM(WS-SEEN-IX) = RN-PROGRAM-ID
                  AND WS-SEEN-DATE(WS-SEEN-IX) = RN-BUSINESS-DATE
                  AND WS-SEEN-PARTITION(WS-SEEN-IX) = RN-PARTITION-ID
                   MOVE 'Y' TO WS-FOUND-SW
               END-IF
           END-PERFORM
           IF WS-FOUND
               ADD 1 TO WS-PGM-RERUNS(WS-PGM-IX)
               ADD 1 TO WS-MT-RERUN-COUNT
           ELSE
               IF WS-SEEN-COUNT < WS-SEEN-LIMIT
                   ADD 1 TO WS-SEEN-COUNT
                   MOVE RN-PROGRAM-ID
                       TO WS-SEEN-PROGRAM(WS-SEEN-COUNT)
                   MOVE RN-BUSINESS-DATE
                       TO WS-SEEN-DATE(WS-SEEN-COUNT)
                   MOVE RN-PARTITION-ID
                       TO WS-SEEN-PARTITION(WS-SEEN-COUNT)
               ELSE
                   ADD 1 TO WS-OVER-LIMIT-COUNT
               END-IF
           END-IF.

      *> the person and company streams from their accepted
      *> acknowledgments - a refused transmission processed nothing -
      *> and the character-frequency stream from Program3's history.
      *> Each transmission and each day counts once, at its latest run
       TALLY-STREAM-VOLUMES.
           OPEN INPUT NAME-ACK-FILE
           IF WS-NAMEACK-STATUS = '00'
               READ NAME-ACK-FILE
                   AT END MOVE 'Y' TO WS-EOF-SW
               END-READ
               PERFORM UNTIL WS-EOF
                   MOVE NAME-ACK-LINE TO XMIT-ACK-REC
                   IF AK-BUSINESS-DATE >= WS-MONTH-START
                      AND AK-BUSINESS-DATE <= WS-RUN-DATE
                      AND AK-ACCEPTED
                       MOVE 'N' TO WS-ACK-STREAM-IN
                       PERFORM KEEP-LATEST-ACK
                   END-IF
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
                   IF AK-BUSINESS-DATE >= WS-MONTH-START
                      AND AK-BUSINESS-DATE <= WS-RUN-DATE
                      AND AK-ACCEPTED
                       MOVE 'S' TO WS-ACK-STREAM-IN
                       PERFORM KEEP-LATEST-ACK
                   END-IF
                   READ STRX-ACK-FILE
                       AT END MOVE 'Y' TO WS-EOF-SW
                   END-READ
               END-PERFORM
               CLOSE STRX-ACK-FILE
               MOVE 'N' TO WS-EOF-SW
           END-IF
           OPEN INPUT CHAR-HISTORY-FILE
           IF WS-CHARHIST-STATUS = '00'
               READ CHAR-HISTORY-FILE
                   AT END MOVE 'Y' TO WS-EOF-SW
               END-READ
               PERFORM UNTIL WS-EOF
                   IF CH-RUN-DATE >= WS-MONTH-START
                      AND CH-RUN-DATE <= WS-RUN-DATE
                       MOVE CH-RUN-DATE(7:2) TO WS-DAY-IX
                       MOVE CH-RECORD-COUNT TO WS-CD-RECORDS(WS-DAY-IX)
                       MOVE CH-CHAR-MATCHES TO WS-CD-MATCHES(WS-DAY-IX)
                   END-IF
                   READ CHAR-HISTORY-FILE
                       AT END MOVE 'Y' TO WS-EOF-SW
                   END-READ
               END-PERFORM
               CLOSE CHAR-HISTORY-FILE
               MOVE 'N' TO WS-EOF-SW
           END-IF
           PERFORM VARYING WS-DAY-IX FROM 1 BY 1
                   UNTIL WS-DAY-IX > 31
               ADD WS-CD-RECORDS(WS-DAY-IX) TO WS-MT-CHARFREQ-RECORDS
               ADD WS-CD-MATCHES(WS-DAY-IX) TO WS-MT-CHARFREQ-MATCHES
           END-PERFORM
           PERFORM VARYING WS-ACK-IX FROM 1 BY 1
                   UNTIL WS-ACK-IX > WS-ACK-COUNT
               IF WS-ACK-STREAM(WS-ACK-IX) = 'N'
                   ADD WS-ACK-READ(WS-ACK-IX) TO WS-MT-NAMEPART-READ
                   ADD WS-ACK-PROCESSED(WS-ACK-IX)
                       TO WS-MT-NAMEPART-PROCESSED
               ELSE
                   ADD WS-ACK-READ(WS-ACK-IX) TO WS-MT-STREXTR-READ
                   ADD WS-ACK-PROCESSED(WS-ACK-IX)
                       TO WS-MT-STREXTR-PROCESSED
               END-IF
           END-PERFORM.

      *> a transmission is its feed, business date, sending system and
      *> partition - a later accepted answer to the same one replaces
      *> the volumes taken from the earlier. Past the table's reach an
      *> answer is still counted, and the run flagged over limit
       KEEP-LATEST-ACK.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING WS-ACK-IX FROM 1 BY 1
                   UNTIL WS-ACK-IX > WS-ACK-COUNT
                         OR WS-FOUND
               IF WS-ACK-FEED(WS-ACK-IX) = AK-FEED-NAME
                  AND WS-ACK-DATE(WS-ACK-IX) = AK-BUSINESS-DATE
                  AND WS-ACK-SOURCE(WS-ACK-IX) = AK-HDR-SOURCE
                  AND WS-ACK-PARTITION(WS-ACK-IX) = AK-PARTITION-ID
                   MOVE 'Y' TO WS-FOUND-SW
               END-IF
           END-PERFORM
           IF WS-FOUND
               SUBTRACT 1 FROM WS-ACK-IX
               IF AK-TIMESTAMP >= WS-ACK-STAMP(WS-ACK-IX)
                   MOVE AK-TIMESTAMP TO WS-ACK-STAMP(WS-ACK-IX)
                   MOVE AK-READ-COUNT TO WS-ACK-READ(WS-ACK-IX)
                   MOVE AK-PROCESSED-COUNT
                       TO WS-ACK-PROCESSED(WS-ACK-IX)
               END-IF
           ELSE
               IF WS-ACK-COUNT < WS-ACK-LIMIT
                   ADD 1 TO WS-ACK-COUNT
                   MOVE WS-ACK-STREAM-IN TO WS-ACK-STREAM(WS-ACK-COUNT)
                   MOVE AK-FEED-NAME TO WS-ACK-FEED(WS-ACK-COUNT)
                   MOVE AK-BUSINESS-DATE TO WS-ACK-DATE(WS-ACK-COUNT)
                   MOVE AK-HDR-SOURCE TO WS-ACK-SOURCE(WS-ACK-COUNT)
                   MOVE AK-PARTITION-ID
                       TO WS-ACK-PARTITION(WS-ACK-COUNT)
                   MOVE AK-TIMESTAMP TO WS-ACK-STAMP(WS-ACK-COUNT)
                   MOVE AK-READ-COUNT TO WS-ACK-READ(WS-ACK-COUNT)
                   MOVE AK-PROCESSED-COUNT
                       TO WS-ACK-PROCESSED(WS-ACK-COUNT)
               ELSE
                   ADD 1 TO WS-OVER-LIMIT-COUNT
                   IF WS-ACK-STREAM-IN = 'N'
                       ADD AK-READ-COUNT TO WS-MT-NAMEPART-READ
                       ADD AK-PROCESSED-COUNT
                           TO WS-MT-NAMEPART-PROCESSED
                   ELSE
                       ADD AK-READ-COUNT TO WS-MT-STREXTR-READ
                       ADD AK-PROCESSED-COUNT
                           TO WS-MT-STREXTR-PROCESSED
                   END-IF
               END-IF
           END-IF.

      *> a key is new this month when it first arrived this month -
      *> a key retired since then has left the master and is not
      *> counted. A master that cannot be opened is reported rather
      *> than counted as no new keys
       TALLY-NEW-KEYS.
           OPEN INPUT NAME-MASTER-FILE
           IF WS-NAMEMAST-STATUS = '00'
               READ NAME-MASTER-FILE
                   AT END MOVE 'Y' TO WS-EOF-SW
               END-READ
               PERFORM UNTIL WS-EOF
                   IF NM-FIRST-SEEN >= WS-MONTH-START
                      AND NM-FIRST-SEEN <= WS-RUN-DATE
                       ADD 1 TO WS-MT-NEW-PERSON-KEYS
                   END-IF
                   READ NAME-MASTER-FILE
                       AT END MOVE 'Y' TO WS-EOF-SW
                   END-READ
               END-PERFORM
               CLOSE NAME-MASTER-FILE
               MOVE 'N' TO WS-EOF-SW
           ELSE
               MOVE 'Y' TO WS-NAMEMAST-SW
           END-IF
           OPEN INPUT COMPANY-MASTER-FILE
           IF WS-COMPMAST-STATUS = '00'
               READ COMPANY-MASTER-FILE
                   AT END MOVE 'Y' TO WS-EOF-SW
               END-READ
               PERFORM UNTIL WS-EOF
                   IF CM-FIRST-SEEN >= WS-MONTH-START
                      AND CM-FIRST-SEEN <= WS-RUN-DATE
                       ADD 1 TO WS-MT-NEW-COMPANY-KEYS
                   END-IF
                   READ COMPANY-MASTER-FILE
                       AT END MOVE 'Y' TO WS-EOF-SW
                   END-READ
               END-PERFORM
               CLOSE COMPANY-MASTER-FILE
               MOVE 'N' TO WS-EOF-SW
           ELSE
               MOVE 'Y' TO WS-COMPMAST-SW
           END-IF.

      *> the month's validation exceptions by reason - the demo SPLIT
      *> exceptions never came off a feed record and are left out,
      *> the same as the feed quality scorecard leaves them out
       TALLY-VALIDEXC.
           OPEN INPUT VALIDATION-EXCEPTION-FILE
           IF WS-VALIDEXC-STATUS = '00'
               READ VALIDATION-EXCEPTION-FILE
                   AT END MOVE 'Y' TO WS-EOF-SW
               END-READ
               PERFORM UNTIL WS-EOF
                   IF VE-BUSINESS-DATE >= WS-MONTH-START
                      AND VE-BUSINESS-DATE <= WS-RUN-DATE
                      AND VE-OPERATION NOT = 'SPLIT'
                       ADD 1 TO WS-MT-EXCEPTION-COUNT
                       MOVE 'X' TO WS-FIND-TYPE
                       MOVE VE-REASON TO WS-FIND-REASON
                       PERFORM FIND-REASON-ENTRY
                       IF WS-RSN-IX > 0
                           ADD 1 TO WS-RSN-MONTH(WS-RSN-IX)
                       END-IF
                   END-IF
                   READ VALIDATION-EXCEPTION-FILE
                       AT END MOVE 'Y' TO WS-EOF-SW
                   END-READ
               END-PERFORM
               CLOSE VALIDATION-EXCEPTION-FILE
               MOVE 'N' TO WS-EOF-SW
           END-IF.

      *> the month's overflow rejects by reason. Earlier days come from
      *> the repair step's REJECTF dispositions, taking only the last
      *> repair run of each date; today's come straight off REJECTF
      *> when Program2 ran today, and from the dispositions otherwise -
      *> REJECTF would then still hold an earlier day's rejects
       TALLY-REJECTS.
           OPEN INPUT REPAIR-DISP-FILE
           IF WS-REPDISP-STATUS = '00'
               READ REPAIR-DISP-FILE
                   AT END MOVE 'Y' TO WS-EOF-SW
               END-READ
               PERFORM UNTIL WS-EOF
                   PERFORM CHECK-REJECT-DISPOSITION
                   IF WS-FOUND
                       MOVE RD-BUSINESS-DATE(7:2) TO WS-DAY-IX
                       IF RD-RUN-TIMESTAMP > WS-DAY-STAMP(WS-DAY-IX)
                           MOVE RD-RUN-TIMESTAMP
                               TO WS-DAY-STAMP(WS-DAY-IX)
                       END-IF
                   END-IF
                   READ REPAIR-DISP-FILE
                       AT END MOVE 'Y' TO WS-EOF-SW
                   END-READ
               END-PERFORM
               CLOSE REPAIR-DISP-FILE
               MOVE 'N' TO WS-EOF-SW
               OPEN INPUT REPAIR-DISP-FILE
               READ REPAIR-DISP-FILE
                   AT END MOVE 'Y' TO WS-EOF-SW
               END-READ
               PERFORM UNTIL WS-EOF
                   PERFORM CHECK-REJECT-DISPOSITION
                   IF WS-FOUND
                       MOVE RD-BUSINESS-DATE(7:2) TO WS-DAY-IX
                       IF RD-RUN-TIMESTAMP = WS-DAY-STAMP(WS-DAY-IX)
                           MOVE RD-REASON TO WS-FIND-REASON
                           PERFORM COUNT-ONE-REJECT
                       END-IF
                   END-IF
                   READ REPAIR-DISP-FILE
                       AT END MOVE 'Y' TO WS-EOF-SW
                   END-READ
               END-PERFORM
               CLOSE REPAIR-DISP-FILE
               MOVE 'N' TO WS-EOF-SW
           END-IF
           IF WS-P2-RAN-TODAY
               OPEN INPUT REJECT-FILE
               IF WS-REJECT-STATUS = '00'
                   READ REJECT-FILE
                       AT END MOVE 'Y' TO WS-EOF-SW
                   END-READ
                   PERFORM UNTIL WS-EOF
                       MOVE RJ-REASON TO WS-FIND-REASON
                       PERFORM COUNT-ONE-REJECT
                       READ REJECT-FILE
                           AT END MOVE 'Y' TO WS-EOF-SW
                       END-READ
                   END-PERFORM
                   CLOSE REJECT-FILE
                   MOVE 'N' TO WS-EOF-SW
               END-IF
           END-IF.

      *> WS-FOUND comes back set for a REJECTF disposition this month
      *> that is not covered by today's live REJECTF
       CHECK-REJECT-DISPOSITION.
           MOVE 'N' TO WS-FOUND-SW
           IF RD-STREAM = 'REJECTF'
              AND RD-BUSINESS-DATE >= WS-MONTH-START
               IF RD-BUSINESS-DATE < WS-RUN-DATE
                   MOVE 'Y' TO WS-FOUND-SW
               END-IF
               IF RD-BUSINESS-DATE = WS-RUN-DATE
                  AND NOT WS-P2-RAN-TODAY
                   MOVE 'Y' TO WS-FOUND-SW
               END-IF
           END-IF.

       COUNT-ONE-REJECT.
           ADD 1 TO WS-MT-REJECT-COUNT
           MOVE 'J' TO WS-FIND-TYPE
           PERFORM FIND-REASON-ENTRY
           IF WS-RSN-IX > 0
               ADD 1 TO WS-RSN-MONTH(WS-RSN-IX)
           END-IF.

      *> the table entry for WS-FIND-TYPE/WS-FIND-REASON, added on
      *> first sight - WS-RSN-IX comes back zero when the table is full
       FIND-REASON-ENTRY.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING WS-RSN-IX FROM 1 BY 1
                   UNTIL WS-RSN-IX > WS-RSN-COUNT
                         OR WS-FOUND
               IF WS-RSN-TYPE(WS-RSN-IX) = WS-FIND-TYPE
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
                   MOVE WS-FIND-TYPE TO WS-RSN-TYPE(WS-RSN-IX)
                   MOVE WS-FIND-REASON TO WS-RSN-REASON(WS-RSN-IX)
                   MOVE 0 TO WS-RSN-MONTH(WS-RSN-IX)
                             WS-RSN-PRIOR(WS-RSN-IX)
                             WS-RSN-YTD(WS-RSN-IX)
               ELSE
                   ADD 1 TO WS-OVER-LIMIT-COUNT
                   MOVE 0 TO WS-RSN-IX
               END-IF
           END-IF.

      *> the table entry for WS-FIND-PROGRAM, added on first sight -
      *> WS-PGM-IX comes back zero when the table is full
       FIND-PROGRAM-ENTRY.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING WS-PGM-IX FROM 1 BY 1
                   UNTIL WS-PGM-IX > WS-PGM-COUNT
                         OR WS-FOUND
               IF WS-PGM-ID(WS-PGM-IX) = WS-FIND-PROGRAM
                   MOVE 'Y' TO WS-FOUND-SW
               END-IF
           END-PERFORM
           IF WS-FOUND
               SUBTRACT 1 FROM WS-PGM-IX
           ELSE
               IF WS-PGM-COUNT < WS-PGM-LIMIT
                   ADD 1 TO WS-PGM-COUNT
                   MOVE WS-PGM-COUNT TO WS-PGM-IX
                   INITIALIZE WS-PGM-ENTRY(WS-PGM-IX)
                   MOVE WS-FIND-PROGRAM TO WS-PGM-ID(WS-PGM-IX)
               ELSE
                   ADD 1 TO WS-OVER-LIMIT-COUNT
                   MOVE 0 TO WS-PGM-IX
               END-IF
           END-IF.

      *> two passes, as FEEDQUAL rolls its history: the summary is
      *> copied to the work file without any records already held for
      *> this month (a rerun replaces them), the prior month's and this
      *> year's earlier months' records are summed on the way past,
      *> and this month's records are added; the work file is then
      *> copied back over the summary
       ROLL-PERIOD-SUMMARY.
           OPEN OUTPUT PERIOD-SUMM-WORK-FILE
           OPEN INPUT PERIOD-SUMM-FILE
           IF WS-PERDSUMM-STATUS = '00'
               READ PERIOD-SUMM-FILE
                   AT END MOVE 'Y' TO WS-EOF-SW
               END-READ
               PERFORM UNTIL WS-EOF
                   ADD 1 TO WS-SUMM-READ-COUNT
                   IF PS-PERIOD NOT = WS-PERIOD
                       WRITE PERIOD-SUMM-WORK-REC FROM PERIOD-SUMM-REC
                       ADD 1 TO WS-SUMM-KEPT-COUNT
                       IF PS-PERIOD = WS-PRIOR-PERIOD
                           PERFORM ADD-PRIOR-PERIOD
                       END-IF
                       IF PS-PERIOD >= WS-YEAR-START
                          AND PS-PERIOD < WS-PERIOD
                           PERFORM ADD-YEAR-TO-DATE
                       END-IF
                   END-IF
                   READ PERIOD-SUMM-FILE
                       AT END MOVE 'Y' TO WS-EOF-SW
                   END-READ
               END-PERFORM
               CLOSE PERIOD-SUMM-FILE
               MOVE 'N' TO WS-EOF-SW
           END-IF
           PERFORM WRITE-MONTH-SUMMARY
           CLOSE PERIOD-SUMM-WORK-FILE
           OPEN INPUT PERIOD-SUMM-WORK-FILE
           OPEN OUTPUT PERIOD-SUMM-FILE
           READ PERIOD-SUMM-WORK-FILE
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ
           PERFORM UNTIL WS-EOF
               WRITE PERIOD-SUMM-REC FROM PERIOD-SUMM-WORK-REC
               READ PERIOD-SUMM-WORK-FILE
                   AT END MOVE 'Y' TO WS-EOF-SW
               END-READ
           END-PERFORM
           CLOSE PERIOD-SUMM-WORK-FILE
                 PERIOD-SUMM-FILE
           MOVE 'N' TO WS-EOF-SW
      *>   this month is part of its own year to date
           PERFORM VARYING WS-TOT-IX FROM 1 BY 1
                   UNTIL WS-TOT-IX > 13
               ADD WS-MT-FIGURE(WS-TOT-IX) TO WS-YT-FIGURE(WS-TOT-IX)
           END-PERFORM
           PERFORM VARYING WS-RSN-IX FROM 1 BY 1
                   UNTIL WS-RSN-IX > WS-RSN-COUNT
               ADD WS-RSN-MONTH(WS-RSN-IX) TO WS-RSN-YTD(WS-RSN-IX)
           END-PERFORM
           PERFORM VARYING WS-PGM-IX FROM 1 BY 1
                   UNTIL WS-PGM-IX > WS-PGM-COUNT
               ADD WS-PGM-RUNS(WS-PGM-IX) TO WS-PGM-YTD-RUNS(WS-PGM-IX)
               ADD WS-PGM-RERUNS(WS-PGM-IX)
                   TO WS-PGM-YTD-RERUNS(WS-PGM-IX)
               ADD WS-PGM-NONZERO(WS-PGM-IX)
                   TO WS-PGM-YTD-NONZERO(WS-PGM-IX)
           END-PERFORM.

       ADD-PRIOR-PERIOD.
           EVALUATE TRUE
               WHEN PS-PERIOD-TOTALS
                   MOVE 'Y' TO WS-PRIOR-FOUND-SW
                   PERFORM VARYING WS-TOT-IX FROM 1 BY 1
                           UNTIL WS-TOT-IX > 13
                       ADD PS-TOTAL-FIGURE(WS-TOT-IX)
                           TO WS-PT-FIGURE(WS-TOT-IX)
                   END-PERFORM
               WHEN PS-EXCEPTION-REASON
               WHEN PS-REJECT-REASON
                   MOVE PS-REC-TYPE TO WS-FIND-TYPE
                   MOVE PS-REASON TO WS-FIND-REASON
                   PERFORM FIND-REASON-ENTRY
                   IF WS-RSN-IX > 0
                       ADD PS-REASON-TALLY TO WS-RSN-PRIOR(WS-RSN-IX)
                   END-IF
               WHEN PS-PROGRAM-RUNS
                   MOVE PS-PROGRAM-ID TO WS-FIND-PROGRAM
                   PERFORM FIND-PROGRAM-ENTRY
                   IF WS-PGM-IX > 0
                       ADD PS-PROG-RERUNS
                           TO WS-PGM-PRIOR-RERUNS(WS-PGM-IX)
                       ADD PS-PROG-NONZERO
                           TO WS-PGM-PRIOR-NONZERO(WS-PGM-IX)
                   END-IF
           END-EVALUATE.

       ADD-YEAR-TO-DATE.
           EVALUATE TRUE
               WHEN PS-PERIOD-TOTALS
                   PERFORM VARYING WS-TOT-IX FROM 1 BY 1
                           UNTIL WS-TOT-IX > 13
                       ADD PS-TOTAL-FIGURE(WS-TOT-IX)
                           TO WS-YT-FIGURE(WS-TOT-IX)
                   END-PERFORM
               WHEN PS-EXCEPTION-REASON
               WHEN PS-REJECT-REASON
                   MOVE PS-REC-TYPE TO WS-FIND-TYPE
                   MOVE PS-REASON TO WS-FIND-REASON
                   PERFORM FIND-REASON-ENTRY
                   IF WS-RSN-IX > 0
                       ADD PS-REASON-TALLY TO WS-RSN-YTD(WS-RSN-IX)
                   END-IF
               WHEN PS-PROGRAM-RUNS
                   MOVE PS-PROGRAM-ID TO WS-FIND-PROGRAM
                   PERFORM FIND-PROGRAM-ENTRY
                   IF WS-PGM-IX > 0
                       ADD PS-PROG-RUNS TO WS-PGM-YTD-RUNS(WS-PGM-IX)
                       ADD PS-PROG-RERUNS
                           TO WS-PGM-YTD-RERUNS(WS-PGM-IX)
                       ADD PS-PROG-NONZERO
                           TO WS-PGM-YTD-NONZERO(WS-PGM-IX)
                   END-IF
           END-EVALUATE.

      *> the totals record, then a record for each reason and each
      *> program with something to show this month
       WRITE-MONTH-SUMMARY.
           MOVE SPACES TO PERIOD-SUMM-REC
           MOVE WS-PERIOD TO PS-PERIOD
           MOVE 'T' TO PS-REC-TYPE
           MOVE WS-RUN-DATE TO PS-BUILT-DATE
           PERFORM VARYING WS-TOT-IX FROM 1 BY 1
                   UNTIL WS-TOT-IX > 13
               MOVE WS-MT-FIGURE(WS-TOT-IX)
                   TO PS-TOTAL-FIGURE(WS-TOT-IX)
           END-PERFORM
           WRITE PERIOD-SUMM-WORK-REC FROM PERIOD-SUMM-REC
           ADD 1 TO WS-SUMM-ADDED-COUNT
           PERFORM VARYING WS-RSN-IX FROM 1 BY 1
                   UNTIL WS-RSN-IX > WS-RSN-COUNT
               IF WS-RSN-MONTH(WS-RSN-IX) > 0
                   MOVE SPACES TO PS-BODY
                   MOVE WS-RSN-TYPE(WS-RSN-IX) TO PS-REC-TYPE
                   MOVE WS-RSN-REASON(WS-RSN-IX) TO PS-REASON
                   MOVE WS-RSN-MONTH(WS-RSN-IX) TO PS-REASON-TALLY
                   WRITE PERIOD-SUMM-WORK-REC FROM PERIOD-SUMM-REC
                   ADD 1 TO WS-SUMM-ADDED-COUNT
               END-IF
           END-PERFORM
           PERFORM VARYING WS-PGM-IX FROM 1 BY 1
                   UNTIL WS-PGM-IX > WS-PGM-COUNT
               IF WS-PGM-RUNS(WS-PGM-IX) > 0
                  OR WS-PGM-NONZERO(WS-PGM-IX) > 0
                   MOVE SPACES TO PS-BODY
                   MOVE 'P' TO PS-REC-TYPE
                   MOVE WS-PGM-ID(WS-PGM-IX) TO PS-PROGRAM-ID
                   MOVE WS-PGM-RUNS(WS-PGM-IX) TO PS-PROG-RUNS
                   MOVE WS-PGM-RERUNS(WS-PGM-IX) TO PS-PROG-RERUNS
                   MOVE WS-PGM-NONZERO(WS-PGM-IX) TO PS-PROG-NONZERO
                   MOVE WS-PGM-HIGH-CODE(WS-PGM-IX)
                       TO PS-PROG-HIGH-CODE
                   WRITE PERIOD-SUMM-WORK-REC FROM PERIOD-SUMM-REC
                   ADD 1 TO WS-SUMM-ADDED-COUNT
               END-IF
           END-PERFORM.

      *> stream volumes and new keys, the exceptions and rejects by
      *> reason each closed off by their total, the run totals, then
      *> the program-by-program run figures
       PRINT-STATISTICS.
           MOVE WS-PERIOD-YYYY TO WS-PL-YYYY
           MOVE WS-PERIOD-MM TO WS-PL-MM
           MOVE WS-PRIOR-YYYY TO WS-PL-PR-YYYY
           MOVE WS-PRIOR-MM TO WS-PL-PR-MM
           MOVE WS-PERIOD-LINE TO WS-PRINT-REC
           PERFORM WRITE-PRINT-LINE
           IF NOT WS-PRIOR-FOUND
               MOVE 'NO PRIOR MONTH IN PERDSUMM - CHANGE IS FROM ZERO'
                   TO WS-PRINT-REC
               PERFORM WRITE-PRINT-LINE
           END-IF
           MOVE 'RECORDS PROCESSED PER STREAM' TO WS-SE-TITLE
           PERFORM WRITE-SECTION-HEADING
           PERFORM VARYING WS-TOT-IX FROM 1 BY 1
                   UNTIL WS-TOT-IX > 6
               PERFORM PRINT-TOTAL-FIGURE
           END-PERFORM
           MOVE 'NEW MASTER KEYS' TO WS-SE-TITLE
           PERFORM WRITE-SECTION-HEADING
           PERFORM VARYING WS-TOT-IX FROM 7 BY 1
                   UNTIL WS-TOT-IX > 8
               PERFORM PRINT-TOTAL-FIGURE
           END-PERFORM
           IF WS-NAMEMAST-MISSING
               MOVE '  NAMEMAST NOT ON FILE - PERSON KEYS NOT COUNTED'
                   TO WS-PRINT-REC
               PERFORM WRITE-PRINT-LINE
           END-IF
           IF WS-COMPMAST-MISSING
               MOVE '  COMPMAST NOT ON FILE - COMPANY KEYS NOT COUNTED'
                   TO WS-PRINT-REC
               PERFORM WRITE-PRINT-LINE
           END-IF
           MOVE 'VALIDATION EXCEPTIONS BY REASON' TO WS-SE-TITLE
           PERFORM WRITE-SECTION-HEADING
           MOVE 'X' TO WS-FIND-TYPE
           PERFORM PRINT-REASON-FIGURES
           MOVE 9 TO WS-TOT-IX
           PERFORM PRINT-TOTAL-FIGURE
           MOVE 'OVERFLOW REJECTS BY REASON' TO WS-SE-TITLE
           PERFORM WRITE-SECTION-HEADING
           MOVE 'J' TO WS-FIND-TYPE
           PERFORM PRINT-REASON-FIGURES
           MOVE 10 TO WS-TOT-IX
           PERFORM PRINT-TOTAL-FIGURE
           MOVE 'RUNS AND COMPLETION CODES' TO WS-SE-TITLE
           PERFORM WRITE-SECTION-HEADING
           PERFORM VARYING WS-TOT-IX FROM 11 BY 1
                   UNTIL WS-TOT-IX > 13
               PERFORM PRINT-TOTAL-FIGURE
           END-PERFORM
           MOVE SPACES TO WS-PRINT-REC
           PERFORM WRITE-PRINT-LINE
           MOVE WS-PGM-HEAD-1 TO WS-PRINT-REC
           PERFORM WRITE-PRINT-LINE
           MOVE WS-PGM-HEAD-2 TO WS-PRINT-REC
           PERFORM WRITE-PRINT-LINE
           PERFORM VARYING WS-PGM-IX FROM 1 BY 1
                   UNTIL WS-PGM-IX > WS-PGM-COUNT
               PERFORM PRINT-PROGRAM-FIGURES
           END-PERFORM
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-SUMM-READ-COUNT TO WS-SM-READ
           MOVE WS-SUMM-KEPT-COUNT TO WS-SM-KEPT
           MOVE WS-SUMM-ADDED-COUNT TO WS-SM-ADDED
           WRITE PRINT-LINE FROM WS-SUMMARY-LINE-1
           MOVE WS-OVER-LIMIT-COUNT TO WS-SM-OVER
           WRITE PRINT-LINE FROM WS-SUMMARY-LINE-2.

       WRITE-SECTION-HEADING.
           MOVE SPACES TO WS-PRINT-REC
           PERFORM WRITE-PRINT-LINE
           MOVE WS-SECTION-LINE TO WS-PRINT-REC
           PERFORM WRITE-PRINT-LINE.

       PRINT-TOTAL-FIGURE.
           MOVE WS-TOT-LABEL(WS-TOT-IX) TO WS-FIG-LABEL
           MOVE WS-MT-FIGURE(WS-TOT-IX) TO WS-FIG-MONTH
           MOVE WS-PT-FIGURE(WS-TOT-IX) TO WS-FIG-PRIOR
           MOVE WS-YT-FIGURE(WS-TOT-IX) TO WS-FIG-YTD
           PERFORM WRITE-STAT-LINE.

      *> every reason of type WS-FIND-TYPE seen this month, last month
      *> or earlier this year
       PRINT-REASON-FIGURES.
           PERFORM VARYING WS-RSN-IX FROM 1 BY 1
                   UNTIL WS-RSN-IX > WS-RSN-COUNT
               IF WS-RSN-TYPE(WS-RSN-IX) = WS-FIND-TYPE
                   MOVE WS-RSN-REASON(WS-RSN-IX) TO WS-FIG-LABEL
                   MOVE WS-RSN-MONTH(WS-RSN-IX) TO WS-FIG-MONTH
                   MOVE WS-RSN-PRIOR(WS-RSN-IX) TO WS-FIG-PRIOR
                   MOVE WS-RSN-YTD(WS-RSN-IX) TO WS-FIG-YTD
                   PERFORM WRITE-STAT-LINE
               END-IF
           END-PERFORM.

      *> the change is this month less last month; its percentage is
      *> of last month's figure, and shown as NEW where last month had
      *> none to measure against
       WRITE-STAT-LINE.
           MOVE WS-FIG-LABEL TO WS-SL-LABEL
           MOVE WS-FIG-MONTH TO WS-SL-MONTH
           MOVE WS-FIG-PRIOR TO WS-SL-PRIOR
           MOVE WS-FIG-YTD TO WS-SL-YTD
           COMPUTE WS-CHANGE = WS-FIG-MONTH - WS-FIG-PRIOR
           MOVE WS-CHANGE TO WS-SL-CHANGE
           IF WS-FIG-PRIOR = 0
               IF WS-FIG-MONTH = 0
                   MOVE SPACES TO WS-SL-PCT
               ELSE
                   MOVE '    NEW' TO WS-SL-PCT
               END-IF
           ELSE
               COMPUTE WS-PCT ROUNDED =
                   WS-CHANGE * 100 / WS-FIG-PRIOR
                   ON SIZE ERROR MOVE 9999.9 TO WS-PCT
               END-COMPUTE
               MOVE WS-PCT TO WS-PCT-EDIT
               MOVE WS-PCT-EDIT TO WS-SL-PCT
           END-IF
           MOVE WS-STAT-LINE TO WS-PRINT-REC
           PERFORM WRITE-PRINT-LINE.

       PRINT-PROGRAM-FIGURES.
           MOVE WS-PGM-ID(WS-PGM-IX) TO WS-PG-ID
           MOVE WS-PGM-RUNS(WS-PGM-IX) TO WS-PG-RUNS
           MOVE WS-PGM-RERUNS(WS-PGM-IX) TO WS-PG-RERUNS
           MOVE WS-PGM-NONZERO(WS-PGM-IX) TO WS-PG-NONZERO
           MOVE WS-PGM-HIGH-CODE(WS-PGM-IX) TO WS-PG-HIGH
           MOVE WS-PGM-PRIOR-RERUNS(WS-PGM-IX) TO WS-PG-PR-RERUNS
           MOVE WS-PGM-PRIOR-NONZERO(WS-PGM-IX) TO WS-PG-PR-NONZERO
           MOVE WS-PGM-YTD-RUNS(WS-PGM-IX) TO WS-PG-YTD-RUNS
           MOVE WS-PGM-YTD-RERUNS(WS-PGM-IX) TO WS-PG-YTD-RERUNS
           MOVE WS-PGM-YTD-NONZERO(WS-PGM-IX) TO WS-PG-YTD-NONZERO
           MOVE WS-PGM-LINE TO WS-PRINT-REC
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
