       IDENTIFICATION DIVISION.
       PROGRAM-ID. QASAMPLE.
       AUTHOR.  HCL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> the day's extract and the two outputs HELLO-WORLD built from
      *> it - each output record is paired back to the NAMEPART record
      *> that produced it so the reviewer sees both side by side
           SELECT NAME-PARTS-FILE ASSIGN TO 'NAMEPART'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-NAMEPART-STATUS.
           SELECT CONCAT-OUT-FILE ASSIGN TO 'CONCATO1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CONCATO1-STATUS.
           SELECT COMPANY-OUT-FILE ASSIGN TO 'CONCATC1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CONCATC1-STATUS.
      *> a NAMEPART record HELLO-WORLD turned away wrote no output, so
      *> the day's exceptions say which source records to step over
           SELECT VALIDATION-EXCEPTION-FILE ASSIGN TO 'VALIDEXC'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-VALIDEXC-STATUS.
      *> nor did a record carrying an erased name - HELLO-WORLD turns
      *> those away before they reach an output or the exception file
           SELECT SUPPRESS-LIST-FILE ASSIGN TO 'SUPPLIST'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-SUPPLIST-STATUS.
      *> operator-set sampling rate - the percentage of each day's
      *> output records drawn for review
           SELECT QA-CONTROL-FILE ASSIGN TO 'QACTL'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-QACTL-STATUS.
      *> one record per sample for the reviewers to mark and QATALLY
      *> to read back - earlier days' samples stay on it until their
      *> marks have had time to come back
           SELECT QA-RESULT-FILE ASSIGN TO 'QARESULT'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-QARESULT-STATUS.
           SELECT QA-RESULT-WORK-FILE ASSIGN TO 'QARWRK'
                  ORGANIZATION IS SEQUENTIAL.
           SELECT PRINT-FILE ASSIGN TO 'QAWKSHT'
                  ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  NAME-PARTS-FILE.
      *> the NAMEPART layout as HELLO-WORLD reads it - only the type
      *> byte and the body are needed here
       01  NP-INPUT-REC.
           05 NP-REC-TYPE PIC X(1).
               88 NP-PERSON-REC  VALUE 'D' 'P'.
               88 NP-COMPANY-REC VALUE 'C'.
           05 NP-REC-BODY PIC X(29).
           05 NP-DATA-FIELDS REDEFINES NP-REC-BODY.
              10 NP-STR1 PIC X(15).
              10 NP-STR2 PIC X(7).
              10 NP-STR3 PIC X(7).
       FD  CONCAT-OUT-FILE.
       01  CONCAT-OUT-REC PIC X(30).
       FD  COMPANY-OUT-FILE.
       01  COMPANY-OUT-REC PIC X(40).
       FD  VALIDATION-EXCEPTION-FILE.
       COPY VALIDEXC.
       FD  SUPPRESS-LIST-FILE.
       COPY SUPPLREC.
       FD  QA-CONTROL-FILE.
       01  QA-CONTROL-CARD.
           05 QC-SAMPLE-PCT PIC 9(3)V9(2).
       FD  QA-RESULT-FILE.
       COPY QARESREC.
       FD  QA-RESULT-WORK-FILE.
       01  QA-RESULT-WORK-REC PIC X(123).
       FD  PRINT-FILE.
       01  PRINT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
       COPY RUNCTLPM.
       COPY STRUTPARM.
       01 WS-EOF-SW PIC X VALUE 'N'.
           88 WS-EOF VALUE 'Y'.
       01 WS-SRC-EOF-SW PIC X VALUE 'N'.
           88 WS-SRC-EOF VALUE 'Y'.
       01 WS-NAMEPART-STATUS PIC XX VALUE '00'.
       01 WS-CONCATO1-STATUS PIC XX VALUE '00'.
       01 WS-CONCATC1-STATUS PIC XX VALUE '00'.
       01 WS-VALIDEXC-STATUS PIC XX VALUE '00'.
       01 WS-QACTL-STATUS PIC XX VALUE '00'.
       01 WS-QARESULT-STATUS PIC XX VALUE '00'.
       01 WS-SUPPLIST-STATUS PIC XX VALUE '00'.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-SAMPLE-PCT PIC 9(3)V9(2) VALUE 0.
      *> systematic sampling: the rate is added to the accumulator for
      *> every output record and a record is drawn each time it passes
      *> 100. The starting point is worked from the business date, so
      *> the same record positions are not drawn day after day
       01 WS-SAMPLE-ACC PIC 9(5)V9(2) VALUE 0.
       01 WS-DATE-INT PIC 9(9) VALUE 0.
      *> which output stream is being walked
       01 WS-STREAM-SW PIC X VALUE 'P'.
           88 WS-PERSON-STREAM  VALUE 'P'.
           88 WS-COMPANY-STREAM VALUE 'C'.
       01 WS-STREAM-NAME PIC X(8) VALUE SPACES.
       01 WS-STREAM-OPEN-SW PIC X VALUE 'N'.
           88 WS-STREAM-OPEN VALUE 'Y'.
       01 WS-NAMEPART-SW PIC X VALUE 'N'.
           88 WS-NAMEPART-MISSING VALUE 'Y'.
      *> the day's HELLO-WORLD exceptions: the source record body and
      *> the operation that refused it - CONCAT for a person record,
      *> COMPANY for a company record
       01 WS-FAILED-TABLE.
           05 WS-FAIL-COUNT PIC 9(4) VALUE 0.
           05 WS-FAIL-ENTRY OCCURS 1000 TIMES.
              10 WS-FAIL-OPERATION PIC X(8).
              10 WS-FAIL-BODY      PIC X(29).
       01 WS-FAIL-LIMIT PIC 9(4) VALUE 1000.
       01 WS-FAIL-IX PIC 9(4) VALUE 0.
       01 WS-FAIL-OP PIC X(8) VALUE SPACES.
       01 WS-FAIL-FIND-BODY PIC X(29) VALUE SPACES.
       01 WS-FOUND-SW PIC X VALUE 'N'.
           88 WS-FOUND VALUE 'Y'.
       01 WS-OVER-LIMIT-COUNT PIC 9(8) VALUE 0.
      *> the standing suppression list, as HELLO-WORLD loads it
       01 WS-SUPP-LIMIT PIC 9(4) VALUE 2000.
       01 WS-SUPP-TABLE.
           05 WS-SUPP-COUNT PIC 9(4) VALUE 0.
           05 WS-SUPP-ENTRY OCCURS 2000 TIMES.
              10 WS-SUPP-TYPE PIC X(1).
              10 WS-SUPP-KEY  PIC X(40).
       01 WS-SUPP-IX PIC 9(4) VALUE 0.
       01 WS-SUPPRESSED-SW PIC X VALUE 'N'.
           88 WS-SUPPRESSED VALUE 'Y'.
       01 WS-SUPP-MATCH-TYPE PIC X(1) VALUE SPACE.
       01 WS-SUPP-MATCH-KEY PIC X(40) VALUE SPACES.
       01 WS-SUPP-PTR PIC 9(2) VALUE 1.
       01 WS-SUPP-PART-LEN PIC 9(2) VALUE 0.
       01 WS-SUPP-PART PIC X(30) VALUE SPACES.
       01 WS-STD-VALUE PIC X(30) VALUE SPACES.
       01 WS-SUPPRESS-COUNT PIC 9(8) VALUE 0.
      *> QARESULT is carried from day to day: the run date's samples
      *> are replaced, and a date drops off once it is older than
      *> QATALLY's batch table can hold alongside today's - 31 dates
      *> of both streams
       01 WS-RESULT-KEEP-DAYS PIC 9(3) VALUE 30.
       01 WS-RESULT-DATE-INT PIC 9(9) VALUE 0.
       01 WS-RESULT-KEPT-COUNT PIC 9(8) VALUE 0.
       01 WS-RESULT-REPLACED-COUNT PIC 9(8) VALUE 0.
       01 WS-RESULT-AGED-COUNT PIC 9(8) VALUE 0.
      *> the output record in hand and the source it was paired with
       01 WS-PAIR.
           05 WS-PAIR-OUT-SEQ  PIC 9(8).
           05 WS-PAIR-VALUE    PIC X(40).
           05 WS-PAIR-SRC-SEQ  PIC 9(8).
           05 WS-PAIR-SRC-TYPE PIC X(1).
           05 WS-PAIR-SRC-BODY PIC X(29).
           05 WS-PAIR-SRC-FIELDS REDEFINES WS-PAIR-SRC-BODY.
              10 WS-PAIR-STR1  PIC X(15).
              10 WS-PAIR-STR2  PIC X(7).
              10 WS-PAIR-STR3  PIC X(7).
      *> the last record passed over, drawn at the end of the stream
      *> when the rate was too low to draw any record of a small day
       01 WS-LAST-PAIR PIC X(86) VALUE SPACES.
       01 WS-PAIR-FOUND-SW PIC X VALUE 'N'.
           88 WS-PAIR-FOUND VALUE 'Y'.
       01 WS-OUT-SEQ PIC 9(8) VALUE 0.
       01 WS-SRC-SEQ PIC 9(8) VALUE 0.
       01 WS-STREAM-SAMPLED PIC 9(4) VALUE 0.
       01 WS-NO-SOURCE-COUNT PIC 9(8) VALUE 0.
       01 WS-NO-OUTPUT-COUNT PIC 9(8) VALUE 0.
       01 WS-MISMATCH-SW PIC X VALUE 'N'.
           88 WS-MISMATCH VALUE 'Y'.
       01 WS-SAMPLE-NO PIC 9(4) VALUE 0.
       01 WS-PAGE-NO PIC 9(4) VALUE 0.
       01 WS-LINE-COUNT PIC 9(4) VALUE 99.
       01 WS-LINES-PER-PAGE PIC 9(4) VALUE 20.
       01 WS-PRINT-REC PIC X(80).
       01 WS-PAGE-HEAD-1.
           05 FILLER       PIC X(13) VALUE 'PROGRAM-ID : '.
           05 WS-PH-PROGID PIC X(12) VALUE 'QASAMPLE'.
           05 FILLER       PIC X(11) VALUE '  RUN DATE:'.
           05 WS-PH-YYYY   PIC 9(4).
           05 FILLER       PIC X(1)  VALUE '-'.
           05 WS-PH-MM     PIC 9(2).
           05 FILLER       PIC X(1)  VALUE '-'.
           05 WS-PH-DD     PIC 9(2).
           05 FILLER       PIC X(7)  VALUE '  PAGE:'.
           05 WS-PH-PAGE   PIC ZZZ9.
       01 WS-TITLE-LINE.
           05 FILLER        PIC X(24) VALUE
              'QA SAMPLE WORKSHEET FOR '.
           05 WS-TL-YYYY    PIC 9(4).
           05 FILLER        PIC X(1)  VALUE '-'.
           05 WS-TL-MM      PIC 9(2).
           05 FILLER        PIC X(1)  VALUE '-'.
           05 WS-TL-DD      PIC 9(2).
           05 FILLER        PIC X(16) VALUE '  SAMPLE RATE: '.
           05 WS-TL-PCT     PIC ZZ9.99.
           05 FILLER        PIC X(4)  VALUE ' PCT'.
       01 WS-LEGEND-LINE-1.
           05 FILLER PIC X(40) VALUE
              'MARK P = PASS, F = FAIL. DEFECT CODES: '.
       01 WS-LEGEND-LINE-2.
           05 FILLER PIC X(36) VALUE
              '  TORD TOKEN ORDER  TRNC TRUNCATED  '.
           05 FILLER PIC X(36) VALUE
              'SPAC SPACING  CHAR CHARACTER WRONG'.
       01 WS-LEGEND-LINE-3.
           05 FILLER PIC X(37) VALUE
              '  SRCE WRONG SOURCE  OTHR OTHER'.
       01 WS-SAMPLE-LINE.
           05 FILLER        PIC X(7)  VALUE 'SAMPLE '.
           05 WS-SA-NO      PIC 9(4).
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 WS-SA-STREAM  PIC X(8).
           05 FILLER        PIC X(8)  VALUE ' RECORD '.
           05 WS-SA-OUT-SEQ PIC ZZZZZZZ9.
           05 FILLER        PIC X(18) VALUE '  NAMEPART RECORD '.
           05 WS-SA-SRC-SEQ PIC ZZZZZZZ9.
      *> the values are shown between bars so trailing blanks, missing
      *> separators and a name cut off at the field end can be seen
       01 WS-OUTPUT-LINE.
           05 FILLER        PIC X(13) VALUE '  OUTPUT   : '.
           05 FILLER        PIC X(1)  VALUE '|'.
           05 WS-OL-VALUE   PIC X(40).
           05 FILLER        PIC X(1)  VALUE '|'.
       01 WS-PERSON-SOURCE-LINE.
           05 FILLER        PIC X(9)  VALUE '  SOURCE '.
           05 WS-PS-TYPE    PIC X(1).
           05 FILLER        PIC X(9)  VALUE ' : STR1 |'.
           05 WS-PS-STR1    PIC X(15).
           05 FILLER        PIC X(8)  VALUE '| STR2 |'.
           05 WS-PS-STR2    PIC X(7).
           05 FILLER        PIC X(8)  VALUE '| STR3 |'.
           05 WS-PS-STR3    PIC X(7).
           05 FILLER        PIC X(1)  VALUE '|'.
       01 WS-COMPANY-SOURCE-LINE.
           05 FILLER        PIC X(9)  VALUE '  SOURCE '.
           05 WS-CS-TYPE    PIC X(1).
           05 FILLER        PIC X(9)  VALUE ' : NAME |'.
           05 WS-CS-NAME    PIC X(29).
           05 FILLER        PIC X(1)  VALUE '|'.
       01 WS-MARK-LINE.
           05 FILLER        PIC X(40) VALUE
              '  RESULT (P/F): ___   DEFECT CODE: ____'.
           05 FILLER        PIC X(27) VALUE
              '   REVIEWER: ____________'.
       01 WS-STREAM-TOTAL-LINE.
           05 WS-ST-STREAM  PIC X(8).
           05 FILLER        PIC X(17) VALUE ' OUTPUT RECORDS: '.
           05 WS-ST-READ    PIC ZZZZZZZ9.
           05 FILLER        PIC X(11) VALUE '  SAMPLED: '.
           05 WS-ST-SAMPLED PIC ZZZ9.
           05 FILLER        PIC X(13) VALUE '  NO SOURCE: '.
           05 WS-ST-NO-SRC  PIC ZZZZZZZ9.
       01 WS-NO-OUTPUT-LINE.
           05 FILLER        PIC X(26) VALUE
              '  NAMEPART RECORDS WITHOUT'.
           05 FILLER        PIC X(1)  VALUE SPACE.
           05 WS-NO-STREAM  PIC X(8).
           05 FILLER        PIC X(10) VALUE ' OUTPUT:  '.
           05 WS-NO-COUNT   PIC ZZZZZZZ9.
       01 WS-FAIL-TOTAL-LINE.
           05 FILLER        PIC X(33) VALUE
              'NAMEPART RECORDS STEPPED OVER AS '.
           05 FILLER        PIC X(19) VALUE 'VALIDEXC FAILURES: '.
           05 WS-FT-COUNT   PIC ZZZZZZZ9.
       01 WS-SUPPRESS-TOTAL-LINE.
           05 FILLER        PIC X(33) VALUE
              'NAMEPART RECORDS STEPPED OVER AS '.
           05 FILLER        PIC X(19) VALUE 'SUPPRESSED NAMES:  '.
           05 WS-SP-COUNT   PIC ZZZZZZZ9.
       01 WS-RESULT-CARRY-LINE.
           05 FILLER        PIC X(25) VALUE
              'QARESULT EARLIER SAMPLES '.
           05 FILLER        PIC X(6)  VALUE 'KEPT: '.
           05 WS-RC-KEPT    PIC ZZZZZZZ9.
           05 FILLER        PIC X(12) VALUE '  REPLACED: '.
           05 WS-RC-REPLACED PIC ZZZZZZZ9.
           05 FILLER        PIC X(12) VALUE '  AGED OUT: '.
           05 WS-RC-AGED    PIC ZZZZZZZ9.
       01 WS-OVER-LIMIT-LINE.
           05 FILLER        PIC X(26) VALUE
              'ENTRIES OVER TABLE LIMIT: '.
           05 WS-OV-COUNT   PIC ZZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PARA.
      *>   a percentage of the day's person and company output is
      *>   drawn for a reviewer to check by eye against the NAMEPART
      *>   record it came from - the worksheet is printed for the
      *>   review and QARESULT carries the samples for the marks
           PERFORM REGISTER-RUN-START
           MOVE RC-BUSINESS-DATE TO WS-RUN-DATE
           MOVE WS-RUN-DATE(1:4) TO WS-PH-YYYY WS-TL-YYYY
           MOVE WS-RUN-DATE(5:2) TO WS-PH-MM WS-TL-MM
           MOVE WS-RUN-DATE(7:2) TO WS-PH-DD WS-TL-DD
           OPEN OUTPUT PRINT-FILE
           PERFORM READ-SAMPLE-CARD
           PERFORM LOAD-FAILED-SOURCES
           PERFORM LOAD-SUPPRESSION-LIST
           MOVE WS-SAMPLE-PCT TO WS-TL-PCT
           MOVE WS-TITLE-LINE TO WS-PRINT-REC
           PERFORM WRITE-PRINT-LINE
           MOVE WS-LEGEND-LINE-1 TO WS-PRINT-REC
           PERFORM WRITE-PRINT-LINE
           MOVE WS-LEGEND-LINE-2 TO WS-PRINT-REC
           PERFORM WRITE-PRINT-LINE
           MOVE WS-LEGEND-LINE-3 TO WS-PRINT-REC
           PERFORM WRITE-PRINT-LINE
           MOVE SPACES TO WS-PRINT-REC
           PERFORM WRITE-PRINT-LINE
           PERFORM CARRY-EARLIER-RESULTS
           OPEN EXTEND QA-RESULT-FILE
           IF WS-QARESULT-STATUS = '35'
               OPEN OUTPUT QA-RESULT-FILE
           END-IF
           MOVE 'P' TO WS-STREAM-SW
           MOVE 'CONCATO1' TO WS-STREAM-NAME
           PERFORM SAMPLE-ONE-STREAM
           MOVE 'C' TO WS-STREAM-SW
           MOVE 'CONCATC1' TO WS-STREAM-NAME
           PERFORM SAMPLE-ONE-STREAM
           CLOSE QA-RESULT-FILE
           MOVE WS-FAIL-COUNT TO WS-FT-COUNT
           MOVE WS-FAIL-TOTAL-LINE TO WS-PRINT-REC
           PERFORM WRITE-PRINT-LINE
           MOVE WS-SUPPRESS-COUNT TO WS-SP-COUNT
           MOVE WS-SUPPRESS-TOTAL-LINE TO WS-PRINT-REC
           PERFORM WRITE-PRINT-LINE
           MOVE WS-RESULT-KEPT-COUNT TO WS-RC-KEPT
           MOVE WS-RESULT-REPLACED-COUNT TO WS-RC-REPLACED
           MOVE WS-RESULT-AGED-COUNT TO WS-RC-AGED
           MOVE WS-RESULT-CARRY-LINE TO WS-PRINT-REC
           PERFORM WRITE-PRINT-LINE
           MOVE WS-OVER-LIMIT-COUNT TO WS-OV-COUNT
           MOVE WS-OVER-LIMIT-LINE TO WS-PRINT-REC
           PERFORM WRITE-PRINT-LINE
      *>   outputs and sources that would not pair up mean the day's
      *>   files do not belong together as they should - the samples
      *>   are still drawn, but the run says so
           IF WS-MISMATCH
              OR WS-NAMEPART-MISSING
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
           MOVE 'QASAMPLE' TO RC-PROGRAM-ID
           MOVE 'HELLO-WO' TO RC-PREREQ-1
           MOVE SPACES TO RC-PREREQ-2
      *>   a day that ended out of balance is the day its output most
      *>   needs looking at - any completion code will do
           MOVE 'A' TO RC-PREREQ-RULE
      *>   a rerun would draw the same samples again in place of ones
      *>   the reviewers may already have marked - it must be forced
           MOVE SPACE TO RC-DUP-RULE
           CALL 'RUNCTL' USING RUNCTL-PARMS
           IF NOT RC-OK
               DISPLAY 'QASAMPLE NOT STARTED - ' RC-MESSAGE
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

      *> the sampling rate has no sensible default - without a card,
      *> or with one that is not a rate between 0.01 and 100, nothing
      *> is drawn and the run is refused
       READ-SAMPLE-CARD.
           OPEN INPUT QA-CONTROL-FILE
           IF WS-QACTL-STATUS NOT = '00'
               MOVE 'QACTL CARD MISSING' TO WS-PRINT-REC
               PERFORM ABEND-BAD-CARD
           END-IF
           READ QA-CONTROL-FILE
               AT END
                   MOVE 'QACTL CARD MISSING' TO WS-PRINT-REC
                   PERFORM ABEND-BAD-CARD
           END-READ
           CLOSE QA-CONTROL-FILE
           IF QC-SAMPLE-PCT NOT NUMERIC
               MOVE 'QACTL CARD NOT NUMERIC' TO WS-PRINT-REC
               PERFORM ABEND-BAD-CARD
           END-IF
           IF QC-SAMPLE-PCT = 0
              OR QC-SAMPLE-PCT > 100
               MOVE 'QACTL SAMPLE RATE OUT OF RANGE' TO WS-PRINT-REC
               PERFORM ABEND-BAD-CARD
           END-IF
           MOVE QC-SAMPLE-PCT TO WS-SAMPLE-PCT.

       ABEND-BAD-CARD.
           DISPLAY 'QASAMPLE ABEND - ' WS-PRINT-REC
           PERFORM WRITE-PRINT-LINE
           CLOSE PRINT-FILE
           MOVE 12 TO RETURN-CODE
           PERFORM REGISTER-RUN-COMPLETION
           GOBACK.

      *> every person or company record HELLO-WORLD refused today -
      *> the same record body always meets the same fate, so a body
      *> on this list wrote no output wherever it appears in NAMEPART
       LOAD-FAILED-SOURCES.
           OPEN INPUT VALIDATION-EXCEPTION-FILE
           IF WS-VALIDEXC-STATUS = '00'
               READ VALIDATION-EXCEPTION-FILE
                   AT END MOVE 'Y' TO WS-EOF-SW
               END-READ
               PERFORM UNTIL WS-EOF
                   IF VE-PROGRAM-ID = 'HELLO-WO'
                      AND VE-BUSINESS-DATE = WS-RUN-DATE
                      AND (VE-OPERATION = 'CONCAT'
                           OR VE-OPERATION = 'COMPANY')
                       MOVE VE-OPERATION TO WS-FAIL-OP
                       PERFORM ADD-FAILED-SOURCE
                   END-IF
                   READ VALIDATION-EXCEPTION-FILE
                       AT END MOVE 'Y' TO WS-EOF-SW
                   END-READ
               END-PERFORM
               CLOSE VALIDATION-EXCEPTION-FILE
               MOVE 'N' TO WS-EOF-SW
           END-IF.

       ADD-FAILED-SOURCE.
           MOVE VE-SOURCE-REC(1:29) TO WS-FAIL-FIND-BODY
           PERFORM FIND-FAILED-SOURCE
           IF NOT WS-FOUND
               IF WS-FAIL-COUNT < WS-FAIL-LIMIT
                   ADD 1 TO WS-FAIL-COUNT
                   MOVE WS-FAIL-OP TO WS-FAIL-OPERATION(WS-FAIL-COUNT)
                   MOVE WS-FAIL-FIND-BODY
                       TO WS-FAIL-BODY(WS-FAIL-COUNT)
               ELSE
                   ADD 1 TO WS-OVER-LIMIT-COUNT
               END-IF
           END-IF.

      *> is WS-FAIL-FIND-BODY on the failed list for WS-FAIL-OP
       FIND-FAILED-SOURCE.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING WS-FAIL-IX FROM 1 BY 1
                   UNTIL WS-FAIL-IX > WS-FAIL-COUNT
                         OR WS-FOUND
               IF WS-FAIL-OPERATION(WS-FAIL-IX) = WS-FAIL-OP
                  AND WS-FAIL-BODY(WS-FAIL-IX) = WS-FAIL-FIND-BODY
                   MOVE 'Y' TO WS-FOUND-SW
               END-IF
           END-PERFORM.

      *> the whole suppression list into the table - a list that does
      *> not exist yet simply means no name has been erased
       LOAD-SUPPRESSION-LIST.
           MOVE 0 TO WS-SUPP-COUNT
           OPEN INPUT SUPPRESS-LIST-FILE
           IF WS-SUPPLIST-STATUS = '00'
               READ SUPPRESS-LIST-FILE
                   AT END MOVE 'Y' TO WS-EOF-SW
               END-READ
               PERFORM UNTIL WS-EOF
                   IF WS-SUPP-COUNT >= WS-SUPP-LIMIT
                       CLOSE SUPPRESS-LIST-FILE
                       MOVE 'SUPPRESSION LIST EXCEEDS TABLE'
                           TO WS-PRINT-REC
                       PERFORM ABEND-BAD-CARD
                   END-IF
                   ADD 1 TO WS-SUPP-COUNT
                   MOVE SP-NAME-TYPE TO WS-SUPP-TYPE(WS-SUPP-COUNT)
                   MOVE SP-NAME-KEY TO WS-SUPP-KEY(WS-SUPP-COUNT)
                   READ SUPPRESS-LIST-FILE
                       AT END MOVE 'Y' TO WS-EOF-SW
                   END-READ
               END-PERFORM
               CLOSE SUPPRESS-LIST-FILE
               MOVE 'N' TO WS-EOF-SW
           END-IF.

      *> the earlier days' samples, marked or still waiting on the
      *> reviewers, are kept; any drawn for the run date before (a
      *> forced rerun) are dropped to be drawn again, and a date past
      *> the keep period goes - its marks were tallied long since.
      *> QARESULT is only written back when something was dropped;
      *> today's samples are then added to the end of it
       CARRY-EARLIER-RESULTS.
           MOVE 0 TO WS-RESULT-KEPT-COUNT WS-RESULT-REPLACED-COUNT
                     WS-RESULT-AGED-COUNT
           COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           OPEN INPUT QA-RESULT-FILE
           IF WS-QARESULT-STATUS = '00'
               OPEN OUTPUT QA-RESULT-WORK-FILE
               READ QA-RESULT-FILE
                   AT END MOVE 'Y' TO WS-EOF-SW
               END-READ
               PERFORM UNTIL WS-EOF
                   PERFORM CHECK-EARLIER-RESULT
                   READ QA-RESULT-FILE
                       AT END MOVE 'Y' TO WS-EOF-SW
                   END-READ
               END-PERFORM
               CLOSE QA-RESULT-FILE
                     QA-RESULT-WORK-FILE
               MOVE 'N' TO WS-EOF-SW
               IF WS-RESULT-REPLACED-COUNT > 0
                  OR WS-RESULT-AGED-COUNT > 0
                   PERFORM COPY-BACK-RESULTS
               END-IF
           END-IF.

       CHECK-EARLIER-RESULT.
           IF QR-BUSINESS-DATE = WS-RUN-DATE
               ADD 1 TO WS-RESULT-REPLACED-COUNT
           ELSE
               MOVE 0 TO WS-RESULT-DATE-INT
               IF QR-BUSINESS-DATE NUMERIC
                  AND QR-BUSINESS-DATE > 16010100
                   COMPUTE WS-RESULT-DATE-INT =
                       FUNCTION INTEGER-OF-DATE(QR-BUSINESS-DATE)
               END-IF
               IF WS-RESULT-DATE-INT + WS-RESULT-KEEP-DAYS
                  < WS-DATE-INT
                   ADD 1 TO WS-RESULT-AGED-COUNT
               ELSE
                   WRITE QA-RESULT-WORK-REC FROM QA-RESULT-REC
                   ADD 1 TO WS-RESULT-KEPT-COUNT
               END-IF
           END-IF.

       COPY-BACK-RESULTS.
           OPEN INPUT QA-RESULT-WORK-FILE
           OPEN OUTPUT QA-RESULT-FILE
           READ QA-RESULT-WORK-FILE
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ
           PERFORM UNTIL WS-EOF
               WRITE QA-RESULT-REC FROM QA-RESULT-WORK-REC
               READ QA-RESULT-WORK-FILE
                   AT END MOVE 'Y' TO WS-EOF-SW
               END-READ
           END-PERFORM
           CLOSE QA-RESULT-WORK-FILE
                 QA-RESULT-FILE
           MOVE 'N' TO WS-EOF-SW.

      *> one output stream against NAMEPART: HELLO-WORLD writes one
      *> output record per source record of the stream's type that
      *> passed validation, in input order, so the Nth output record
      *> pairs with the Nth such NAMEPART record. Output records left
      *> when NAMEPART runs out (a resubmission appends repaired
      *> records after the day's own) are sampled without a source
       SAMPLE-ONE-STREAM.
           MOVE 0 TO WS-OUT-SEQ WS-SRC-SEQ WS-STREAM-SAMPLED
                     WS-NO-SOURCE-COUNT WS-NO-OUTPUT-COUNT
           MOVE SPACES TO WS-LAST-PAIR
           MOVE 'N' TO WS-SRC-EOF-SW
           MOVE 'N' TO WS-STREAM-OPEN-SW
      *>   the person and company draws start at different points
           COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           IF WS-PERSON-STREAM
               MOVE 'CONCAT' TO WS-FAIL-OP
               COMPUTE WS-SAMPLE-ACC =
                   FUNCTION MOD(WS-DATE-INT * 37, 100)
           ELSE
               MOVE 'COMPANY' TO WS-FAIL-OP
               COMPUTE WS-SAMPLE-ACC =
                   FUNCTION MOD(WS-DATE-INT * 37 + 50, 100)
           END-IF
           OPEN INPUT NAME-PARTS-FILE
           IF WS-NAMEPART-STATUS NOT = '00'
               MOVE 'Y' TO WS-SRC-EOF-SW
               MOVE 'Y' TO WS-NAMEPART-SW
           END-IF
           IF WS-PERSON-STREAM
               OPEN INPUT CONCAT-OUT-FILE
               IF WS-CONCATO1-STATUS = '00'
                   MOVE 'Y' TO WS-STREAM-OPEN-SW
               END-IF
           ELSE
               OPEN INPUT COMPANY-OUT-FILE
               IF WS-CONCATC1-STATUS = '00'
                   MOVE 'Y' TO WS-STREAM-OPEN-SW
               END-IF
           END-IF
           IF WS-STREAM-OPEN
               PERFORM READ-OUTPUT-REC
               PERFORM UNTIL WS-EOF
                   ADD 1 TO WS-OUT-SEQ
                   MOVE WS-OUT-SEQ TO WS-PAIR-OUT-SEQ
                   PERFORM FIND-NEXT-SOURCE
                   IF NOT WS-PAIR-FOUND
                       ADD 1 TO WS-NO-SOURCE-COUNT
                   END-IF
                   ADD WS-SAMPLE-PCT TO WS-SAMPLE-ACC
                   IF WS-SAMPLE-ACC >= 100
                       SUBTRACT 100 FROM WS-SAMPLE-ACC
                       PERFORM WRITE-SAMPLE
                   ELSE
                       MOVE WS-PAIR TO WS-LAST-PAIR
                   END-IF
                   PERFORM READ-OUTPUT-REC
               END-PERFORM
               MOVE 'N' TO WS-EOF-SW
               IF WS-PERSON-STREAM
                   CLOSE CONCAT-OUT-FILE
               ELSE
                   CLOSE COMPANY-OUT-FILE
               END-IF
      *>       every day with output gets at least one sample
               IF WS-OUT-SEQ > 0
                  AND WS-STREAM-SAMPLED = 0
                   MOVE WS-LAST-PAIR TO WS-PAIR
                   PERFORM WRITE-SAMPLE
               END-IF
           ELSE
               MOVE SPACES TO WS-PRINT-REC
               STRING WS-STREAM-NAME DELIMITED BY SPACE
                   ' NOT FOUND - NO SAMPLES DRAWN' DELIMITED BY SIZE
                   INTO WS-PRINT-REC
               PERFORM WRITE-PRINT-LINE
           END-IF
      *>   source records still waiting once the output ran out had
      *>   output that never arrived
           PERFORM FIND-NEXT-SOURCE
           PERFORM UNTIL NOT WS-PAIR-FOUND
               ADD 1 TO WS-NO-OUTPUT-COUNT
               PERFORM FIND-NEXT-SOURCE
           END-PERFORM
           IF NOT WS-NAMEPART-MISSING
               CLOSE NAME-PARTS-FILE
           END-IF
           IF WS-NO-SOURCE-COUNT > 0
              OR WS-NO-OUTPUT-COUNT > 0
               MOVE 'Y' TO WS-MISMATCH-SW
           END-IF
           MOVE WS-STREAM-NAME TO WS-ST-STREAM WS-NO-STREAM
           MOVE WS-OUT-SEQ TO WS-ST-READ
           MOVE WS-STREAM-SAMPLED TO WS-ST-SAMPLED
           MOVE WS-NO-SOURCE-COUNT TO WS-ST-NO-SRC
           MOVE WS-STREAM-TOTAL-LINE TO WS-PRINT-REC
           PERFORM WRITE-PRINT-LINE
           MOVE WS-NO-OUTPUT-COUNT TO WS-NO-COUNT
           MOVE WS-NO-OUTPUT-LINE TO WS-PRINT-REC
           PERFORM WRITE-PRINT-LINE
           MOVE SPACES TO WS-PRINT-REC
           PERFORM WRITE-PRINT-LINE.

       READ-OUTPUT-REC.
           MOVE SPACES TO WS-PAIR-VALUE
           IF WS-PERSON-STREAM
               READ CONCAT-OUT-FILE
                   AT END MOVE 'Y' TO WS-EOF-SW
                   NOT AT END MOVE CONCAT-OUT-REC TO WS-PAIR-VALUE
               END-READ
           ELSE
               READ COMPANY-OUT-FILE
                   AT END MOVE 'Y' TO WS-EOF-SW
                   NOT AT END MOVE COMPANY-OUT-REC TO WS-PAIR-VALUE
               END-READ
           END-IF.

      *> the next NAMEPART record of the stream's type that is not on
      *> the failed list and carries no suppressed name. WS-SRC-SEQ
      *> counts every NAMEPART record, header included, so the
      *> reviewer can find it in the file
       FIND-NEXT-SOURCE.
           MOVE 'N' TO WS-PAIR-FOUND-SW
           MOVE 0 TO WS-PAIR-SRC-SEQ
           MOVE SPACE TO WS-PAIR-SRC-TYPE
           MOVE SPACES TO WS-PAIR-SRC-BODY
           PERFORM UNTIL WS-SRC-EOF
                         OR WS-PAIR-FOUND
               READ NAME-PARTS-FILE
                   AT END MOVE 'Y' TO WS-SRC-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-SRC-SEQ
                       PERFORM CHECK-SOURCE-REC
               END-READ
           END-PERFORM.

       CHECK-SOURCE-REC.
           IF (WS-PERSON-STREAM AND NP-PERSON-REC)
              OR (WS-COMPANY-STREAM AND NP-COMPANY-REC)
               IF WS-PERSON-STREAM
                   PERFORM CHECK-PERSON-SUPPRESSED
               ELSE
                   PERFORM CHECK-COMPANY-SUPPRESSED
               END-IF
               IF WS-SUPPRESSED
                   ADD 1 TO WS-SUPPRESS-COUNT
               ELSE
                   MOVE NP-REC-BODY TO WS-FAIL-FIND-BODY
                   PERFORM FIND-FAILED-SOURCE
                   IF NOT WS-FOUND
                       MOVE 'Y' TO WS-PAIR-FOUND-SW
                       MOVE WS-SRC-SEQ TO WS-PAIR-SRC-SEQ
                       MOVE NP-REC-TYPE TO WS-PAIR-SRC-TYPE
                       MOVE NP-REC-BODY TO WS-PAIR-SRC-BODY
                   END-IF
               END-IF
           END-IF.

      *> the person key rebuilt exactly as HELLO-WORLD checks it -
      *> each part standardized and clipped to its field, given,
      *> middle and surname run together, upper-cased
       CHECK-PERSON-SUPPRESSED.
           MOVE 'N' TO WS-SUPPRESSED-SW
           IF WS-SUPP-COUNT > 0
               MOVE SPACES TO WS-SUPP-MATCH-KEY
               MOVE 1 TO WS-SUPP-PTR
               MOVE NP-STR2 TO WS-STD-VALUE
               MOVE 7 TO WS-SUPP-PART-LEN
               PERFORM ADD-PART-TO-MATCH-KEY
               MOVE NP-STR3 TO WS-STD-VALUE
               MOVE 7 TO WS-SUPP-PART-LEN
               PERFORM ADD-PART-TO-MATCH-KEY
               MOVE NP-STR1 TO WS-STD-VALUE
               MOVE 15 TO WS-SUPP-PART-LEN
               PERFORM ADD-PART-TO-MATCH-KEY
               MOVE 'P' TO WS-SUPP-MATCH-TYPE
               PERFORM FIND-SUPPRESSED-NAME
           END-IF.

       CHECK-COMPANY-SUPPRESSED.
           MOVE 'N' TO WS-SUPPRESSED-SW
           IF WS-SUPP-COUNT > 0
               MOVE SPACES TO WS-SUPP-MATCH-KEY
               MOVE FUNCTION TRIM(NP-REC-BODY) TO WS-SUPP-MATCH-KEY
               MOVE 'C' TO WS-SUPP-MATCH-TYPE
               PERFORM FIND-SUPPRESSED-NAME
           END-IF.

       ADD-PART-TO-MATCH-KEY.
           MOVE 'N' TO SU-FUNCTION
           MOVE WS-STD-VALUE TO SU-SOURCE-STRING
           MOVE SPACES TO SU-SOURCE-NAME
           CALL 'STRUTIL' USING STRUTIL-PARMS
           MOVE SPACES TO WS-SUPP-PART
           MOVE SU-RESULT-STRING(1:WS-SUPP-PART-LEN) TO WS-SUPP-PART
           IF WS-SUPP-PART NOT = SPACES
               STRING FUNCTION TRIM(WS-SUPP-PART) DELIMITED BY SIZE
                      INTO WS-SUPP-MATCH-KEY
                      WITH POINTER WS-SUPP-PTR
               END-STRING
           END-IF.

       FIND-SUPPRESSED-NAME.
           MOVE FUNCTION UPPER-CASE(WS-SUPP-MATCH-KEY)
               TO WS-SUPP-MATCH-KEY
           PERFORM VARYING WS-SUPP-IX FROM 1 BY 1
                   UNTIL WS-SUPP-IX > WS-SUPP-COUNT
                         OR WS-SUPPRESSED
               IF WS-SUPP-TYPE(WS-SUPP-IX) = WS-SUPP-MATCH-TYPE
                  AND WS-SUPP-KEY(WS-SUPP-IX) = WS-SUPP-MATCH-KEY
                   MOVE 'Y' TO WS-SUPPRESSED-SW
               END-IF
           END-PERFORM.

      *> one sample: its QARESULT record, unmarked, and its block on
      *> the worksheet - kept together on one page
       WRITE-SAMPLE.
           ADD 1 TO WS-SAMPLE-NO
           ADD 1 TO WS-STREAM-SAMPLED
           MOVE SPACES TO QA-RESULT-REC
           MOVE WS-RUN-DATE TO QR-BUSINESS-DATE
           MOVE WS-STREAM-NAME TO QR-STREAM
           MOVE WS-SAMPLE-NO TO QR-SAMPLE-NO
           MOVE WS-PAIR-OUT-SEQ TO QR-OUTPUT-SEQ
           MOVE WS-PAIR-SRC-SEQ TO QR-SOURCE-SEQ
           MOVE WS-PAIR-VALUE TO QR-OUTPUT-VALUE
           MOVE WS-PAIR-SRC-TYPE TO QR-SOURCE-TYPE
           MOVE WS-PAIR-SRC-BODY TO QR-SOURCE-BODY
           WRITE QA-RESULT-REC
           IF WS-LINE-COUNT + 5 > WS-LINES-PER-PAGE
               MOVE WS-LINES-PER-PAGE TO WS-LINE-COUNT
           END-IF
           MOVE WS-SAMPLE-NO TO WS-SA-NO
           MOVE WS-STREAM-NAME TO WS-SA-STREAM
           MOVE WS-PAIR-OUT-SEQ TO WS-SA-OUT-SEQ
           MOVE WS-PAIR-SRC-SEQ TO WS-SA-SRC-SEQ
           MOVE WS-SAMPLE-LINE TO WS-PRINT-REC
           PERFORM WRITE-PRINT-LINE
           MOVE WS-PAIR-VALUE TO WS-OL-VALUE
           MOVE WS-OUTPUT-LINE TO WS-PRINT-REC
           PERFORM WRITE-PRINT-LINE
           EVALUATE TRUE
               WHEN WS-PAIR-SRC-SEQ = 0
                   MOVE '  SOURCE   : NOT MATCHED TO A NAMEPART RECORD'
                       TO WS-PRINT-REC
               WHEN WS-PERSON-STREAM
                   MOVE WS-PAIR-SRC-TYPE TO WS-PS-TYPE
                   MOVE WS-PAIR-STR1 TO WS-PS-STR1
                   MOVE WS-PAIR-STR2 TO WS-PS-STR2
                   MOVE WS-PAIR-STR3 TO WS-PS-STR3
                   MOVE WS-PERSON-SOURCE-LINE TO WS-PRINT-REC
               WHEN OTHER
                   MOVE WS-PAIR-SRC-TYPE TO WS-CS-TYPE
                   MOVE WS-PAIR-SRC-BODY TO WS-CS-NAME
                   MOVE WS-COMPANY-SOURCE-LINE TO WS-PRINT-REC
           END-EVALUATE
           PERFORM WRITE-PRINT-LINE
           MOVE WS-MARK-LINE TO WS-PRINT-REC
           PERFORM WRITE-PRINT-LINE
           MOVE SPACES TO WS-PRINT-REC
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
