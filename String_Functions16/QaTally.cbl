       IDENTIFICATION DIVISION.
       PROGRAM-ID. QATALLY.
       AUTHOR.  HCL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> the samples QASAMPLE drew, as the reviewers marked them
           SELECT QA-RESULT-FILE ASSIGN TO 'QARESULT'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-QARESULT-STATUS.
           SELECT QA-HIST-FILE ASSIGN TO 'QAHIST'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-QAHIST-STATUS.
           SELECT QA-HIST-WORK-FILE ASSIGN TO 'QAHWRK'
                  ORGANIZATION IS SEQUENTIAL.
           SELECT PRINT-FILE ASSIGN TO 'QATALLY'
                  ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  QA-RESULT-FILE.
       COPY QARESREC.
       FD  QA-HIST-FILE.
       COPY QAHISTRC.
       FD  QA-HIST-WORK-FILE.
       01  QA-HIST-WORK-REC PIC X(47).
       FD  PRINT-FILE.
       01  PRINT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
       COPY RUNCTLPM.
       01 WS-EOF-SW PIC X VALUE 'N'.
           88 WS-EOF VALUE 'Y'.
       01 WS-QARESULT-STATUS PIC XX VALUE '00'.
       01 WS-QAHIST-STATUS PIC XX VALUE '00'.
       01 WS-RUN-DATE PIC 9(8).
      *> one entry per sampled date and stream in the result file -
      *> the figures that replace the date's history records
       01 WS-BATCH-TABLE.
           05 WS-BT-COUNT PIC 9(4) VALUE 0.
           05 WS-BT-ENTRY OCCURS 62 TIMES.
              10 WS-BT-DATE      PIC 9(8).
              10 WS-BT-STREAM    PIC X(8).
              10 WS-BT-SAMPLED   PIC 9(6).
              10 WS-BT-REVIEWED  PIC 9(6).
              10 WS-BT-PASSED    PIC 9(6).
              10 WS-BT-FAILED    PIC 9(6).
              10 WS-BT-OPEN      PIC 9(6).
              10 WS-BT-INVALID   PIC 9(6).
       01 WS-BT-LIMIT PIC 9(4) VALUE 62.
       01 WS-BT-IX PIC 9(4) VALUE 0.
      *> the same dates' failed samples by stream and defect code
       01 WS-BATCH-DEFECT-TABLE.
           05 WS-BD-COUNT PIC 9(4) VALUE 0.
           05 WS-BD-ENTRY OCCURS 400 TIMES.
              10 WS-BD-DATE      PIC 9(8).
              10 WS-BD-STREAM    PIC X(8).
              10 WS-BD-CODE      PIC X(4).
              10 WS-BD-TALLY     PIC 9(6).
       01 WS-BD-LIMIT PIC 9(4) VALUE 400.
       01 WS-BD-IX PIC 9(4) VALUE 0.
      *> per stream, and for all streams together: this tally's
      *> reviewed samples, and the running totals over every date
      *> held in the history once this tally is in it
       01 WS-RUNNING-TABLE.
           05 WS-RN-COUNT PIC 9(4) VALUE 0.
           05 WS-RN-ENTRY OCCURS 10 TIMES.
              10 WS-RN-STREAM      PIC X(8).
              10 WS-RN-BT-REVIEWED PIC 9(7).
              10 WS-RN-BT-PASSED   PIC 9(7).
              10 WS-RN-REVIEWED    PIC 9(9).
              10 WS-RN-PASSED      PIC 9(9).
              10 WS-RN-FAILED      PIC 9(9).
       01 WS-RN-LIMIT PIC 9(4) VALUE 10.
       01 WS-RN-IX PIC 9(4) VALUE 0.
       01 WS-RUNNING-DEFECT-TABLE.
           05 WS-RD-COUNT PIC 9(4) VALUE 0.
           05 WS-RD-ENTRY OCCURS 80 TIMES.
              10 WS-RD-STREAM      PIC X(8).
              10 WS-RD-CODE        PIC X(4).
              10 WS-RD-BT-TALLY    PIC 9(7).
              10 WS-RD-TALLY       PIC 9(9).
       01 WS-RD-LIMIT PIC 9(4) VALUE 80.
       01 WS-RD-IX PIC 9(4) VALUE 0.
       01 WS-ALL-STREAMS PIC X(8) VALUE 'ALL'.
       01 WS-FIND-DATE PIC 9(8) VALUE 0.
       01 WS-FIND-STREAM PIC X(8) VALUE SPACES.
       01 WS-FIND-CODE PIC X(4) VALUE SPACES.
       01 WS-FOUND-SW PIC X VALUE 'N'.
           88 WS-FOUND VALUE 'Y'.
      *> figures on their way into the running tables
       01 WS-ADD-REVIEWED PIC 9(6) VALUE 0.
       01 WS-ADD-PASSED PIC 9(6) VALUE 0.
       01 WS-ADD-FAILED PIC 9(6) VALUE 0.
       01 WS-ADD-TALLY PIC 9(6) VALUE 0.
       01 WS-ADD-BATCH-SW PIC X VALUE 'N'.
           88 WS-ADD-BATCH VALUE 'Y'.
       01 WS-PRINT-ALL-SW PIC X VALUE 'N'.
           88 WS-PRINT-ALL VALUE 'Y'.
       01 WS-RESULT-READ-COUNT PIC 9(8) VALUE 0.
       01 WS-OPEN-COUNT PIC 9(8) VALUE 0.
       01 WS-INVALID-COUNT PIC 9(8) VALUE 0.
       01 WS-OVER-LIMIT-COUNT PIC 9(8) VALUE 0.
       01 WS-HIST-READ-COUNT PIC 9(8) VALUE 0.
       01 WS-HIST-KEPT-COUNT PIC 9(8) VALUE 0.
       01 WS-HIST-REPLACED-COUNT PIC 9(8) VALUE 0.
       01 WS-HIST-ADDED-COUNT PIC 9(8) VALUE 0.
       01 WS-INVALID-REASON PIC X(34) VALUE SPACES.
       01 WS-RATE PIC 9(3)V9(2) VALUE 0.
       01 WS-RATE-EDIT PIC ZZ9.99.
       01 WS-RATE-TEXT PIC X(7) VALUE SPACES.
       01 WS-RATE-BASE PIC 9(9) VALUE 0.
       01 WS-RATE-PART PIC 9(9) VALUE 0.
      *> the defect codes QARESREC allows, with what each one means
       01 WS-DEFECT-NAMES.
           05 FILLER PIC X(4)  VALUE 'TORD'.
           05 FILLER PIC X(24) VALUE 'TOKEN ORDER'.
           05 FILLER PIC X(4)  VALUE 'TRNC'.
           05 FILLER PIC X(24) VALUE 'NAME TRUNCATED'.
           05 FILLER PIC X(4)  VALUE 'SPAC'.
           05 FILLER PIC X(24) VALUE 'SPACING'.
           05 FILLER PIC X(4)  VALUE 'CHAR'.
           05 FILLER PIC X(24) VALUE 'CHARACTER LOST OR WRONG'.
           05 FILLER PIC X(4)  VALUE 'SRCE'.
           05 FILLER PIC X(24) VALUE 'WRONG SOURCE RECORD'.
           05 FILLER PIC X(4)  VALUE 'OTHR'.
           05 FILLER PIC X(24) VALUE 'OTHER'.
       01 WS-DEFECT-NAME-TABLE REDEFINES WS-DEFECT-NAMES.
           05 WS-DN-ENTRY OCCURS 6 TIMES.
              10 WS-DN-CODE PIC X(4).
              10 WS-DN-TEXT PIC X(24).
       01 WS-DN-IX PIC 9(2) VALUE 0.
       01 WS-PAGE-NO PIC 9(4) VALUE 0.
       01 WS-LINE-COUNT PIC 9(4) VALUE 99.
       01 WS-LINES-PER-PAGE PIC 9(4) VALUE 20.
       01 WS-PRINT-REC PIC X(80).
       01 WS-PAGE-HEAD-1.
           05 FILLER       PIC X(13) VALUE 'PROGRAM-ID : '.
           05 WS-PH-PROGID PIC X(12) VALUE 'QATALLY'.
           05 FILLER       PIC X(11) VALUE '  RUN DATE:'.
           05 WS-PH-YYYY   PIC 9(4).
           05 FILLER       PIC X(1)  VALUE '-'.
           05 WS-PH-MM     PIC 9(2).
           05 FILLER       PIC X(1)  VALUE '-'.
           05 WS-PH-DD     PIC 9(2).
           05 FILLER       PIC X(7)  VALUE '  PAGE:'.
           05 WS-PH-PAGE   PIC ZZZ9.
       01 WS-INVALID-LINE.
           05 FILLER        PIC X(7)  VALUE 'SAMPLE '.
           05 WS-IV-NO      PIC 9(4).
           05 FILLER        PIC X(1)  VALUE SPACE.
           05 WS-IV-DATE    PIC 9(8).
           05 FILLER        PIC X(1)  VALUE SPACE.
           05 WS-IV-STREAM  PIC X(8).
           05 FILLER        PIC X(1)  VALUE SPACE.
           05 WS-IV-MARK    PIC X(1).
           05 FILLER        PIC X(1)  VALUE SPACE.
           05 WS-IV-CODE    PIC X(4).
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 WS-IV-REASON  PIC X(34).
       01 WS-BATCH-HEAD.
           05 FILLER        PIC X(34) VALUE
              'DATE      STREAM  SAMPLED REVIEWED'.
           05 FILLER        PIC X(40) VALUE
              ' PASSED FAILED UNMARKED INVALID ACCURACY'.
       01 WS-BATCH-LINE.
           05 WS-BL-DATE    PIC 9(8).
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 WS-BL-STREAM  PIC X(8).
           05 FILLER        PIC X(1)  VALUE SPACE.
           05 WS-BL-SAMPLED PIC ZZZZZ9.
           05 FILLER        PIC X(3)  VALUE SPACES.
           05 WS-BL-REVIEWED PIC ZZZZZ9.
           05 FILLER        PIC X(1)  VALUE SPACE.
           05 WS-BL-PASSED  PIC ZZZZZ9.
           05 FILLER        PIC X(1)  VALUE SPACE.
           05 WS-BL-FAILED  PIC ZZZZZ9.
           05 FILLER        PIC X(3)  VALUE SPACES.
           05 WS-BL-OPEN    PIC ZZZZZ9.
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 WS-BL-INVALID PIC ZZZZZ9.
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 WS-BL-RATE    PIC X(7).
       01 WS-RUNNING-HEAD-1.
           05 FILLER        PIC X(30) VALUE
              '            -- THIS TALLY --'.
           05 FILLER        PIC X(36) VALUE
              '------- ALL DATES ON HISTORY -------'.
       01 WS-RUNNING-HEAD-2.
           05 FILLER        PIC X(30) VALUE
              'STREAM     REVIEWED ACCURACY'.
           05 FILLER        PIC X(36) VALUE
              ' REVIEWED   PASSED   FAILED ACCURACY'.
       01 WS-RUNNING-LINE.
           05 WS-RL-STREAM  PIC X(8).
           05 FILLER        PIC X(4)  VALUE SPACES.
           05 WS-RL-BT-REVIEWED PIC ZZZZZZ9.
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 WS-RL-BT-RATE PIC X(7).
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 WS-RL-REVIEWED PIC ZZZZZZZZ9.
           05 WS-RL-PASSED  PIC ZZZZZZZZ9.
           05 WS-RL-FAILED  PIC ZZZZZZZZ9.
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 WS-RL-RATE    PIC X(7).
       01 WS-DEFECT-HEAD.
           05 FILLER        PIC X(40) VALUE
              'STREAM   CODE  DEFECT'.
           05 FILLER        PIC X(32) VALUE
              'THIS TALLY   RUNNING    RATE PCT'.
       01 WS-DEFECT-LINE.
           05 WS-DL-STREAM  PIC X(8).
           05 FILLER        PIC X(1)  VALUE SPACE.
           05 WS-DL-CODE    PIC X(4).
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 WS-DL-TEXT    PIC X(24).
           05 FILLER        PIC X(4)  VALUE SPACES.
           05 WS-DL-BT-TALLY PIC ZZZZZZ9.
           05 FILLER        PIC X(1)  VALUE SPACE.
           05 WS-DL-TALLY   PIC ZZZZZZZZ9.
           05 FILLER        PIC X(5)  VALUE SPACES.
           05 WS-DL-RATE    PIC X(7).
       01 WS-SUMMARY-LINE-1.
           05 FILLER        PIC X(23) VALUE 'RESULT RECORDS READ:  '.
           05 WS-SM-RESULTS PIC ZZZZZZZ9.
           05 FILLER        PIC X(12) VALUE '  UNMARKED: '.
           05 WS-SM-OPEN    PIC ZZZZZZZ9.
           05 FILLER        PIC X(11) VALUE '  INVALID: '.
           05 WS-SM-INVALID PIC ZZZZZZZ9.
       01 WS-SUMMARY-LINE-2.
           05 FILLER        PIC X(15) VALUE 'QAHIST READ:  '.
           05 WS-SM-READ    PIC ZZZZZZZ9.
           05 FILLER        PIC X(8)  VALUE '  KEPT: '.
           05 WS-SM-KEPT    PIC ZZZZZZZ9.
           05 FILLER        PIC X(12) VALUE '  REPLACED: '.
           05 WS-SM-REPLACED PIC ZZZZZZZ9.
           05 FILLER        PIC X(9)  VALUE '  ADDED: '.
           05 WS-SM-ADDED   PIC ZZZZZZZ9.
       01 WS-SUMMARY-LINE-3.
           05 FILLER        PIC X(26) VALUE
              'ENTRIES OVER TABLE LIMIT: '.
           05 WS-SM-OVER    PIC ZZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PARA.
      *>   the reviewers' marks on a QA sample are read back, checked,
      *>   and folded into the accuracy history - the report gives the
      *>   accuracy of the marked dates and the running accuracy per
      *>   stream and per defect code over every date reviewed so far
           PERFORM REGISTER-RUN-START
           MOVE RC-BUSINESS-DATE TO WS-RUN-DATE
           MOVE WS-RUN-DATE(1:4) TO WS-PH-YYYY
           MOVE WS-RUN-DATE(5:2) TO WS-PH-MM
           MOVE WS-RUN-DATE(7:2) TO WS-PH-DD
           OPEN OUTPUT PRINT-FILE
           MOVE 'MARKS NOT COUNTED' TO WS-PRINT-REC
           PERFORM WRITE-PRINT-LINE
           PERFORM READ-MARKED-RESULTS
           IF WS-INVALID-COUNT = 0
               MOVE '  NONE' TO WS-PRINT-REC
               PERFORM WRITE-PRINT-LINE
           END-IF
           MOVE SPACES TO WS-PRINT-REC
           PERFORM WRITE-PRINT-LINE
           IF WS-RESULT-READ-COUNT = 0
      *>       nothing to fold in - the history is left as it stands
               MOVE 'QARESULT EMPTY OR MISSING - HISTORY NOT CHANGED'
                   TO WS-PRINT-REC
               PERFORM WRITE-PRINT-LINE
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM ROLL-QA-HISTORY
               PERFORM PRINT-TALLY
               IF WS-OPEN-COUNT > 0
                  OR WS-INVALID-COUNT > 0
                  OR WS-OVER-LIMIT-COUNT > 0
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
           MOVE 'QATALLY' TO RC-PROGRAM-ID
      *>   the marks come back whenever the review is finished, days
      *>   after the sample was drawn - there is nothing to wait for
           MOVE SPACES TO RC-PREREQ-1 RC-PREREQ-2
           MOVE SPACE TO RC-PREREQ-RULE
      *>   a marked date's history records are replaced on every run,
      *>   so tallying again after late marks is harmless
           MOVE 'A' TO RC-DUP-RULE
           CALL 'RUNCTL' USING RUNCTL-PARMS
           IF NOT RC-OK
               DISPLAY 'QATALLY NOT STARTED - ' RC-MESSAGE
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

       READ-MARKED-RESULTS.
           OPEN INPUT QA-RESULT-FILE
           IF WS-QARESULT-STATUS = '00'
               READ QA-RESULT-FILE
                   AT END MOVE 'Y' TO WS-EOF-SW
               END-READ
               PERFORM UNTIL WS-EOF
                   ADD 1 TO WS-RESULT-READ-COUNT
                   PERFORM CHECK-ONE-MARK
                   READ QA-RESULT-FILE
                       AT END MOVE 'Y' TO WS-EOF-SW
                   END-READ
               END-PERFORM
               CLOSE QA-RESULT-FILE
               MOVE 'N' TO WS-EOF-SW
           END-IF.

      *> a sample counts as reviewed only when its mark is whole: a
      *> pass with no defect code, or a fail with a known one, and a
      *> reviewer named either way. Anything else is listed and left
      *> out of the accuracy figures; a blank mark is still open
       CHECK-ONE-MARK.
           MOVE QR-BUSINESS-DATE TO WS-FIND-DATE
           MOVE QR-STREAM TO WS-FIND-STREAM
           PERFORM FIND-BATCH-ENTRY
           IF WS-BT-IX > 0
               PERFORM CLASSIFY-ONE-MARK
           END-IF.

       CLASSIFY-ONE-MARK.
           ADD 1 TO WS-BT-SAMPLED(WS-BT-IX)
           MOVE SPACES TO WS-INVALID-REASON
           EVALUATE TRUE
               WHEN QR-NOT-MARKED
                    AND QR-DEFECT-CODE = SPACES
                   ADD 1 TO WS-BT-OPEN(WS-BT-IX)
                   ADD 1 TO WS-OPEN-COUNT
               WHEN QR-NOT-MARKED
                   MOVE 'DEFECT CODE BUT NO MARK'
                       TO WS-INVALID-REASON
               WHEN QR-REVIEWER = SPACES
                   MOVE 'MARKED WITHOUT A REVIEWER'
                       TO WS-INVALID-REASON
               WHEN QR-PASS
                    AND QR-DEFECT-CODE = SPACES
                   ADD 1 TO WS-BT-REVIEWED(WS-BT-IX)
                   ADD 1 TO WS-BT-PASSED(WS-BT-IX)
               WHEN QR-PASS
                   MOVE 'PASS MARKED WITH A DEFECT CODE'
                       TO WS-INVALID-REASON
               WHEN QR-FAIL
                    AND QR-VALID-DEFECT
                   ADD 1 TO WS-BT-REVIEWED(WS-BT-IX)
                   ADD 1 TO WS-BT-FAILED(WS-BT-IX)
                   MOVE QR-DEFECT-CODE TO WS-FIND-CODE
                   PERFORM FIND-BATCH-DEFECT
                   IF WS-BD-IX > 0
                       ADD 1 TO WS-BD-TALLY(WS-BD-IX)
                   END-IF
               WHEN QR-FAIL
                    AND QR-DEFECT-CODE = SPACES
                   MOVE 'FAIL MARKED WITHOUT A DEFECT CODE'
                       TO WS-INVALID-REASON
               WHEN QR-FAIL
                   MOVE 'UNKNOWN DEFECT CODE'
                       TO WS-INVALID-REASON
               WHEN OTHER
                   MOVE 'MARK IS NOT P OR F'
                       TO WS-INVALID-REASON
           END-EVALUATE
           IF WS-INVALID-REASON NOT = SPACES
               ADD 1 TO WS-BT-INVALID(WS-BT-IX)
               ADD 1 TO WS-INVALID-COUNT
               MOVE QR-SAMPLE-NO TO WS-IV-NO
               MOVE QR-BUSINESS-DATE TO WS-IV-DATE
               MOVE QR-STREAM TO WS-IV-STREAM
               MOVE QR-RESULT TO WS-IV-MARK
               MOVE QR-DEFECT-CODE TO WS-IV-CODE
               MOVE WS-INVALID-REASON TO WS-IV-REASON
               MOVE WS-INVALID-LINE TO WS-PRINT-REC
               PERFORM WRITE-PRINT-LINE
           END-IF.

      *> the table entry for WS-FIND-DATE and WS-FIND-STREAM, added on
      *> first sight - WS-BT-IX comes back zero when the table is full
       FIND-BATCH-ENTRY.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING WS-BT-IX FROM 1 BY 1
                   UNTIL WS-BT-IX > WS-BT-COUNT
                         OR WS-FOUND
               IF WS-BT-DATE(WS-BT-IX) = WS-FIND-DATE
                  AND WS-BT-STREAM(WS-BT-IX) = WS-FIND-STREAM
                   MOVE 'Y' TO WS-FOUND-SW
               END-IF
           END-PERFORM
           IF WS-FOUND
               SUBTRACT 1 FROM WS-BT-IX
           ELSE
               IF WS-BT-COUNT < WS-BT-LIMIT
                   ADD 1 TO WS-BT-COUNT
                   MOVE WS-BT-COUNT TO WS-BT-IX
                   INITIALIZE WS-BT-ENTRY(WS-BT-IX)
                   MOVE WS-FIND-DATE TO WS-BT-DATE(WS-BT-IX)
                   MOVE WS-FIND-STREAM TO WS-BT-STREAM(WS-BT-IX)
               ELSE
                   ADD 1 TO WS-OVER-LIMIT-COUNT
                   MOVE 0 TO WS-BT-IX
               END-IF
           END-IF.

       FIND-BATCH-DEFECT.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING WS-BD-IX FROM 1 BY 1
                   UNTIL WS-BD-IX > WS-BD-COUNT
                         OR WS-FOUND
               IF WS-BD-DATE(WS-BD-IX) = WS-FIND-DATE
                  AND WS-BD-STREAM(WS-BD-IX) = WS-FIND-STREAM
                  AND WS-BD-CODE(WS-BD-IX) = WS-FIND-CODE
                   MOVE 'Y' TO WS-FOUND-SW
               END-IF
           END-PERFORM
           IF WS-FOUND
               SUBTRACT 1 FROM WS-BD-IX
           ELSE
               IF WS-BD-COUNT < WS-BD-LIMIT
                   ADD 1 TO WS-BD-COUNT
                   MOVE WS-BD-COUNT TO WS-BD-IX
                   INITIALIZE WS-BD-ENTRY(WS-BD-IX)
                   MOVE WS-FIND-DATE TO WS-BD-DATE(WS-BD-IX)
                   MOVE WS-FIND-STREAM TO WS-BD-STREAM(WS-BD-IX)
                   MOVE WS-FIND-CODE TO WS-BD-CODE(WS-BD-IX)
               ELSE
                   ADD 1 TO WS-OVER-LIMIT-COUNT
                   MOVE 0 TO WS-BD-IX
               END-IF
           END-IF.

       FIND-RUNNING-ENTRY.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING WS-RN-IX FROM 1 BY 1
                   UNTIL WS-RN-IX > WS-RN-COUNT
                         OR WS-FOUND
               IF WS-RN-STREAM(WS-RN-IX) = WS-FIND-STREAM
                   MOVE 'Y' TO WS-FOUND-SW
               END-IF
           END-PERFORM
           IF WS-FOUND
               SUBTRACT 1 FROM WS-RN-IX
           ELSE
               IF WS-RN-COUNT < WS-RN-LIMIT
                   ADD 1 TO WS-RN-COUNT
                   MOVE WS-RN-COUNT TO WS-RN-IX
                   INITIALIZE WS-RN-ENTRY(WS-RN-IX)
                   MOVE WS-FIND-STREAM TO WS-RN-STREAM(WS-RN-IX)
               ELSE
                   ADD 1 TO WS-OVER-LIMIT-COUNT
                   MOVE 0 TO WS-RN-IX
               END-IF
           END-IF.

       FIND-RUNNING-DEFECT.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING WS-RD-IX FROM 1 BY 1
                   UNTIL WS-RD-IX > WS-RD-COUNT
                         OR WS-FOUND
               IF WS-RD-STREAM(WS-RD-IX) = WS-FIND-STREAM
                  AND WS-RD-CODE(WS-RD-IX) = WS-FIND-CODE
                   MOVE 'Y' TO WS-FOUND-SW
               END-IF
           END-PERFORM
           IF WS-FOUND
               SUBTRACT 1 FROM WS-RD-IX
           ELSE
               IF WS-RD-COUNT < WS-RD-LIMIT
                   ADD 1 TO WS-RD-COUNT
                   MOVE WS-RD-COUNT TO WS-RD-IX
                   INITIALIZE WS-RD-ENTRY(WS-RD-IX)
                   MOVE WS-FIND-STREAM TO WS-RD-STREAM(WS-RD-IX)
                   MOVE WS-FIND-CODE TO WS-RD-CODE(WS-RD-IX)
               ELSE
                   ADD 1 TO WS-OVER-LIMIT-COUNT
                   MOVE 0 TO WS-RD-IX
               END-IF
           END-IF.

      *> two passes, as FEEDQUAL rolls its history: the history is
      *> copied to the work file without the records of any date this
      *> tally covers (they are replaced), the kept records are summed
      *> into the running totals on the way past, and this tally's
      *> records are added; the work file is then copied back
       ROLL-QA-HISTORY.
           OPEN OUTPUT QA-HIST-WORK-FILE
           OPEN INPUT QA-HIST-FILE
           IF WS-QAHIST-STATUS = '00'
               READ QA-HIST-FILE
                   AT END MOVE 'Y' TO WS-EOF-SW
               END-READ
               PERFORM UNTIL WS-EOF
                   ADD 1 TO WS-HIST-READ-COUNT
                   PERFORM CHECK-HISTORY-DATE
                   IF WS-FOUND
                       ADD 1 TO WS-HIST-REPLACED-COUNT
                   ELSE
                       WRITE QA-HIST-WORK-REC FROM QA-HIST-REC
                       ADD 1 TO WS-HIST-KEPT-COUNT
                       MOVE 'N' TO WS-ADD-BATCH-SW
                       PERFORM ADD-HISTORY-TO-RUNNING
                   END-IF
                   READ QA-HIST-FILE
                       AT END MOVE 'Y' TO WS-EOF-SW
                   END-READ
               END-PERFORM
               CLOSE QA-HIST-FILE
               MOVE 'N' TO WS-EOF-SW
           END-IF
           PERFORM WRITE-TALLY-HISTORY
           CLOSE QA-HIST-WORK-FILE
           OPEN INPUT QA-HIST-WORK-FILE
           OPEN OUTPUT QA-HIST-FILE
           READ QA-HIST-WORK-FILE
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ
           PERFORM UNTIL WS-EOF
               WRITE QA-HIST-REC FROM QA-HIST-WORK-REC
               READ QA-HIST-WORK-FILE
                   AT END MOVE 'Y' TO WS-EOF-SW
               END-READ
           END-PERFORM
           CLOSE QA-HIST-WORK-FILE
                 QA-HIST-FILE
           MOVE 'N' TO WS-EOF-SW.

      *> does this history record's date appear in the tally
       CHECK-HISTORY-DATE.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING WS-BT-IX FROM 1 BY 1
                   UNTIL WS-BT-IX > WS-BT-COUNT
                         OR WS-FOUND
               IF WS-BT-DATE(WS-BT-IX) = QH-BUSINESS-DATE
                   MOVE 'Y' TO WS-FOUND-SW
               END-IF
           END-PERFORM.

      *> one history record, kept or newly written, into the running
      *> totals for its stream and for all streams together
       ADD-HISTORY-TO-RUNNING.
           IF QH-STREAM-TOTALS
               MOVE QH-REVIEWED-COUNT TO WS-ADD-REVIEWED
               MOVE QH-PASSED-COUNT TO WS-ADD-PASSED
               MOVE QH-FAILED-COUNT TO WS-ADD-FAILED
               MOVE QH-STREAM TO WS-FIND-STREAM
               PERFORM ADD-RUNNING-FIGURES
               MOVE WS-ALL-STREAMS TO WS-FIND-STREAM
               PERFORM ADD-RUNNING-FIGURES
           END-IF
           IF QH-DEFECT-COUNT
               MOVE QH-DEFECT-TALLY TO WS-ADD-TALLY
               MOVE QH-DEFECT-CODE TO WS-FIND-CODE
               MOVE QH-STREAM TO WS-FIND-STREAM
               PERFORM ADD-RUNNING-DEFECT
               MOVE WS-ALL-STREAMS TO WS-FIND-STREAM
               PERFORM ADD-RUNNING-DEFECT
           END-IF.

       ADD-RUNNING-FIGURES.
           PERFORM FIND-RUNNING-ENTRY
           IF WS-RN-IX > 0
               ADD WS-ADD-REVIEWED TO WS-RN-REVIEWED(WS-RN-IX)
               ADD WS-ADD-PASSED TO WS-RN-PASSED(WS-RN-IX)
               ADD WS-ADD-FAILED TO WS-RN-FAILED(WS-RN-IX)
               IF WS-ADD-BATCH
                   ADD WS-ADD-REVIEWED TO WS-RN-BT-REVIEWED(WS-RN-IX)
                   ADD WS-ADD-PASSED TO WS-RN-BT-PASSED(WS-RN-IX)
               END-IF
           END-IF.

       ADD-RUNNING-DEFECT.
           PERFORM FIND-RUNNING-DEFECT
           IF WS-RD-IX > 0
               ADD WS-ADD-TALLY TO WS-RD-TALLY(WS-RD-IX)
               IF WS-ADD-BATCH
                   ADD WS-ADD-TALLY TO WS-RD-BT-TALLY(WS-RD-IX)
               END-IF
           END-IF.

      *> each tallied date and stream as an 'S' record followed by its
      *> 'D' records, and each into the running totals
       WRITE-TALLY-HISTORY.
           MOVE 'Y' TO WS-ADD-BATCH-SW
           PERFORM VARYING WS-BT-IX FROM 1 BY 1
                   UNTIL WS-BT-IX > WS-BT-COUNT
               MOVE SPACES TO QA-HIST-REC
               MOVE WS-BT-DATE(WS-BT-IX) TO QH-BUSINESS-DATE
               MOVE WS-BT-STREAM(WS-BT-IX) TO QH-STREAM
               MOVE 'S' TO QH-REC-TYPE
               MOVE WS-BT-SAMPLED(WS-BT-IX) TO QH-SAMPLED-COUNT
               MOVE WS-BT-REVIEWED(WS-BT-IX) TO QH-REVIEWED-COUNT
               MOVE WS-BT-PASSED(WS-BT-IX) TO QH-PASSED-COUNT
               MOVE WS-BT-FAILED(WS-BT-IX) TO QH-FAILED-COUNT
               WRITE QA-HIST-WORK-REC FROM QA-HIST-REC
               ADD 1 TO WS-HIST-ADDED-COUNT
               PERFORM ADD-HISTORY-TO-RUNNING
               PERFORM VARYING WS-BD-IX FROM 1 BY 1
                       UNTIL WS-BD-IX > WS-BD-COUNT
                   IF WS-BD-DATE(WS-BD-IX) = WS-BT-DATE(WS-BT-IX)
                      AND WS-BD-STREAM(WS-BD-IX)
                          = WS-BT-STREAM(WS-BT-IX)
                       MOVE SPACES TO QA-HIST-REC
                       MOVE WS-BD-DATE(WS-BD-IX) TO QH-BUSINESS-DATE
                       MOVE WS-BD-STREAM(WS-BD-IX) TO QH-STREAM
                       MOVE 'D' TO QH-REC-TYPE
                       MOVE WS-BD-CODE(WS-BD-IX) TO QH-DEFECT-CODE
                       MOVE WS-BD-TALLY(WS-BD-IX) TO QH-DEFECT-TALLY
                       WRITE QA-HIST-WORK-REC FROM QA-HIST-REC
                       ADD 1 TO WS-HIST-ADDED-COUNT
                       PERFORM ADD-HISTORY-TO-RUNNING
                   END-IF
               END-PERFORM
           END-PERFORM.

       PRINT-TALLY.
           MOVE 'MARKED SAMPLES BY DATE AND STREAM' TO WS-PRINT-REC
           PERFORM WRITE-PRINT-LINE
           MOVE WS-BATCH-HEAD TO WS-PRINT-REC
           PERFORM WRITE-PRINT-LINE
           PERFORM VARYING WS-BT-IX FROM 1 BY 1
                   UNTIL WS-BT-IX > WS-BT-COUNT
               MOVE WS-BT-DATE(WS-BT-IX) TO WS-BL-DATE
               MOVE WS-BT-STREAM(WS-BT-IX) TO WS-BL-STREAM
               MOVE WS-BT-SAMPLED(WS-BT-IX) TO WS-BL-SAMPLED
               MOVE WS-BT-REVIEWED(WS-BT-IX) TO WS-BL-REVIEWED
               MOVE WS-BT-PASSED(WS-BT-IX) TO WS-BL-PASSED
               MOVE WS-BT-FAILED(WS-BT-IX) TO WS-BL-FAILED
               MOVE WS-BT-OPEN(WS-BT-IX) TO WS-BL-OPEN
               MOVE WS-BT-INVALID(WS-BT-IX) TO WS-BL-INVALID
               MOVE WS-BT-PASSED(WS-BT-IX) TO WS-RATE-PART
               MOVE WS-BT-REVIEWED(WS-BT-IX) TO WS-RATE-BASE
               PERFORM FORMAT-RATE
               MOVE WS-RATE-TEXT TO WS-BL-RATE
               MOVE WS-BATCH-LINE TO WS-PRINT-REC
               PERFORM WRITE-PRINT-LINE
           END-PERFORM
           MOVE SPACES TO WS-PRINT-REC
           PERFORM WRITE-PRINT-LINE
           MOVE 'ACCURACY BY STREAM' TO WS-PRINT-REC
           PERFORM WRITE-PRINT-LINE
           MOVE WS-RUNNING-HEAD-1 TO WS-PRINT-REC
           PERFORM WRITE-PRINT-LINE
           MOVE WS-RUNNING-HEAD-2 TO WS-PRINT-REC
           PERFORM WRITE-PRINT-LINE
      *>   the streams first, then all streams together
           MOVE 'N' TO WS-PRINT-ALL-SW
           PERFORM PRINT-RUNNING-LINES
           MOVE 'Y' TO WS-PRINT-ALL-SW
           PERFORM PRINT-RUNNING-LINES
           MOVE SPACES TO WS-PRINT-REC
           PERFORM WRITE-PRINT-LINE
           MOVE 'FAILED SAMPLES BY DEFECT CODE' TO WS-PRINT-REC
           PERFORM WRITE-PRINT-LINE
           MOVE WS-DEFECT-HEAD TO WS-PRINT-REC
           PERFORM WRITE-PRINT-LINE
           IF WS-RD-COUNT = 0
               MOVE '  NONE' TO WS-PRINT-REC
               PERFORM WRITE-PRINT-LINE
           END-IF
           MOVE 'N' TO WS-PRINT-ALL-SW
           PERFORM PRINT-DEFECT-LINES
           MOVE 'Y' TO WS-PRINT-ALL-SW
           PERFORM PRINT-DEFECT-LINES
           MOVE SPACES TO WS-PRINT-REC
           PERFORM WRITE-PRINT-LINE
           MOVE WS-RESULT-READ-COUNT TO WS-SM-RESULTS
           MOVE WS-OPEN-COUNT TO WS-SM-OPEN
           MOVE WS-INVALID-COUNT TO WS-SM-INVALID
           MOVE WS-SUMMARY-LINE-1 TO WS-PRINT-REC
           PERFORM WRITE-PRINT-LINE
           MOVE WS-HIST-READ-COUNT TO WS-SM-READ
           MOVE WS-HIST-KEPT-COUNT TO WS-SM-KEPT
           MOVE WS-HIST-REPLACED-COUNT TO WS-SM-REPLACED
           MOVE WS-HIST-ADDED-COUNT TO WS-SM-ADDED
           MOVE WS-SUMMARY-LINE-2 TO WS-PRINT-REC
           PERFORM WRITE-PRINT-LINE
           MOVE WS-OVER-LIMIT-COUNT TO WS-SM-OVER
           MOVE WS-SUMMARY-LINE-3 TO WS-PRINT-REC
           PERFORM WRITE-PRINT-LINE.

      *> the stream entries, or the all-streams entry alone
       PRINT-RUNNING-LINES.
           PERFORM VARYING WS-RN-IX FROM 1 BY 1
                   UNTIL WS-RN-IX > WS-RN-COUNT
               IF (WS-PRINT-ALL
                   AND WS-RN-STREAM(WS-RN-IX) = WS-ALL-STREAMS)
                  OR (NOT WS-PRINT-ALL
                   AND WS-RN-STREAM(WS-RN-IX) NOT = WS-ALL-STREAMS)
                   MOVE WS-RN-STREAM(WS-RN-IX) TO WS-RL-STREAM
                   MOVE WS-RN-BT-REVIEWED(WS-RN-IX)
                       TO WS-RL-BT-REVIEWED
                   MOVE WS-RN-BT-PASSED(WS-RN-IX) TO WS-RATE-PART
                   MOVE WS-RN-BT-REVIEWED(WS-RN-IX) TO WS-RATE-BASE
                   PERFORM FORMAT-RATE
                   MOVE WS-RATE-TEXT TO WS-RL-BT-RATE
                   MOVE WS-RN-REVIEWED(WS-RN-IX) TO WS-RL-REVIEWED
                   MOVE WS-RN-PASSED(WS-RN-IX) TO WS-RL-PASSED
                   MOVE WS-RN-FAILED(WS-RN-IX) TO WS-RL-FAILED
                   MOVE WS-RN-PASSED(WS-RN-IX) TO WS-RATE-PART
                   MOVE WS-RN-REVIEWED(WS-RN-IX) TO WS-RATE-BASE
                   PERFORM FORMAT-RATE
                   MOVE WS-RATE-TEXT TO WS-RL-RATE
                   MOVE WS-RUNNING-LINE TO WS-PRINT-REC
                   PERFORM WRITE-PRINT-LINE
               END-IF
           END-PERFORM.

      *> each defect code's running count as a share of the stream's
      *> reviewed samples - how often the stream's output has the
      *> fault, not merely how the failures divide up
       PRINT-DEFECT-LINES.
           PERFORM VARYING WS-RD-IX FROM 1 BY 1
                   UNTIL WS-RD-IX > WS-RD-COUNT
               IF (WS-PRINT-ALL
                   AND WS-RD-STREAM(WS-RD-IX) = WS-ALL-STREAMS)
                  OR (NOT WS-PRINT-ALL
                   AND WS-RD-STREAM(WS-RD-IX) NOT = WS-ALL-STREAMS)
                   MOVE WS-RD-STREAM(WS-RD-IX) TO WS-DL-STREAM
                   MOVE WS-RD-CODE(WS-RD-IX) TO WS-DL-CODE
                   MOVE SPACES TO WS-DL-TEXT
                   PERFORM VARYING WS-DN-IX FROM 1 BY 1
                           UNTIL WS-DN-IX > 6
                       IF WS-DN-CODE(WS-DN-IX) = WS-RD-CODE(WS-RD-IX)
                           MOVE WS-DN-TEXT(WS-DN-IX) TO WS-DL-TEXT
                       END-IF
                   END-PERFORM
                   MOVE WS-RD-BT-TALLY(WS-RD-IX) TO WS-DL-BT-TALLY
                   MOVE WS-RD-TALLY(WS-RD-IX) TO WS-DL-TALLY
                   MOVE WS-RD-STREAM(WS-RD-IX) TO WS-FIND-STREAM
                   PERFORM FIND-RUNNING-ENTRY
                   MOVE 0 TO WS-RATE-BASE
                   IF WS-RN-IX > 0
                       MOVE WS-RN-REVIEWED(WS-RN-IX) TO WS-RATE-BASE
                   END-IF
                   MOVE WS-RD-TALLY(WS-RD-IX) TO WS-RATE-PART
                   PERFORM FORMAT-RATE
                   MOVE WS-RATE-TEXT TO WS-DL-RATE
                   MOVE WS-DEFECT-LINE TO WS-PRINT-REC
                   PERFORM WRITE-PRINT-LINE
               END-IF
           END-PERFORM.

      *> WS-RATE-PART as a percentage of WS-RATE-BASE, or N/A when
      *> nothing has been reviewed to take a rate of
       FORMAT-RATE.
           IF WS-RATE-BASE = 0
               MOVE '    N/A' TO WS-RATE-TEXT
           ELSE
               COMPUTE WS-RATE ROUNDED =
                   WS-RATE-PART * 100 / WS-RATE-BASE
               MOVE WS-RATE TO WS-RATE-EDIT
               MOVE SPACES TO WS-RATE-TEXT
               MOVE WS-RATE-EDIT TO WS-RATE-TEXT(2:6)
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
