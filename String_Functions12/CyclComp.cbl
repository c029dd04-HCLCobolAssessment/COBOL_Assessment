       IDENTIFICATION DIVISION.
       PROGRAM-ID. CYCLCOMP.
       AUTHOR.  HCL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> operator request card: the base business date, the date to
      *> compare it with (zero for the live files), which archived
      *> file (blank for all of them) and whether print files are
      *> compared without their page headers and run dates
           SELECT COMPARE-CARD-FILE ASSIGN TO 'COMPCARD'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CARD-STATUS.
           SELECT CYCLE-ARCHIVE-FILE ASSIGN TO 'CYCLARCH'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-ARCH-STATUS.
           SELECT ARCHIVE-CATALOG-FILE ASSIGN TO 'ARCHCAT'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CAT-STATUS.
      *> the live files, for a comparison against the current cycle
      *> before CYCLARCH has taken it
           SELECT CONCAT-OUT-1-FILE ASSIGN TO 'CONCATO1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-IN-STATUS.
           SELECT COMPANY-OUT-FILE ASSIGN TO 'CONCATC1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-IN-STATUS.
           SELECT CONCAT-OUT-2-FILE ASSIGN TO 'CONCATO2'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-IN-STATUS.
           SELECT PRINT-RP1-FILE ASSIGN TO 'PRINTRP1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-IN-STATUS.
           SELECT PRINT-RP2-FILE ASSIGN TO 'PRINTRP2'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-IN-STATUS.
           SELECT PRINT-RP4-FILE ASSIGN TO 'PRINTRP4'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-IN-STATUS.
           SELECT PRINT-RP5-FILE ASSIGN TO 'PRINTRP5'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-IN-STATUS.
           SELECT PRINT-FILE ASSIGN TO 'COMPRPT'
                  ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  COMPARE-CARD-FILE.
       01  COMPARE-CARD.
           05 CC-BASE-DATE     PIC 9(8).
           05 CC-COMPARE-DATE  PIC 9(8).
           05 CC-COMPARE-DATE-X REDEFINES CC-COMPARE-DATE PIC X(8).
           05 CC-FILE-NAME     PIC X(8).
           05 CC-IGNORE-FLAG   PIC X(1).
       FD  CYCLE-ARCHIVE-FILE.
       COPY CYCARCRC.
       FD  ARCHIVE-CATALOG-FILE.
       COPY CYCCATRC.
       FD  CONCAT-OUT-1-FILE.
       01  CONCAT-OUT-1-REC PIC X(30).
       FD  COMPANY-OUT-FILE.
       01  COMPANY-OUT-REC PIC X(40).
       FD  CONCAT-OUT-2-FILE.
       01  CONCAT-OUT-2-REC PIC X(30).
       FD  PRINT-RP1-FILE.
       01  RP1-LINE PIC X(80).
       FD  PRINT-RP2-FILE.
       01  RP2-LINE PIC X(80).
       FD  PRINT-RP4-FILE.
       01  RP4-LINE PIC X(80).
       FD  PRINT-RP5-FILE.
       01  RP5-LINE PIC X(80).
       FD  PRINT-FILE.
       01  PRINT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
       COPY RUNCTLPM.
       01 WS-EOF-SW PIC X VALUE 'N'.
           88 WS-EOF VALUE 'Y'.
       01 WS-CARD-STATUS PIC XX VALUE '00'.
       01 WS-ARCH-STATUS PIC XX VALUE '00'.
       01 WS-CAT-STATUS PIC XX VALUE '00'.
       01 WS-IN-STATUS PIC XX VALUE '00'.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-BASE-DATE PIC 9(8) VALUE 0.
       01 WS-COMPARE-DATE PIC 9(8) VALUE 0.
       01 WS-LIVE-SW PIC X VALUE 'N'.
           88 WS-COMPARE-LIVE VALUE 'Y'.
       01 WS-IGNORE-SW PIC X VALUE 'N'.
           88 WS-IGNORE-PRINT-NOISE VALUE 'Y'.
       01 WS-ONE-FILE PIC X(8) VALUE SPACES.
      *> the files CYCLARCH keeps, in the order it archives them
       01 WS-FILE-NAMES.
           05 FILLER PIC X(8) VALUE 'CONCATO1'.
           05 FILLER PIC X(8) VALUE 'CONCATC1'.
           05 FILLER PIC X(8) VALUE 'CONCATO2'.
           05 FILLER PIC X(8) VALUE 'PRINTRP1'.
           05 FILLER PIC X(8) VALUE 'PRINTRP2'.
           05 FILLER PIC X(8) VALUE 'PRINTRP4'.
           05 FILLER PIC X(8) VALUE 'PRINTRP5'.
       01 WS-FILE-NAME-TABLE REDEFINES WS-FILE-NAMES.
           05 WS-FILE-NAME PIC X(8) OCCURS 7 TIMES.
       01 WS-FILE-IX PIC 9(2) VALUE 0.
       01 WS-CUR-FILE PIC X(8) VALUE SPACES.
           88 WS-CUR-PRINT-FILE VALUE 'PRINTRP1' 'PRINTRP2'
                                      'PRINTRP4' 'PRINTRP5'.
      *> the two sides of the comparison, each record padded to the
      *> 80-byte archive image so a live record and its archived copy
      *> compare equal
       01 WS-BASE-TABLE.
           05 WS-BASE-COUNT PIC 9(5) VALUE 0.
           05 WS-BASE-REC PIC X(80) OCCURS 5000 TIMES.
       01 WS-COMP-TABLE.
           05 WS-COMP-COUNT PIC 9(5) VALUE 0.
           05 WS-COMP-REC PIC X(80) OCCURS 5000 TIMES.
       01 WS-TABLE-LIMIT PIC 9(5) VALUE 5000.
       01 WS-OVER-LIMIT-COUNT PIC 9(8) VALUE 0.
      *> which side a record is loading into, and that side's date
      *> for masking its run dates
       01 WS-LOAD-SIDE-SW PIC X VALUE 'B'.
           88 WS-LOAD-BASE    VALUE 'B'.
           88 WS-LOAD-COMPARE VALUE 'C'.
       01 WS-LOAD-IMAGE PIC X(80) VALUE SPACES.
       01 WS-AFTER-HEADER-SW PIC X VALUE 'N'.
           88 WS-AFTER-HEADER VALUE 'Y'.
       01 WS-MASK-DATE PIC 9(8) VALUE 0.
       01 WS-MASK-DASHED.
           05 WS-MD-YYYY PIC 9(4).
           05 FILLER     PIC X(1) VALUE '-'.
           05 WS-MD-MM   PIC 9(2).
           05 FILLER     PIC X(1) VALUE '-'.
           05 WS-MD-DD   PIC 9(2).
       01 WS-MASK-PLAIN PIC X(8) VALUE SPACES.
       01 WS-IGNORED-COUNT PIC 9(8) VALUE 0.
      *> a forced re-archive appends a second copy of the date - the
      *> catalog says how many records each copy holds, so the
      *> earlier copies are skipped and only the latest is compared
       01 WS-BASE-CAT-SW PIC X VALUE 'N'.
           88 WS-BASE-CATALOGED VALUE 'Y'.
       01 WS-COMP-CAT-SW PIC X VALUE 'N'.
           88 WS-COMP-CATALOGED VALUE 'Y'.
       01 WS-BASE-SKIP PIC 9(8) VALUE 0.
       01 WS-BASE-EXPECT PIC 9(8) VALUE 0.
       01 WS-BASE-SEEN PIC 9(8) VALUE 0.
       01 WS-BASE-TAKEN PIC 9(8) VALUE 0.
       01 WS-COMP-SKIP PIC 9(8) VALUE 0.
       01 WS-COMP-EXPECT PIC 9(8) VALUE 0.
       01 WS-COMP-SEEN PIC 9(8) VALUE 0.
       01 WS-COMP-TAKEN PIC 9(8) VALUE 0.
       01 WS-FILE-USABLE-SW PIC X VALUE 'Y'.
           88 WS-FILE-USABLE VALUE 'Y'.
      *> the walk through the two sides
       01 WS-BASE-IX PIC 9(5) VALUE 0.
       01 WS-COMP-IX PIC 9(5) VALUE 0.
       01 WS-RESYNC-WINDOW PIC 9(5) VALUE 20.
       01 WS-AHEAD PIC 9(5) VALUE 0.
       01 WS-ADDED-RUN PIC 9(5) VALUE 0.
       01 WS-DROPPED-RUN PIC 9(5) VALUE 0.
       01 WS-RUN-IX PIC 9(5) VALUE 0.
       01 WS-COLUMN PIC 9(3) VALUE 0.
       01 WS-MATCHED PIC 9(8) VALUE 0.
       01 WS-ADDED PIC 9(8) VALUE 0.
       01 WS-DROPPED PIC 9(8) VALUE 0.
       01 WS-CHANGED PIC 9(8) VALUE 0.
       01 WS-TOT-MATCHED PIC 9(8) VALUE 0.
       01 WS-TOT-ADDED PIC 9(8) VALUE 0.
       01 WS-TOT-DROPPED PIC 9(8) VALUE 0.
       01 WS-TOT-CHANGED PIC 9(8) VALUE 0.
      *> a file that differs throughout would bury the report - past
      *> this many differences a file's are counted but not listed
       01 WS-DETAIL-COUNT PIC 9(8) VALUE 0.
       01 WS-DETAIL-LIMIT PIC 9(8) VALUE 200.
       01 WS-PROBLEM-SW PIC X VALUE 'N'.
           88 WS-PROBLEM VALUE 'Y'.
       01 WS-PAGE-NO PIC 9(4) VALUE 0.
       01 WS-LINE-COUNT PIC 9(4) VALUE 99.
       01 WS-LINES-PER-PAGE PIC 9(4) VALUE 20.
       01 WS-PRINT-REC PIC X(80).
       01 WS-PAGE-HEAD-1.
           05 FILLER       PIC X(13) VALUE 'PROGRAM-ID : '.
           05 WS-PH-PROGID PIC X(12) VALUE 'CYCLCOMP'.
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
              'CYCLE COMPARISON  BASE: '.
           05 WS-TL-BASE    PIC X(10).
           05 FILLER        PIC X(15) VALUE '  COMPARED TO: '.
           05 WS-TL-COMPARE PIC X(10).
       01 WS-DATE-EDIT.
           05 WS-DE-YYYY PIC 9(4).
           05 FILLER     PIC X(1) VALUE '-'.
           05 WS-DE-MM   PIC 9(2).
           05 FILLER     PIC X(1) VALUE '-'.
           05 WS-DE-DD   PIC 9(2).
       01 WS-DATE-WORK PIC 9(8) VALUE 0.
       01 WS-FILE-HEAD-LINE.
           05 FILLER        PIC X(5)  VALUE 'FILE '.
           05 WS-FH-NAME    PIC X(8).
           05 FILLER        PIC X(16) VALUE '  BASE RECORDS: '.
           05 WS-FH-BASE    PIC ZZZZZZZ9.
           05 FILLER        PIC X(19) VALUE '  COMPARE RECORDS: '.
           05 WS-FH-COMP    PIC ZZZZZZZ9.
       01 WS-DIFF-LINE.
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 WS-DF-KIND    PIC X(8).
           05 FILLER        PIC X(6)  VALUE ' BASE '.
           05 WS-DF-BASE    PIC X(6).
           05 FILLER        PIC X(9)  VALUE ' COMPARE '.
           05 WS-DF-COMP    PIC X(6).
           05 WS-DF-COL-LIT PIC X(8).
           05 WS-DF-COLUMN  PIC X(3).
       01 WS-SEQ-EDIT PIC ZZZZZ9.
       01 WS-COL-EDIT PIC ZZ9.
      *> the record images under a difference: - for the base, + for
      *> the compared side, each cut at 76 bytes to fit the line
       01 WS-IMAGE-LINE.
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 WS-IM-SIGN    PIC X(1).
           05 FILLER        PIC X(1)  VALUE SPACE.
           05 WS-IM-IMAGE   PIC X(76).
       01 WS-COUNT-LINE.
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 WS-CL-NAME    PIC X(8).
           05 FILLER        PIC X(9)  VALUE ' MATCHED:'.
           05 WS-CL-MATCHED PIC ZZZZZZZ9.
           05 FILLER        PIC X(7)  VALUE ' ADDED:'.
           05 WS-CL-ADDED   PIC ZZZZZZZ9.
           05 FILLER        PIC X(9)  VALUE ' DROPPED:'.
           05 WS-CL-DROPPED PIC ZZZZZZZ9.
           05 FILLER        PIC X(9)  VALUE ' CHANGED:'.
           05 WS-CL-CHANGED PIC ZZZZZZZ9.
       01 WS-MORE-LINE.
           05 FILLER        PIC X(30) VALUE
              '  DIFFERENCES NOT LISTED:     '.
           05 WS-ML-COUNT   PIC ZZZZZZZ9.
       01 WS-IGNORED-LINE.
           05 FILLER        PIC X(30) VALUE
              '  PAGE HEADER LINES IGNORED:  '.
           05 WS-IG-COUNT   PIC ZZZZZZZ9.
       01 WS-CATALOG-LINE.
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 WS-CG-TEXT    PIC X(30).
           05 WS-CG-DATE    PIC X(10).
           05 FILLER        PIC X(11) VALUE '  CATALOG: '.
           05 WS-CG-EXPECT  PIC ZZZZZZZ9.
           05 FILLER        PIC X(8)  VALUE '  READ: '.
           05 WS-CG-TAKEN   PIC ZZZZZZZ9.
       01 WS-SUMMARY-LINE-1.
           05 FILLER        PIC X(26) VALUE
              'ENTRIES OVER TABLE LIMIT: '.
           05 WS-SM-OVER    PIC ZZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PARA.
      *>   shows what changed between two cycles' outputs, record by
      *>   record - for parallel-run sign-off on a release, or when
      *>   someone says this week's output looks different from last
           PERFORM REGISTER-RUN-START
           MOVE RC-BUSINESS-DATE TO WS-RUN-DATE
           MOVE WS-RUN-DATE(1:4) TO WS-PH-YYYY
           MOVE WS-RUN-DATE(5:2) TO WS-PH-MM
           MOVE WS-RUN-DATE(7:2) TO WS-PH-DD
           OPEN OUTPUT PRINT-FILE
           PERFORM READ-COMPARE-CARD
           MOVE WS-BASE-DATE TO WS-DATE-WORK
           PERFORM EDIT-DATE-WORK
           MOVE WS-DATE-EDIT TO WS-TL-BASE
           IF WS-COMPARE-LIVE
               MOVE 'LIVE FILES' TO WS-TL-COMPARE
           ELSE
               MOVE WS-COMPARE-DATE TO WS-DATE-WORK
               PERFORM EDIT-DATE-WORK
               MOVE WS-DATE-EDIT TO WS-TL-COMPARE
           END-IF
           MOVE WS-TITLE-LINE TO WS-PRINT-REC
           PERFORM WRITE-PRINT-LINE
           IF WS-IGNORE-PRINT-NOISE
               MOVE 'PRINT FILES: PAGE HEADERS, PAGE NUMBERS AND RUN'
                   TO WS-PRINT-REC
               PERFORM WRITE-PRINT-LINE
               MOVE '             DATES IGNORED' TO WS-PRINT-REC
               PERFORM WRITE-PRINT-LINE
           END-IF
           MOVE SPACES TO WS-PRINT-REC
           PERFORM WRITE-PRINT-LINE
           PERFORM VARYING WS-FILE-IX FROM 1 BY 1
                   UNTIL WS-FILE-IX > 7
               IF WS-ONE-FILE = SPACES
                  OR WS-ONE-FILE = WS-FILE-NAME(WS-FILE-IX)
                   MOVE WS-FILE-NAME(WS-FILE-IX) TO WS-CUR-FILE
                   PERFORM COMPARE-ONE-FILE
               END-IF
           END-PERFORM
           MOVE 'TOTAL' TO WS-CL-NAME
           MOVE WS-TOT-MATCHED TO WS-CL-MATCHED
           MOVE WS-TOT-ADDED TO WS-CL-ADDED
           MOVE WS-TOT-DROPPED TO WS-CL-DROPPED
           MOVE WS-TOT-CHANGED TO WS-CL-CHANGED
           MOVE WS-COUNT-LINE TO WS-PRINT-REC
           PERFORM WRITE-PRINT-LINE
           MOVE WS-OVER-LIMIT-COUNT TO WS-SM-OVER
           MOVE WS-SUMMARY-LINE-1 TO WS-PRINT-REC
           PERFORM WRITE-PRINT-LINE
      *>   a side that could not be pulled whole makes the comparison
      *>   itself unsound; differences alone are only worth a look
           IF WS-PROBLEM
              OR WS-OVER-LIMIT-COUNT > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-TOT-ADDED > 0
                  OR WS-TOT-DROPPED > 0
                  OR WS-TOT-CHANGED > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           CLOSE PRINT-FILE
           PERFORM REGISTER-RUN-COMPLETION
           STOP RUN.

       REGISTER-RUN-START.
           MOVE 'S' TO RC-FUNCTION
           MOVE 'CYCLCOMP' TO RC-PROGRAM-ID
           MOVE SPACES TO RC-PREREQ-1 RC-PREREQ-2
           MOVE SPACE TO RC-PREREQ-RULE
      *>   an ad-hoc comparison utility - audit every run, never
      *>   refuse a repeat against the same business date
           MOVE 'A' TO RC-DUP-RULE
           CALL 'RUNCTL' USING RUNCTL-PARMS
           IF NOT RC-OK
               DISPLAY 'CYCLCOMP NOT STARTED - ' RC-MESSAGE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       REGISTER-RUN-COMPLETION.
           MOVE RETURN-CODE TO RC-COMPLETION-CODE
           MOVE 'C' TO RC-FUNCTION
           CALL 'RUNCTL' USING RUNCTL-PARMS
      *>   CALL hands RUNCTL's own zero back through RETURN-CODE - put
      *>   the run's completion code back before STOP RUN reports it
           MOVE RC-COMPLETION-CODE TO RETURN-CODE.

      *> the base date must be a date; the compare date is a date, or
      *> zero/blank for the live files; the file is one CYCLARCH keeps
      *> or blank for all seven; the ignore flag is Y or N/blank
       READ-COMPARE-CARD.
           OPEN INPUT COMPARE-CARD-FILE
           IF WS-CARD-STATUS NOT = '00'
               MOVE 'NO COMPCARD CONTROL CARD' TO WS-PRINT-REC
               PERFORM ABEND-BAD-CARD
           END-IF
           READ COMPARE-CARD-FILE
               AT END
                   MOVE 'COMPCARD CONTROL CARD EMPTY' TO WS-PRINT-REC
                   PERFORM ABEND-BAD-CARD
           END-READ
           CLOSE COMPARE-CARD-FILE
           IF CC-BASE-DATE NOT NUMERIC
              OR CC-BASE-DATE = 0
               MOVE 'COMPCARD BASE DATE INVALID' TO WS-PRINT-REC
               PERFORM ABEND-BAD-CARD
           END-IF
           MOVE CC-BASE-DATE TO WS-BASE-DATE
           IF CC-COMPARE-DATE-X = SPACES
               MOVE 'Y' TO WS-LIVE-SW
           ELSE
               IF CC-COMPARE-DATE NOT NUMERIC
                   MOVE 'COMPCARD COMPARE DATE INVALID'
                       TO WS-PRINT-REC
                   PERFORM ABEND-BAD-CARD
               END-IF
               IF CC-COMPARE-DATE = 0
                   MOVE 'Y' TO WS-LIVE-SW
               ELSE
                   MOVE CC-COMPARE-DATE TO WS-COMPARE-DATE
               END-IF
           END-IF
           MOVE CC-FILE-NAME TO WS-ONE-FILE
           IF WS-ONE-FILE NOT = SPACES
               MOVE 'N' TO WS-FILE-USABLE-SW
               PERFORM VARYING WS-FILE-IX FROM 1 BY 1
                       UNTIL WS-FILE-IX > 7
                   IF WS-FILE-NAME(WS-FILE-IX) = WS-ONE-FILE
                       MOVE 'Y' TO WS-FILE-USABLE-SW
                   END-IF
               END-PERFORM
               IF NOT WS-FILE-USABLE
                   MOVE 'COMPCARD FILE NOT ARCHIVED' TO WS-PRINT-REC
                   PERFORM ABEND-BAD-CARD
               END-IF
           END-IF
           EVALUATE CC-IGNORE-FLAG
               WHEN 'Y'
                   MOVE 'Y' TO WS-IGNORE-SW
               WHEN 'N'
               WHEN SPACE
                   MOVE 'N' TO WS-IGNORE-SW
               WHEN OTHER
                   MOVE 'COMPCARD IGNORE FLAG NOT Y OR N'
                       TO WS-PRINT-REC
                   PERFORM ABEND-BAD-CARD
           END-EVALUATE.

       ABEND-BAD-CARD.
           DISPLAY 'CYCLCOMP ABEND - ' WS-PRINT-REC
           PERFORM WRITE-PRINT-LINE
           CLOSE PRINT-FILE
           MOVE 12 TO RETURN-CODE
           PERFORM REGISTER-RUN-COMPLETION
           STOP RUN.

       EDIT-DATE-WORK.
           MOVE WS-DATE-WORK(1:4) TO WS-DE-YYYY
           MOVE WS-DATE-WORK(5:2) TO WS-DE-MM
           MOVE WS-DATE-WORK(7:2) TO WS-DE-DD.

      *> one file: both sides pulled, checked against the catalog,
      *> walked side by side and counted
       COMPARE-ONE-FILE.
           MOVE 0 TO WS-BASE-COUNT WS-COMP-COUNT WS-IGNORED-COUNT
                     WS-MATCHED WS-ADDED WS-DROPPED WS-CHANGED
                     WS-DETAIL-COUNT
           MOVE 'Y' TO WS-FILE-USABLE-SW
           MOVE 'N' TO WS-AFTER-HEADER-SW
           PERFORM FIND-CATALOG-ENTRIES
           PERFORM LOAD-ARCHIVED-SIDES
           IF WS-COMPARE-LIVE
               MOVE 'C' TO WS-LOAD-SIDE-SW
               MOVE WS-RUN-DATE TO WS-MASK-DATE
               PERFORM SET-MASK-DATE
               MOVE 'N' TO WS-AFTER-HEADER-SW
               PERFORM LOAD-LIVE-FILE
           END-IF
           MOVE WS-CUR-FILE TO WS-FH-NAME
           MOVE WS-BASE-COUNT TO WS-FH-BASE
           MOVE WS-COMP-COUNT TO WS-FH-COMP
           MOVE WS-FILE-HEAD-LINE TO WS-PRINT-REC
           PERFORM WRITE-PRINT-LINE
           PERFORM CHECK-ARCHIVED-COUNTS
           IF WS-FILE-USABLE
               PERFORM WALK-BOTH-SIDES
               IF WS-DETAIL-COUNT > WS-DETAIL-LIMIT
                   COMPUTE WS-ML-COUNT =
                       WS-DETAIL-COUNT - WS-DETAIL-LIMIT
                   MOVE WS-MORE-LINE TO WS-PRINT-REC
                   PERFORM WRITE-PRINT-LINE
               END-IF
               IF WS-IGNORE-PRINT-NOISE
                  AND WS-CUR-PRINT-FILE
                   MOVE WS-IGNORED-COUNT TO WS-IG-COUNT
                   MOVE WS-IGNORED-LINE TO WS-PRINT-REC
                   PERFORM WRITE-PRINT-LINE
               END-IF
           ELSE
               MOVE '  FILE NOT COMPARED' TO WS-PRINT-REC
               PERFORM WRITE-PRINT-LINE
           END-IF
           MOVE WS-CUR-FILE TO WS-CL-NAME
           MOVE WS-MATCHED TO WS-CL-MATCHED
           MOVE WS-ADDED TO WS-CL-ADDED
           MOVE WS-DROPPED TO WS-CL-DROPPED
           MOVE WS-CHANGED TO WS-CL-CHANGED
           MOVE WS-COUNT-LINE TO WS-PRINT-REC
           PERFORM WRITE-PRINT-LINE
           MOVE SPACES TO WS-PRINT-REC
           PERFORM WRITE-PRINT-LINE
           ADD WS-MATCHED TO WS-TOT-MATCHED
           ADD WS-ADDED TO WS-TOT-ADDED
           ADD WS-DROPPED TO WS-TOT-DROPPED
           ADD WS-CHANGED TO WS-TOT-CHANGED.

      *> every catalog entry for the file on each archived date - the
      *> last one is the copy to compare, the ones before it are the
      *> records to skip
       FIND-CATALOG-ENTRIES.
           MOVE 'N' TO WS-BASE-CAT-SW WS-COMP-CAT-SW
           MOVE 0 TO WS-BASE-SKIP WS-BASE-EXPECT WS-BASE-SEEN
                     WS-BASE-TAKEN WS-COMP-SKIP WS-COMP-EXPECT
                     WS-COMP-SEEN WS-COMP-TAKEN
           OPEN INPUT ARCHIVE-CATALOG-FILE
           IF WS-CAT-STATUS = '00'
               READ ARCHIVE-CATALOG-FILE
                   AT END MOVE 'Y' TO WS-EOF-SW
               END-READ
               PERFORM UNTIL WS-EOF
                   IF CT-FILE-NAME = WS-CUR-FILE
                       IF CT-BUSINESS-DATE = WS-BASE-DATE
                           ADD WS-BASE-EXPECT TO WS-BASE-SKIP
                           MOVE CT-RECORD-COUNT TO WS-BASE-EXPECT
                           MOVE 'Y' TO WS-BASE-CAT-SW
                       END-IF
                       IF CT-BUSINESS-DATE = WS-COMPARE-DATE
                          AND NOT WS-COMPARE-LIVE
                           ADD WS-COMP-EXPECT TO WS-COMP-SKIP
                           MOVE CT-RECORD-COUNT TO WS-COMP-EXPECT
                           MOVE 'Y' TO WS-COMP-CAT-SW
                       END-IF
                   END-IF
                   READ ARCHIVE-CATALOG-FILE
                       AT END MOVE 'Y' TO WS-EOF-SW
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-CATALOG-FILE
               MOVE 'N' TO WS-EOF-SW
           END-IF.

      *> one pass of the container feeds both archived sides
       LOAD-ARCHIVED-SIDES.
           OPEN INPUT CYCLE-ARCHIVE-FILE
           IF WS-ARCH-STATUS = '00'
               READ CYCLE-ARCHIVE-FILE
                   AT END MOVE 'Y' TO WS-EOF-SW
               END-READ
               PERFORM UNTIL WS-EOF
                   IF AR-FILE-NAME = WS-CUR-FILE
                       PERFORM TAKE-ARCHIVE-REC
                   END-IF
                   READ CYCLE-ARCHIVE-FILE
                       AT END MOVE 'Y' TO WS-EOF-SW
                   END-READ
               END-PERFORM
               CLOSE CYCLE-ARCHIVE-FILE
               MOVE 'N' TO WS-EOF-SW
           END-IF.

       TAKE-ARCHIVE-REC.
           IF AR-BUSINESS-DATE = WS-BASE-DATE
               ADD 1 TO WS-BASE-SEEN
               IF WS-BASE-SEEN > WS-BASE-SKIP
                   ADD 1 TO WS-BASE-TAKEN
                   MOVE 'B' TO WS-LOAD-SIDE-SW
                   MOVE WS-BASE-DATE TO WS-MASK-DATE
                   PERFORM SET-MASK-DATE
                   MOVE AR-RECORD-IMAGE TO WS-LOAD-IMAGE
                   PERFORM ADD-LOADED-RECORD
               END-IF
           END-IF
           IF AR-BUSINESS-DATE = WS-COMPARE-DATE
              AND NOT WS-COMPARE-LIVE
               ADD 1 TO WS-COMP-SEEN
               IF WS-COMP-SEEN > WS-COMP-SKIP
                   ADD 1 TO WS-COMP-TAKEN
                   MOVE 'C' TO WS-LOAD-SIDE-SW
                   MOVE WS-COMPARE-DATE TO WS-MASK-DATE
                   PERFORM SET-MASK-DATE
                   MOVE AR-RECORD-IMAGE TO WS-LOAD-IMAGE
                   PERFORM ADD-LOADED-RECORD
               END-IF
           END-IF.

      *> an archived side must be in the catalog and come back with
      *> the count the catalog holds, as CYCLRTRV proves a reprint
       CHECK-ARCHIVED-COUNTS.
           IF NOT WS-BASE-CATALOGED
               MOVE 'BASE DATE NOT IN CATALOG   ' TO WS-CG-TEXT
               MOVE WS-BASE-DATE TO WS-DATE-WORK
               PERFORM REPORT-CATALOG-PROBLEM
           ELSE
               IF WS-BASE-TAKEN NOT = WS-BASE-EXPECT
                   MOVE 'BASE COUNT MISMATCH         ' TO WS-CG-TEXT
                   MOVE WS-BASE-DATE TO WS-DATE-WORK
                   PERFORM REPORT-CATALOG-PROBLEM
               END-IF
           END-IF
           IF NOT WS-COMPARE-LIVE
               IF NOT WS-COMP-CATALOGED
                   MOVE 'COMPARE DATE NOT IN CATALOG' TO WS-CG-TEXT
                   MOVE WS-COMPARE-DATE TO WS-DATE-WORK
                   PERFORM REPORT-CATALOG-PROBLEM
               ELSE
                   IF WS-COMP-TAKEN NOT = WS-COMP-EXPECT
                       MOVE 'COMPARE COUNT MISMATCH' TO WS-CG-TEXT
                       MOVE WS-COMPARE-DATE TO WS-DATE-WORK
                       PERFORM REPORT-CATALOG-PROBLEM
                   END-IF
               END-IF
           END-IF.

       REPORT-CATALOG-PROBLEM.
           MOVE 'N' TO WS-FILE-USABLE-SW
           MOVE 'Y' TO WS-PROBLEM-SW
           PERFORM EDIT-DATE-WORK
           MOVE WS-DATE-EDIT TO WS-CG-DATE
           IF WS-DATE-WORK = WS-BASE-DATE
               MOVE WS-BASE-EXPECT TO WS-CG-EXPECT
               MOVE WS-BASE-TAKEN TO WS-CG-TAKEN
           ELSE
               MOVE WS-COMP-EXPECT TO WS-CG-EXPECT
               MOVE WS-COMP-TAKEN TO WS-CG-TAKEN
           END-IF
           MOVE WS-CATALOG-LINE TO WS-PRINT-REC
           PERFORM WRITE-PRINT-LINE.

      *> the current cycle's file as it stands - a file that is not
      *> there compares as empty, the way CYCLARCH catalogs it
       LOAD-LIVE-FILE.
           EVALUATE WS-CUR-FILE
               WHEN 'CONCATO1'
                   PERFORM LOAD-LIVE-CONCATO1
               WHEN 'CONCATC1'
                   PERFORM LOAD-LIVE-CONCATC1
               WHEN 'CONCATO2'
                   PERFORM LOAD-LIVE-CONCATO2
               WHEN 'PRINTRP1'
                   PERFORM LOAD-LIVE-PRINTRP1
               WHEN 'PRINTRP2'
                   PERFORM LOAD-LIVE-PRINTRP2
               WHEN 'PRINTRP4'
                   PERFORM LOAD-LIVE-PRINTRP4
               WHEN 'PRINTRP5'
                   PERFORM LOAD-LIVE-PRINTRP5
           END-EVALUATE.

       LOAD-LIVE-CONCATO1.
           OPEN INPUT CONCAT-OUT-1-FILE
           IF WS-IN-STATUS = '00'
               READ CONCAT-OUT-1-FILE
                   AT END MOVE 'Y' TO WS-EOF-SW
               END-READ
               PERFORM UNTIL WS-EOF
                   MOVE SPACES TO WS-LOAD-IMAGE
                   MOVE CONCAT-OUT-1-REC TO WS-LOAD-IMAGE
                   PERFORM ADD-LOADED-RECORD
                   READ CONCAT-OUT-1-FILE
                       AT END MOVE 'Y' TO WS-EOF-SW
                   END-READ
               END-PERFORM
               CLOSE CONCAT-OUT-1-FILE
               MOVE 'N' TO WS-EOF-SW
           END-IF.

       LOAD-LIVE-CONCATC1.
           OPEN INPUT COMPANY-OUT-FILE
           IF WS-IN-STATUS = '00'
               READ COMPANY-OUT-FILE
                   AT END MOVE 'Y' TO WS-EOF-SW
               END-READ
               PERFORM UNTIL WS-EOF
                   MOVE SPACES TO WS-LOAD-IMAGE
                   MOVE COMPANY-OUT-REC TO WS-LOAD-IMAGE
                   PERFORM ADD-LOADED-RECORD
                   READ COMPANY-OUT-FILE
                       AT END MOVE 'Y' TO WS-EOF-SW
                   END-READ
               END-PERFORM
               CLOSE COMPANY-OUT-FILE
               MOVE 'N' TO WS-EOF-SW
           END-IF.

       LOAD-LIVE-CONCATO2.
           OPEN INPUT CONCAT-OUT-2-FILE
           IF WS-IN-STATUS = '00'
               READ CONCAT-OUT-2-FILE
                   AT END MOVE 'Y' TO WS-EOF-SW
               END-READ
               PERFORM UNTIL WS-EOF
                   MOVE SPACES TO WS-LOAD-IMAGE
                   MOVE CONCAT-OUT-2-REC TO WS-LOAD-IMAGE
                   PERFORM ADD-LOADED-RECORD
                   READ CONCAT-OUT-2-FILE
                       AT END MOVE 'Y' TO WS-EOF-SW
                   END-READ
               END-PERFORM
               CLOSE CONCAT-OUT-2-FILE
               MOVE 'N' TO WS-EOF-SW
           END-IF.

       LOAD-LIVE-PRINTRP1.
           OPEN INPUT PRINT-RP1-FILE
           IF WS-IN-STATUS = '00'
               READ PRINT-RP1-FILE
                   AT END MOVE 'Y' TO WS-EOF-SW
               END-READ
               PERFORM UNTIL WS-EOF
                   MOVE RP1-LINE TO WS-LOAD-IMAGE
                   PERFORM ADD-LOADED-RECORD
                   READ PRINT-RP1-FILE
                       AT END MOVE 'Y' TO WS-EOF-SW
                   END-READ
               END-PERFORM
               CLOSE PRINT-RP1-FILE
               MOVE 'N' TO WS-EOF-SW
           END-IF.

       LOAD-LIVE-PRINTRP2.
           OPEN INPUT PRINT-RP2-FILE
           IF WS-IN-STATUS = '00'
               READ PRINT-RP2-FILE
                   AT END MOVE 'Y' TO WS-EOF-SW
               END-READ
               PERFORM UNTIL WS-EOF
                   MOVE RP2-LINE TO WS-LOAD-IMAGE
                   PERFORM ADD-LOADED-RECORD
                   READ PRINT-RP2-FILE
                       AT END MOVE 'Y' TO WS-EOF-SW
                   END-READ
               END-PERFORM
               CLOSE PRINT-RP2-FILE
               MOVE 'N' TO WS-EOF-SW
           END-IF.

       LOAD-LIVE-PRINTRP4.
           OPEN INPUT PRINT-RP4-FILE
           IF WS-IN-STATUS = '00'
               READ PRINT-RP4-FILE
                   AT END MOVE 'Y' TO WS-EOF-SW
               END-READ
               PERFORM UNTIL WS-EOF
                   MOVE RP4-LINE TO WS-LOAD-IMAGE
                   PERFORM ADD-LOADED-RECORD
                   READ PRINT-RP4-FILE
                       AT END MOVE 'Y' TO WS-EOF-SW
                   END-READ
               END-PERFORM
               CLOSE PRINT-RP4-FILE
               MOVE 'N' TO WS-EOF-SW
           END-IF.

       LOAD-LIVE-PRINTRP5.
           OPEN INPUT PRINT-RP5-FILE
           IF WS-IN-STATUS = '00'
               READ PRINT-RP5-FILE
                   AT END MOVE 'Y' TO WS-EOF-SW
               END-READ
               PERFORM UNTIL WS-EOF
                   MOVE RP5-LINE TO WS-LOAD-IMAGE
                   PERFORM ADD-LOADED-RECORD
                   READ PRINT-RP5-FILE
                       AT END MOVE 'Y' TO WS-EOF-SW
                   END-READ
               END-PERFORM
               CLOSE PRINT-RP5-FILE
               MOVE 'N' TO WS-EOF-SW
           END-IF.

      *> the run date in both the forms the reports print it in
       SET-MASK-DATE.
           MOVE WS-MASK-DATE(1:4) TO WS-MD-YYYY
           MOVE WS-MASK-DATE(5:2) TO WS-MD-MM
           MOVE WS-MASK-DATE(7:2) TO WS-MD-DD
           MOVE WS-MASK-DATE TO WS-MASK-PLAIN.

      *> one record onto its side. With the ignore option a print
      *> file's shared page header (PROGRAM-ID / RUN DATE / PAGE) is
      *> dropped with the blank line under it, since page breaks fall
      *> differently once a single line moves, and the side's own run
      *> date is masked wherever else a line carries it
       ADD-LOADED-RECORD.
           IF WS-IGNORE-PRINT-NOISE
              AND WS-CUR-PRINT-FILE
               EVALUATE TRUE
                   WHEN WS-LOAD-IMAGE(1:13) = 'PROGRAM-ID : '
                        AND WS-LOAD-IMAGE(26:11) = '  RUN DATE:'
                       ADD 1 TO WS-IGNORED-COUNT
                       MOVE 'Y' TO WS-AFTER-HEADER-SW
                   WHEN WS-AFTER-HEADER
                        AND WS-LOAD-IMAGE = SPACES
                       ADD 1 TO WS-IGNORED-COUNT
                       MOVE 'N' TO WS-AFTER-HEADER-SW
                   WHEN OTHER
                       MOVE 'N' TO WS-AFTER-HEADER-SW
                       INSPECT WS-LOAD-IMAGE
                           REPLACING ALL WS-MASK-DASHED BY 'YYYY-MM-DD'
                       INSPECT WS-LOAD-IMAGE
                           REPLACING ALL WS-MASK-PLAIN BY 'YYYYMMDD'
                       PERFORM STORE-LOADED-RECORD
               END-EVALUATE
           ELSE
               PERFORM STORE-LOADED-RECORD
           END-IF.

       STORE-LOADED-RECORD.
           IF WS-LOAD-BASE
               IF WS-BASE-COUNT < WS-TABLE-LIMIT
                   ADD 1 TO WS-BASE-COUNT
                   MOVE WS-LOAD-IMAGE TO WS-BASE-REC(WS-BASE-COUNT)
               ELSE
                   ADD 1 TO WS-OVER-LIMIT-COUNT
               END-IF
           ELSE
               IF WS-COMP-COUNT < WS-TABLE-LIMIT
                   ADD 1 TO WS-COMP-COUNT
                   MOVE WS-LOAD-IMAGE TO WS-COMP-REC(WS-COMP-COUNT)
               ELSE
                   ADD 1 TO WS-OVER-LIMIT-COUNT
               END-IF
           END-IF.

      *> the two sides are walked together in record order. Equal
      *> records match; otherwise the next few records of each side
      *> are searched for the other side's current record - found
      *> ahead on the compared side, the records skipped over were
      *> added; found ahead on the base side, they were dropped; not
      *> found within the window, the pair is one changed record
       WALK-BOTH-SIDES.
           MOVE 1 TO WS-BASE-IX WS-COMP-IX
           PERFORM UNTIL WS-BASE-IX > WS-BASE-COUNT
                         AND WS-COMP-IX > WS-COMP-COUNT
               EVALUATE TRUE
                   WHEN WS-BASE-IX > WS-BASE-COUNT
                       PERFORM REPORT-ADDED
                       ADD 1 TO WS-COMP-IX
                   WHEN WS-COMP-IX > WS-COMP-COUNT
                       PERFORM REPORT-DROPPED
                       ADD 1 TO WS-BASE-IX
                   WHEN WS-BASE-REC(WS-BASE-IX)
                        = WS-COMP-REC(WS-COMP-IX)
                       ADD 1 TO WS-MATCHED
                       ADD 1 TO WS-BASE-IX
                       ADD 1 TO WS-COMP-IX
                   WHEN OTHER
                       PERFORM RESYNC-SIDES
               END-EVALUATE
           END-PERFORM.

       RESYNC-SIDES.
           MOVE 0 TO WS-ADDED-RUN WS-DROPPED-RUN
           PERFORM VARYING WS-AHEAD FROM 1 BY 1
                   UNTIL WS-AHEAD > WS-RESYNC-WINDOW
                         OR WS-ADDED-RUN > 0
                         OR WS-DROPPED-RUN > 0
               IF WS-COMP-IX + WS-AHEAD <= WS-COMP-COUNT
                   IF WS-BASE-REC(WS-BASE-IX)
                      = WS-COMP-REC(WS-COMP-IX + WS-AHEAD)
                       MOVE WS-AHEAD TO WS-ADDED-RUN
                   END-IF
               END-IF
               IF WS-ADDED-RUN = 0
                  AND WS-BASE-IX + WS-AHEAD <= WS-BASE-COUNT
                   IF WS-COMP-REC(WS-COMP-IX)
                      = WS-BASE-REC(WS-BASE-IX + WS-AHEAD)
                       MOVE WS-AHEAD TO WS-DROPPED-RUN
                   END-IF
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-ADDED-RUN > 0
                   PERFORM VARYING WS-RUN-IX FROM 1 BY 1
                           UNTIL WS-RUN-IX > WS-ADDED-RUN
                       PERFORM REPORT-ADDED
                       ADD 1 TO WS-COMP-IX
                   END-PERFORM
               WHEN WS-DROPPED-RUN > 0
                   PERFORM VARYING WS-RUN-IX FROM 1 BY 1
                           UNTIL WS-RUN-IX > WS-DROPPED-RUN
                       PERFORM REPORT-DROPPED
                       ADD 1 TO WS-BASE-IX
                   END-PERFORM
               WHEN OTHER
                   PERFORM REPORT-CHANGED
                   ADD 1 TO WS-BASE-IX
                   ADD 1 TO WS-COMP-IX
           END-EVALUATE.

       REPORT-ADDED.
           ADD 1 TO WS-ADDED
           ADD 1 TO WS-DETAIL-COUNT
           IF WS-DETAIL-COUNT <= WS-DETAIL-LIMIT
               MOVE 'ADDED' TO WS-DF-KIND
               MOVE SPACES TO WS-DF-BASE WS-DF-COL-LIT WS-DF-COLUMN
               MOVE WS-COMP-IX TO WS-SEQ-EDIT
               MOVE WS-SEQ-EDIT TO WS-DF-COMP
               MOVE WS-DIFF-LINE TO WS-PRINT-REC
               PERFORM WRITE-PRINT-LINE
               MOVE '+' TO WS-IM-SIGN
               MOVE WS-COMP-REC(WS-COMP-IX) TO WS-IM-IMAGE
               MOVE WS-IMAGE-LINE TO WS-PRINT-REC
               PERFORM WRITE-PRINT-LINE
           END-IF.

       REPORT-DROPPED.
           ADD 1 TO WS-DROPPED
           ADD 1 TO WS-DETAIL-COUNT
           IF WS-DETAIL-COUNT <= WS-DETAIL-LIMIT
               MOVE 'DROPPED' TO WS-DF-KIND
               MOVE SPACES TO WS-DF-COMP WS-DF-COL-LIT WS-DF-COLUMN
               MOVE WS-BASE-IX TO WS-SEQ-EDIT
               MOVE WS-SEQ-EDIT TO WS-DF-BASE
               MOVE WS-DIFF-LINE TO WS-PRINT-REC
               PERFORM WRITE-PRINT-LINE
               MOVE '-' TO WS-IM-SIGN
               MOVE WS-BASE-REC(WS-BASE-IX) TO WS-IM-IMAGE
               MOVE WS-IMAGE-LINE TO WS-PRINT-REC
               PERFORM WRITE-PRINT-LINE
           END-IF.

      *> a changed record is shown both ways, with the first column
      *> the two images differ in
       REPORT-CHANGED.
           ADD 1 TO WS-CHANGED
           ADD 1 TO WS-DETAIL-COUNT
           IF WS-DETAIL-COUNT <= WS-DETAIL-LIMIT
               MOVE 1 TO WS-COLUMN
               PERFORM UNTIL WS-COLUMN > 80
                       OR WS-BASE-REC(WS-BASE-IX)(WS-COLUMN:1)
                          NOT = WS-COMP-REC(WS-COMP-IX)(WS-COLUMN:1)
                   ADD 1 TO WS-COLUMN
               END-PERFORM
               MOVE 'CHANGED' TO WS-DF-KIND
               MOVE WS-BASE-IX TO WS-SEQ-EDIT
               MOVE WS-SEQ-EDIT TO WS-DF-BASE
               MOVE WS-COMP-IX TO WS-SEQ-EDIT
               MOVE WS-SEQ-EDIT TO WS-DF-COMP
               MOVE ' COLUMN ' TO WS-DF-COL-LIT
               MOVE WS-COLUMN TO WS-COL-EDIT
               MOVE WS-COL-EDIT TO WS-DF-COLUMN
               MOVE WS-DIFF-LINE TO WS-PRINT-REC
               PERFORM WRITE-PRINT-LINE
               MOVE '-' TO WS-IM-SIGN
               MOVE WS-BASE-REC(WS-BASE-IX) TO WS-IM-IMAGE
               MOVE WS-IMAGE-LINE TO WS-PRINT-REC
               PERFORM WRITE-PRINT-LINE
               MOVE '+' TO WS-IM-SIGN
               MOVE WS-COMP-REC(WS-COMP-IX) TO WS-IM-IMAGE
               MOVE WS-IMAGE-LINE TO WS-PRINT-REC
               PERFORM WRITE-PRINT-LINE
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
