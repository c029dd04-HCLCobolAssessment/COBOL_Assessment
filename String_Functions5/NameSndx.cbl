       IDENTIFICATION DIVISION.
       PROGRAM-ID. NAMESNDX.
       AUTHOR.  HCL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NAME-MASTER-FILE ASSIGN TO 'NAMEMAST'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS NM-NAME-KEY
                  FILE STATUS IS WS-MASTER-STATUS.
           SELECT SOUNDEX-XREF-FILE ASSIGN TO 'NAMEXREF'
                  ORGANIZATION IS SEQUENTIAL.
           SELECT PRINT-FILE ASSIGN TO 'SNDXRPT'
                  ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  NAME-MASTER-FILE.
       COPY NAMEMREC.
       FD  SOUNDEX-XREF-FILE.
       COPY NAMEXREC.
       FD  PRINT-FILE.
       01  PRINT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
       COPY RUNCTLPM.
       01 WS-SCAN-EOF-SW PIC X VALUE 'N'.
           88 WS-SCAN-EOF VALUE 'Y'.
       01 WS-MASTER-STATUS PIC XX VALUE '00'.
      *> every key on the master, coded, held for the pairwise pass -
      *> a sound-alike can sit anywhere in key order ("SMITH" and
      *> "SMYTHE" are nowhere near each other once the first names
      *> differ), so the whole master has to be in hand at once. Keys
      *> past the limit are counted and reported, never compared.
       01 WS-KEY-LIMIT PIC 9(5) VALUE 10000.
       01 WS-SX-TABLE.
           05 WS-KEY-COUNT PIC 9(5) VALUE 0.
           05 WS-SX-ENTRY OCCURS 10000 TIMES.
              10 WS-SX-KEY         PIC X(30).
              10 WS-SX-FIRST-SEEN  PIC 9(8).
              10 WS-SX-LAST-SEEN   PIC 9(8).
              10 WS-SX-TIMES-SEEN  PIC 9(6).
              10 WS-SX-SOURCE      PIC X(8).
              10 WS-SX-SPELLING    PIC X(30).
              10 WS-SX-SPELL-LEN   PIC 9(2).
              10 WS-SX-PHONETIC    PIC X(30).
              10 WS-SX-PHON-LEN    PIC 9(2).
              10 WS-SX-PAIR-COUNT  PIC 9(4).
       01 WS-A-IX PIC 9(5) VALUE 0.
       01 WS-B-IX PIC 9(5) VALUE 0.
       01 WS-B-START PIC 9(5) VALUE 0.
      *> a pair is a suspect when the keys sound alike over most of
      *> their length and, taking sound and spelling together, are
      *> close - sound alone would pair every SMITH with every SMALL
      *> once the rest of the key agreed
       01 WS-SOUND-FLOOR PIC 9(3) VALUE 80.
       01 WS-SUSPECT-FLOOR PIC 9(3) VALUE 80.
       01 WS-SOUND-SCORE PIC 9(3) VALUE 0.
       01 WS-SPELL-SCORE PIC 9(3) VALUE 0.
       01 WS-MATCH-SCORE PIC 9(3) VALUE 0.
       01 WS-PAIR-SUSPECT-SW PIC X VALUE 'N'.
           88 WS-PAIR-SUSPECT VALUE 'Y'.
       01 WS-MATCH-BAND PIC X(8) VALUE SPACES.
       01 WS-LEN-GAP PIC 9(2) VALUE 0.
       01 WS-LEN-LONGER PIC 9(2) VALUE 0.
      *> phonetic coding work areas - a whole key goes in, its sound
      *> skeleton comes out: the first letter, then one digit for
      *> each run of letters that sound alike
       01 WS-SX-TOKEN PIC X(30) VALUE SPACES.
       01 WS-SX-DIGITS PIC X(30) VALUE SPACES.
       01 WS-SX-CODE PIC X(30) VALUE SPACES.
       01 WS-SX-PREV PIC X(1) VALUE SPACE.
       01 WS-SX-LEN PIC 9(2) VALUE 0.
       01 WS-SX-IX PIC 9(2) VALUE 0.
       01 WS-SX-START PIC 9(2) VALUE 0.
      *> edit distance work areas - the fewest single-character
      *> changes that turn string A into string B, worked a row at a
      *> time; element n of a row is column n - 1
       01 WS-ED-A PIC X(30) VALUE SPACES.
       01 WS-ED-B PIC X(30) VALUE SPACES.
       01 WS-ED-LEN-A PIC 9(2) VALUE 0.
       01 WS-ED-LEN-B PIC 9(2) VALUE 0.
       01 WS-ED-I PIC 9(2) VALUE 0.
       01 WS-ED-J PIC 9(2) VALUE 0.
       01 WS-ED-COST PIC 9(2) VALUE 0.
       01 WS-ED-BEST PIC 9(2) VALUE 0.
       01 WS-ED-DIST PIC 9(2) VALUE 0.
       01 WS-ED-SIMILAR PIC 9(3) VALUE 0.
       01 WS-ED-PREV-ROW.
           05 WS-ED-PREV OCCURS 31 TIMES PIC 9(2).
       01 WS-ED-CURR-ROW.
           05 WS-ED-CURR OCCURS 31 TIMES PIC 9(2).
       01 WS-MASTER-COUNT PIC 9(8) VALUE 0.
       01 WS-OVER-LIMIT-COUNT PIC 9(8) VALUE 0.
       01 WS-UNCODED-COUNT PIC 9(8) VALUE 0.
       01 WS-PAIR-COUNT PIC 9(8) VALUE 0.
       01 WS-STRONG-COUNT PIC 9(8) VALUE 0.
       01 WS-PROBABLE-COUNT PIC 9(8) VALUE 0.
       01 WS-POSSIBLE-COUNT PIC 9(8) VALUE 0.
       01 WS-XREF-COUNT PIC 9(8) VALUE 0.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-PAGE-NO PIC 9(4) VALUE 0.
       01 WS-LINE-COUNT PIC 9(4) VALUE 99.
       01 WS-LINES-PER-PAGE PIC 9(4) VALUE 20.
       01 WS-PRINT-REC PIC X(80).
       01 WS-PAGE-HEAD-1.
           05 FILLER       PIC X(13) VALUE 'PROGRAM-ID : '.
           05 WS-PH-PROGID PIC X(12) VALUE 'NAMESNDX'.
           05 FILLER       PIC X(11) VALUE '  RUN DATE:'.
           05 WS-PH-YYYY   PIC 9(4).
           05 FILLER       PIC X(1)  VALUE '-'.
           05 WS-PH-MM     PIC 9(2).
           05 FILLER       PIC X(1)  VALUE '-'.
           05 WS-PH-DD     PIC 9(2).
           05 FILLER       PIC X(7)  VALUE '  PAGE:'.
           05 WS-PH-PAGE   PIC ZZZ9.
       01 WS-PAIR-LINE.
           05 FILLER        PIC X(14) VALUE 'SUSPECT PAIR: '.
           05 WS-PR-NO      PIC ZZZZZ9.
           05 FILLER        PIC X(12) VALUE '  STRENGTH: '.
           05 WS-PR-SCORE   PIC ZZ9.
           05 FILLER        PIC X(2)  VALUE '% '.
           05 WS-PR-BAND    PIC X(8).
           05 FILLER        PIC X(9)  VALUE '  SOUND: '.
           05 WS-PR-SOUND   PIC ZZ9.
           05 FILLER        PIC X(12) VALUE '%  SPELLING:'.
           05 WS-PR-SPELL   PIC ZZ9.
           05 FILLER        PIC X(1)  VALUE '%'.
      *> both halves of the pair print in the NAMEINQ detail order -
      *> key, first-seen, last-seen, times-seen, first source - so a
      *> steward reads them the same way as an inquiry answer
       01 WS-KEY-LINE.
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 WS-KL-SIDE    PIC X(1).
           05 FILLER        PIC X(2)  VALUE ': '.
           05 WS-KL-NAME    PIC X(30).
           05 FILLER        PIC X(4)  VALUE ' FS:'.
           05 WS-KL-FIRST   PIC 9(8).
           05 FILLER        PIC X(4)  VALUE ' LS:'.
           05 WS-KL-LAST    PIC 9(8).
           05 FILLER        PIC X(1)  VALUE SPACE.
           05 WS-KL-TIMES   PIC ZZZZZ9.
           05 FILLER        PIC X(1)  VALUE SPACE.
           05 WS-KL-SOURCE  PIC X(8).
       01 WS-CODE-LINE.
           05 FILLER        PIC X(5)  VALUE SPACES.
           05 FILLER        PIC X(7)  VALUE 'CODES: '.
           05 WS-CL-CODES-A PIC X(30).
           05 FILLER        PIC X(4)  VALUE ' VS '.
           05 WS-CL-CODES-B PIC X(30).
       01 WS-SUMMARY-LINE-1.
           05 FILLER        PIC X(15) VALUE 'MASTER READ:  '.
           05 WS-SL-READ    PIC ZZZZZZZ9.
           05 FILLER        PIC X(11) VALUE '  COMPARED:'.
           05 WS-SL-CODED   PIC ZZZZZZZ9.
           05 FILLER        PIC X(11) VALUE '  UNCODED:'.
           05 WS-SL-UNCODED PIC ZZZZZZZ9.
       01 WS-SUMMARY-LINE-2.
           05 FILLER        PIC X(15) VALUE 'SUSPECT PAIRS:'.
           05 WS-SL-PAIRS   PIC ZZZZZZZ9.
           05 FILLER        PIC X(10) VALUE '  STRONG:'.
           05 WS-SL-STRONG  PIC ZZZZZZZ9.
           05 FILLER        PIC X(11) VALUE '  PROBABLE:'.
           05 WS-SL-PROBABLE PIC ZZZZZZZ9.
       01 WS-SUMMARY-LINE-3.
           05 FILLER        PIC X(15) VALUE 'POSSIBLE:     '.
           05 WS-SL-POSSIBLE PIC ZZZZZZZ9.
           05 FILLER        PIC X(19) VALUE '  OVER TABLE LIMIT:'.
           05 WS-SL-OVER    PIC ZZZZZZZ9.
       01 WS-SUMMARY-LINE-4.
           05 FILLER        PIC X(15) VALUE 'XREF WRITTEN: '.
           05 WS-SL-XREF    PIC ZZZZZZZ9.
           05 FILLER        PIC X(17) VALUE '  OF TABLE LIMIT:'.
           05 WS-SL-LIMIT   PIC ZZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PARA.
      *>   the exact-key match in NAMEMAST's posting misses a name that
      *>   arrives spelled a second way - this pass codes every key by
      *>   how it sounds and lists the keys that sound alike and are
      *>   spelled close, for a data steward to confirm or dismiss
           PERFORM REGISTER-RUN-START
           MOVE RC-BUSINESS-DATE TO WS-RUN-DATE
           MOVE WS-RUN-DATE(1:4) TO WS-PH-YYYY
           MOVE WS-RUN-DATE(5:2) TO WS-PH-MM
           MOVE WS-RUN-DATE(7:2) TO WS-PH-DD
           OPEN OUTPUT PRINT-FILE
                OUTPUT SOUNDEX-XREF-FILE
           OPEN INPUT NAME-MASTER-FILE
           IF WS-MASTER-STATUS NOT = '00'
               MOVE 'NAME MASTER NOT ON FILE' TO WS-PRINT-REC
               PERFORM WRITE-PRINT-LINE
               CLOSE PRINT-FILE SOUNDEX-XREF-FILE
               MOVE 12 TO RETURN-CODE
               PERFORM REGISTER-RUN-COMPLETION
               STOP RUN
           END-IF
           PERFORM LOAD-MASTER-CODES
           CLOSE NAME-MASTER-FILE
           PERFORM COMPARE-ALL-PAIRS
           PERFORM WRITE-XREF-FILE
           MOVE WS-MASTER-COUNT TO WS-SL-READ
           MOVE WS-KEY-COUNT TO WS-SL-CODED
           MOVE WS-UNCODED-COUNT TO WS-SL-UNCODED
           WRITE PRINT-LINE FROM WS-SUMMARY-LINE-1
           MOVE WS-PAIR-COUNT TO WS-SL-PAIRS
           MOVE WS-STRONG-COUNT TO WS-SL-STRONG
           MOVE WS-PROBABLE-COUNT TO WS-SL-PROBABLE
           WRITE PRINT-LINE FROM WS-SUMMARY-LINE-2
           MOVE WS-POSSIBLE-COUNT TO WS-SL-POSSIBLE
           MOVE WS-OVER-LIMIT-COUNT TO WS-SL-OVER
           WRITE PRINT-LINE FROM WS-SUMMARY-LINE-3
           MOVE WS-XREF-COUNT TO WS-SL-XREF
           MOVE WS-KEY-LIMIT TO WS-SL-LIMIT
           WRITE PRINT-LINE FROM WS-SUMMARY-LINE-4
      *>   keys the table could not hold were never compared - the
      *>   report is incomplete and the run says so
           IF WS-OVER-LIMIT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           CLOSE PRINT-FILE
                 SOUNDEX-XREF-FILE
           PERFORM REGISTER-RUN-COMPLETION
           STOP RUN.

       REGISTER-RUN-START.
           MOVE 'S' TO RC-FUNCTION
           MOVE 'NAMESNDX' TO RC-PROGRAM-ID
           MOVE SPACES TO RC-PREREQ-1 RC-PREREQ-2
           MOVE SPACE TO RC-PREREQ-RULE
      *>   a read-only steward report - rerunning it after a round of
      *>   maintenance the same day is the normal case
           MOVE 'A' TO RC-DUP-RULE
           CALL 'RUNCTL' USING RUNCTL-PARMS
           IF NOT RC-OK
               DISPLAY 'NAMESNDX NOT STARTED - ' RC-MESSAGE
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

      *> walk the master in key order, coding each key as it comes
       LOAD-MASTER-CODES.
           PERFORM START-MASTER-SCAN
           PERFORM UNTIL WS-SCAN-EOF
               ADD 1 TO WS-MASTER-COUNT
               IF WS-KEY-COUNT >= WS-KEY-LIMIT
                   ADD 1 TO WS-OVER-LIMIT-COUNT
               ELSE
                   PERFORM CODE-MASTER-KEY
               END-IF
               PERFORM READ-MASTER-NEXT
           END-PERFORM
           MOVE 'N' TO WS-SCAN-EOF-SW
           IF WS-OVER-LIMIT-COUNT > 0
               MOVE 'KEY TABLE FULL - KEYS PAST LIMIT NOT COMPARED'
                   TO WS-PRINT-REC
               PERFORM WRITE-PRINT-LINE
           END-IF.

       START-MASTER-SCAN.
           MOVE 'N' TO WS-SCAN-EOF-SW
           MOVE LOW-VALUES TO NM-NAME-KEY
           START NAME-MASTER-FILE KEY >= NM-NAME-KEY
           IF WS-MASTER-STATUS = '00'
               PERFORM READ-MASTER-NEXT
           ELSE
               MOVE 'Y' TO WS-SCAN-EOF-SW
           END-IF.

       READ-MASTER-NEXT.
           READ NAME-MASTER-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-SCAN-EOF-SW
           END-READ
           IF WS-MASTER-STATUS NOT = '00'
               MOVE 'Y' TO WS-SCAN-EOF-SW
           END-IF.

      *> the key is one run of letters - the feeds join the given,
      *> middle and surname with nothing between them, and Program2's
      *> keys carry leading blanks - so the whole key is coded, not a
      *> word of it. A key with no letter in it has nothing to sound
      *> out and is counted as uncoded rather than guessed at
       CODE-MASTER-KEY.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(NM-NAME-KEY))
               TO WS-SX-TOKEN
           PERFORM BUILD-PHONETIC-CODE
           IF WS-SX-CODE = SPACES
               ADD 1 TO WS-UNCODED-COUNT
           ELSE
               ADD 1 TO WS-KEY-COUNT
               MOVE NM-NAME-KEY TO WS-SX-KEY(WS-KEY-COUNT)
               MOVE NM-FIRST-SEEN TO WS-SX-FIRST-SEEN(WS-KEY-COUNT)
               MOVE NM-LAST-SEEN TO WS-SX-LAST-SEEN(WS-KEY-COUNT)
               MOVE NM-TIMES-SEEN TO WS-SX-TIMES-SEEN(WS-KEY-COUNT)
               MOVE NM-FIRST-SOURCE TO WS-SX-SOURCE(WS-KEY-COUNT)
               MOVE WS-SX-TOKEN TO WS-SX-SPELLING(WS-KEY-COUNT)
               PERFORM VARYING WS-SX-IX FROM 30 BY -1
                       UNTIL WS-SX-IX = 0
                          OR WS-SX-TOKEN(WS-SX-IX:1) NOT = SPACE
                   CONTINUE
               END-PERFORM
               MOVE WS-SX-IX TO WS-SX-SPELL-LEN(WS-KEY-COUNT)
               MOVE WS-SX-CODE TO WS-SX-PHONETIC(WS-KEY-COUNT)
               MOVE WS-SX-LEN TO WS-SX-PHON-LEN(WS-KEY-COUNT)
               MOVE 0 TO WS-SX-PAIR-COUNT(WS-KEY-COUNT)
           END-IF.

      *> the classic sound code, carried the length of the key rather
      *> than cut at four bytes: keep the first letter, map the rest
      *> to consonant groups (B F P V = 1, C G J K Q S X Z = 2,
      *> D T = 3, L = 4, M N = 5, R = 6), drop vowels and blanks as
      *> separators, let H and W (and the apostrophe and hyphen a name
      *> may carry) pass without separating, and fold repeated groups.
      *> JOHNASMITH and JONASMYTHE both code J5253; JOHNASMALL codes
      *> J5254.
       BUILD-PHONETIC-CODE.
           MOVE SPACES TO WS-SX-CODE
           MOVE 0 TO WS-SX-LEN
           MOVE WS-SX-TOKEN TO WS-SX-DIGITS
           INSPECT WS-SX-DIGITS CONVERTING
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ''- '
               TO '01230129022455012623019202990'
      *>   the first letter starts the code - leading punctuation is
      *>   stepped over, and a key with no letter at all has no code
           MOVE 0 TO WS-SX-START
           PERFORM VARYING WS-SX-IX FROM 1 BY 1
                   UNTIL WS-SX-IX > 30
                      OR WS-SX-START > 0
               IF WS-SX-TOKEN(WS-SX-IX:1) >= 'A'
                  AND WS-SX-TOKEN(WS-SX-IX:1) <= 'Z'
                   MOVE WS-SX-IX TO WS-SX-START
               END-IF
           END-PERFORM
           IF WS-SX-START > 0
               MOVE WS-SX-TOKEN(WS-SX-START:1) TO WS-SX-CODE(1:1)
               MOVE WS-SX-DIGITS(WS-SX-START:1) TO WS-SX-PREV
               MOVE 1 TO WS-SX-LEN
               ADD 1 TO WS-SX-START
               PERFORM VARYING WS-SX-IX FROM WS-SX-START BY 1
                       UNTIL WS-SX-IX > 30
                   EVALUATE WS-SX-DIGITS(WS-SX-IX:1)
                       WHEN '9'
                           CONTINUE
                       WHEN '0'
                           MOVE '0' TO WS-SX-PREV
                       WHEN OTHER
                           IF WS-SX-DIGITS(WS-SX-IX:1) NOT = WS-SX-PREV
                               ADD 1 TO WS-SX-LEN
                               MOVE WS-SX-DIGITS(WS-SX-IX:1)
                                   TO WS-SX-CODE(WS-SX-LEN:1)
                               MOVE WS-SX-DIGITS(WS-SX-IX:1)
                                   TO WS-SX-PREV
                           END-IF
                   END-EVALUATE
               END-PERFORM
           END-IF.

      *> every loaded key against every later one - each pair once
       COMPARE-ALL-PAIRS.
           PERFORM VARYING WS-A-IX FROM 1 BY 1
                   UNTIL WS-A-IX >= WS-KEY-COUNT
               COMPUTE WS-B-START = WS-A-IX + 1
               PERFORM VARYING WS-B-IX FROM WS-B-START BY 1
                       UNTIL WS-B-IX > WS-KEY-COUNT
                   PERFORM SCORE-PAIR
                   IF WS-PAIR-SUSPECT
                       PERFORM REPORT-SUSPECT-PAIR
                   END-IF
               END-PERFORM
           END-PERFORM.

      *> sound is how close the two skeletons are, spelling how close
      *> the two keys are letter for letter - each the share of the
      *> longer string left unchanged by the fewest edits between
      *> them - and match strength is the two taken together. The
      *> skeletons must share a first letter, as the sound code has
      *> always required, and differ in length by no more than the
      *> sound floor allows - neither pair could reach the floor
      *> otherwise, so the distance is not worked for them.
       SCORE-PAIR.
           MOVE 'N' TO WS-PAIR-SUSPECT-SW
           IF WS-SX-PHONETIC(WS-A-IX)(1:1)
              = WS-SX-PHONETIC(WS-B-IX)(1:1)
               IF WS-SX-PHON-LEN(WS-A-IX) > WS-SX-PHON-LEN(WS-B-IX)
                   MOVE WS-SX-PHON-LEN(WS-A-IX) TO WS-LEN-LONGER
                   COMPUTE WS-LEN-GAP = WS-SX-PHON-LEN(WS-A-IX)
                                      - WS-SX-PHON-LEN(WS-B-IX)
               ELSE
                   MOVE WS-SX-PHON-LEN(WS-B-IX) TO WS-LEN-LONGER
                   COMPUTE WS-LEN-GAP = WS-SX-PHON-LEN(WS-B-IX)
                                      - WS-SX-PHON-LEN(WS-A-IX)
               END-IF
               IF WS-LEN-GAP * 100
                  <= (100 - WS-SOUND-FLOOR) * WS-LEN-LONGER
                   PERFORM SCORE-CANDIDATE-PAIR
               END-IF
           END-IF.

       SCORE-CANDIDATE-PAIR.
           MOVE WS-SX-PHONETIC(WS-A-IX) TO WS-ED-A
           MOVE WS-SX-PHON-LEN(WS-A-IX) TO WS-ED-LEN-A
           MOVE WS-SX-PHONETIC(WS-B-IX) TO WS-ED-B
           MOVE WS-SX-PHON-LEN(WS-B-IX) TO WS-ED-LEN-B
           PERFORM SCORE-SIMILARITY
           MOVE WS-ED-SIMILAR TO WS-SOUND-SCORE
           IF WS-SOUND-SCORE >= WS-SOUND-FLOOR
               MOVE WS-SX-SPELLING(WS-A-IX) TO WS-ED-A
               MOVE WS-SX-SPELL-LEN(WS-A-IX) TO WS-ED-LEN-A
               MOVE WS-SX-SPELLING(WS-B-IX) TO WS-ED-B
               MOVE WS-SX-SPELL-LEN(WS-B-IX) TO WS-ED-LEN-B
               PERFORM SCORE-SIMILARITY
               MOVE WS-ED-SIMILAR TO WS-SPELL-SCORE
               COMPUTE WS-MATCH-SCORE =
                   (WS-SOUND-SCORE + WS-SPELL-SCORE) / 2
               IF WS-MATCH-SCORE >= WS-SUSPECT-FLOOR
                   MOVE 'Y' TO WS-PAIR-SUSPECT-SW
               END-IF
           END-IF.

      *> similarity of WS-ED-A and WS-ED-B as a percentage: 100 less
      *> the edit distance's share of the longer string
       SCORE-SIMILARITY.
           PERFORM EDIT-DISTANCE
           IF WS-ED-LEN-A > WS-ED-LEN-B
               COMPUTE WS-ED-SIMILAR =
                   100 - (WS-ED-DIST * 100 / WS-ED-LEN-A)
           ELSE
               COMPUTE WS-ED-SIMILAR =
                   100 - (WS-ED-DIST * 100 / WS-ED-LEN-B)
           END-IF.

       EDIT-DISTANCE.
           PERFORM VARYING WS-ED-J FROM 0 BY 1
                   UNTIL WS-ED-J > WS-ED-LEN-B
               MOVE WS-ED-J TO WS-ED-PREV(WS-ED-J + 1)
           END-PERFORM
           PERFORM VARYING WS-ED-I FROM 1 BY 1
                   UNTIL WS-ED-I > WS-ED-LEN-A
               MOVE WS-ED-I TO WS-ED-CURR(1)
               PERFORM VARYING WS-ED-J FROM 1 BY 1
                       UNTIL WS-ED-J > WS-ED-LEN-B
                   PERFORM EDIT-DISTANCE-CELL
               END-PERFORM
               MOVE WS-ED-CURR-ROW TO WS-ED-PREV-ROW
           END-PERFORM
           MOVE WS-ED-PREV(WS-ED-LEN-B + 1) TO WS-ED-DIST.

      *> the cheapest of a change (or a match), a dropped character of
      *> A and an added character of B
       EDIT-DISTANCE-CELL.
           IF WS-ED-A(WS-ED-I:1) = WS-ED-B(WS-ED-J:1)
               MOVE 0 TO WS-ED-COST
           ELSE
               MOVE 1 TO WS-ED-COST
           END-IF
           COMPUTE WS-ED-BEST = WS-ED-PREV(WS-ED-J) + WS-ED-COST
           IF WS-ED-PREV(WS-ED-J + 1) + 1 < WS-ED-BEST
               COMPUTE WS-ED-BEST = WS-ED-PREV(WS-ED-J + 1) + 1
           END-IF
           IF WS-ED-CURR(WS-ED-J) + 1 < WS-ED-BEST
               COMPUTE WS-ED-BEST = WS-ED-CURR(WS-ED-J) + 1
           END-IF
           MOVE WS-ED-BEST TO WS-ED-CURR(WS-ED-J + 1).

       REPORT-SUSPECT-PAIR.
           ADD 1 TO WS-PAIR-COUNT
           ADD 1 TO WS-SX-PAIR-COUNT(WS-A-IX)
           ADD 1 TO WS-SX-PAIR-COUNT(WS-B-IX)
           EVALUATE TRUE
               WHEN WS-MATCH-SCORE >= 90
                   MOVE 'STRONG' TO WS-MATCH-BAND
                   ADD 1 TO WS-STRONG-COUNT
               WHEN WS-MATCH-SCORE >= 85
                   MOVE 'PROBABLE' TO WS-MATCH-BAND
                   ADD 1 TO WS-PROBABLE-COUNT
               WHEN OTHER
                   MOVE 'POSSIBLE' TO WS-MATCH-BAND
                   ADD 1 TO WS-POSSIBLE-COUNT
           END-EVALUATE
      *>   keep each pair's lines together on one page
           IF WS-LINE-COUNT + 4 > WS-LINES-PER-PAGE
               PERFORM WRITE-PAGE-HEADER
           END-IF
           MOVE WS-PAIR-COUNT TO WS-PR-NO
           MOVE WS-MATCH-SCORE TO WS-PR-SCORE
           MOVE WS-MATCH-BAND TO WS-PR-BAND
           MOVE WS-SOUND-SCORE TO WS-PR-SOUND
           MOVE WS-SPELL-SCORE TO WS-PR-SPELL
           MOVE WS-PAIR-LINE TO WS-PRINT-REC
           PERFORM WRITE-PRINT-LINE
           MOVE 'A' TO WS-KL-SIDE
           MOVE WS-SX-KEY(WS-A-IX) TO WS-KL-NAME
           MOVE WS-SX-FIRST-SEEN(WS-A-IX) TO WS-KL-FIRST
           MOVE WS-SX-LAST-SEEN(WS-A-IX) TO WS-KL-LAST
           MOVE WS-SX-TIMES-SEEN(WS-A-IX) TO WS-KL-TIMES
           MOVE WS-SX-SOURCE(WS-A-IX) TO WS-KL-SOURCE
           MOVE WS-KEY-LINE TO WS-PRINT-REC
           PERFORM WRITE-PRINT-LINE
           MOVE 'B' TO WS-KL-SIDE
           MOVE WS-SX-KEY(WS-B-IX) TO WS-KL-NAME
           MOVE WS-SX-FIRST-SEEN(WS-B-IX) TO WS-KL-FIRST
           MOVE WS-SX-LAST-SEEN(WS-B-IX) TO WS-KL-LAST
           MOVE WS-SX-TIMES-SEEN(WS-B-IX) TO WS-KL-TIMES
           MOVE WS-SX-SOURCE(WS-B-IX) TO WS-KL-SOURCE
           MOVE WS-KEY-LINE TO WS-PRINT-REC
           PERFORM WRITE-PRINT-LINE
           MOVE WS-SX-PHONETIC(WS-A-IX) TO WS-CL-CODES-A
           MOVE WS-SX-PHONETIC(WS-B-IX) TO WS-CL-CODES-B
           MOVE WS-CODE-LINE TO WS-PRINT-REC
           PERFORM WRITE-PRINT-LINE.

       WRITE-XREF-FILE.
           PERFORM VARYING WS-A-IX FROM 1 BY 1
                   UNTIL WS-A-IX > WS-KEY-COUNT
               MOVE SPACES TO SOUNDEX-XREF-REC
               MOVE WS-SX-KEY(WS-A-IX) TO NX-NAME-KEY
               MOVE WS-SX-PHONETIC(WS-A-IX) TO NX-PHONETIC-KEY
               MOVE WS-SX-PAIR-COUNT(WS-A-IX) TO NX-SUSPECT-COUNT
               WRITE SOUNDEX-XREF-REC
               ADD 1 TO WS-XREF-COUNT
           END-PERFORM.

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
