       IDENTIFICATION DIVISION.
       PROGRAM-ID. NAMEMNT.
       AUTHOR.  HCL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINT-TRAN-FILE ASSIGN TO 'NAMETRAN'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-TRAN-STATUS.
           SELECT NAME-MASTER-FILE ASSIGN TO 'NAMEMAST'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS NM-NAME-KEY
                  FILE STATUS IS WS-MASTER-STATUS.
           SELECT NAME-JOURNAL-FILE ASSIGN TO 'NAMEJRNL'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT NAME-DELTA-FILE ASSIGN TO 'NAMDELTA'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-DELTA-STATUS.
      *> the day's delta is rebuilt through a work file - the load's
      *> records carried forward, the maintenance records behind them,
      *> one header and one trailer around the lot
           SELECT DELTA-WORK-FILE ASSIGN TO 'NAMDWRK'
                  ORGANIZATION IS SEQUENTIAL.
           SELECT NAME-RETIRED-FILE ASSIGN TO 'NAMERETD'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RETIRED-STATUS.
           SELECT PRINT-FILE ASSIGN TO 'NAMEMRPT'
                  ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-TRAN-FILE.
      *> steward transaction cards, one change per card:
      *>   'C' change key A to key B (a mis-keyed name corrected)
      *>   'R' retire key A (kept on the retired-key history)
      *>   'D' delete key A (garbage that should never have landed)
      *>   'M' merge key B into key A (the same person under two keys)
      *> the steward id is carried onto the report and the retired-key
      *> history so every change can be traced back to who asked
       01  MAINT-TRAN-REC.
           05 MT-TRAN-CODE PIC X(1).
               88 MT-CHANGE-KEY VALUE 'C'.
               88 MT-RETIRE-KEY VALUE 'R'.
               88 MT-DELETE-KEY VALUE 'D'.
               88 MT-MERGE-KEY  VALUE 'M'.
           05 MT-KEY-A     PIC X(30).
           05 MT-KEY-B     PIC X(30).
           05 MT-STEWARD   PIC X(8).
       FD  NAME-MASTER-FILE.
       COPY NAMEMREC.
       FD  NAME-JOURNAL-FILE.
       COPY NAMEJREC.
       FD  NAME-DELTA-FILE.
       COPY NAMEDREC.
       FD  DELTA-WORK-FILE.
       01  DELTA-WORK-REC PIC X(54).
       FD  NAME-RETIRED-FILE.
       COPY NAMERREC.
       FD  PRINT-FILE.
       01  PRINT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
       COPY STRUTPARM.
       COPY RUNCTLPM.
       01 WS-EOF-SW PIC X VALUE 'N'.
           88 WS-EOF VALUE 'Y'.
       01 WS-TRAN-STATUS PIC XX VALUE '00'.
       01 WS-MASTER-STATUS PIC XX VALUE '00'.
       01 WS-JOURNAL-STATUS PIC XX VALUE '00'.
       01 WS-DELTA-STATUS PIC XX VALUE '00'.
       01 WS-RETIRED-STATUS PIC XX VALUE '00'.
       01 WS-TRAN-OK-SW PIC X VALUE 'Y'.
           88 WS-TRAN-OK VALUE 'Y'.
       01 WS-TRAN-REASON PIC X(30) VALUE SPACES.
       01 WS-NEW-KEY PIC X(30) VALUE SPACES.
       01 WS-IMAGE-A PIC X(60) VALUE SPACES.
       01 WS-IMAGE-B PIC X(60) VALUE SPACES.
      *> the merge works on both records side by side
       01 WS-MASTER-A.
           05 WS-MA-NAME-KEY     PIC X(30).
           05 WS-MA-FIRST-SEEN   PIC 9(8).
           05 WS-MA-LAST-SEEN    PIC 9(8).
           05 WS-MA-TIMES-SEEN   PIC 9(6).
           05 WS-MA-FIRST-SOURCE PIC X(8).
       01 WS-MASTER-B.
           05 WS-MB-NAME-KEY     PIC X(30).
           05 WS-MB-FIRST-SEEN   PIC 9(8).
           05 WS-MB-LAST-SEEN    PIC 9(8).
           05 WS-MB-TIMES-SEEN   PIC 9(6).
           05 WS-MB-FIRST-SOURCE PIC X(8).
       01 WS-MERGED-TIMES PIC 9(7) VALUE 0.
       01 WS-TRAN-COUNT PIC 9(6) VALUE 0.
       01 WS-ACCEPT-COUNT PIC 9(6) VALUE 0.
       01 WS-REJECT-COUNT PIC 9(6) VALUE 0.
       01 WS-CHANGE-COUNT PIC 9(6) VALUE 0.
       01 WS-RETIRE-COUNT PIC 9(6) VALUE 0.
       01 WS-DELETE-COUNT PIC 9(6) VALUE 0.
       01 WS-MERGE-COUNT PIC 9(6) VALUE 0.
       01 WS-ERROR-COUNT PIC 9(6) VALUE 0.
       01 WS-CARRY-COUNT PIC 9(8) VALUE 0.
       01 WS-DELTA-COUNT PIC 9(8) VALUE 0.
       01 WS-DELTA-HASH PIC 9(12) VALUE 0.
       01 WS-HASH-IX PIC 9(2) VALUE 0.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-PAGE-NO PIC 9(4) VALUE 0.
       01 WS-LINE-COUNT PIC 9(4) VALUE 99.
       01 WS-LINES-PER-PAGE PIC 9(4) VALUE 20.
       01 WS-PRINT-REC PIC X(80).
       01 WS-PAGE-HEAD-1.
           05 FILLER       PIC X(13) VALUE 'PROGRAM-ID : '.
           05 WS-PH-PROGID PIC X(12) VALUE 'NAMEMNT'.
           05 FILLER       PIC X(11) VALUE '  RUN DATE:'.
           05 WS-PH-YYYY   PIC 9(4).
           05 FILLER       PIC X(1)  VALUE '-'.
           05 WS-PH-MM     PIC 9(2).
           05 FILLER       PIC X(1)  VALUE '-'.
           05 WS-PH-DD     PIC 9(2).
           05 FILLER       PIC X(7)  VALUE '  PAGE:'.
           05 WS-PH-PAGE   PIC ZZZ9.
       01 WS-TRAN-LINE.
           05 FILLER        PIC X(6)  VALUE 'TRAN: '.
           05 WS-TL-NO      PIC ZZZZZ9.
           05 FILLER        PIC X(8)  VALUE '  CODE: '.
           05 WS-TL-CODE    PIC X(1).
           05 FILLER        PIC X(11) VALUE '  STEWARD: '.
           05 WS-TL-STEWARD PIC X(8).
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 WS-TL-DISP    PIC X(8).
       01 WS-KEYS-LINE.
           05 FILLER        PIC X(5)  VALUE '  A: '.
           05 WS-KY-KEY-A   PIC X(30).
           05 FILLER        PIC X(5)  VALUE '  B: '.
           05 WS-KY-KEY-B   PIC X(30).
       01 WS-REASON-LINE.
           05 FILLER        PIC X(10) VALUE '  REASON: '.
           05 WS-RL-REASON  PIC X(30).
       01 WS-SUMMARY-LINE-1.
           05 FILLER        PIC X(15) VALUE 'CARDS READ:   '.
           05 WS-SL-READ    PIC ZZZZZ9.
           05 FILLER        PIC X(12) VALUE '  ACCEPTED:'.
           05 WS-SL-ACCEPT  PIC ZZZZZ9.
           05 FILLER        PIC X(12) VALUE '  REJECTED:'.
           05 WS-SL-REJECT  PIC ZZZZZ9.
       01 WS-SUMMARY-LINE-2.
           05 FILLER        PIC X(15) VALUE 'CHANGED:      '.
           05 WS-SL-CHANGE  PIC ZZZZZ9.
           05 FILLER        PIC X(12) VALUE '  RETIRED:'.
           05 WS-SL-RETIRE  PIC ZZZZZ9.
           05 FILLER        PIC X(12) VALUE '  DELETED:'.
           05 WS-SL-DELETE  PIC ZZZZZ9.
           05 FILLER        PIC X(10) VALUE '  MERGED:'.
           05 WS-SL-MERGE   PIC ZZZZZ9.
       01 WS-SUMMARY-LINE-3.
           05 FILLER        PIC X(15) VALUE 'DELTA CARRIED:'.
           05 WS-SL-CARRY   PIC ZZZZZZZ9.
           05 FILLER        PIC X(14) VALUE '  DELTA TOTAL:'.
           05 WS-SL-DELTA   PIC ZZZZZZZ9.
           05 FILLER        PIC X(10) VALUE '  ERRORS:'.
           05 WS-SL-ERRORS  PIC ZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PARA.
      *>   steward corrections to the name master, driven from a card
      *>   deck: every card is edited before anything is touched, and
      *>   every accepted change goes through the journal ahead of the
      *>   master and onto the day's delta, exactly as the load's own
      *>   postings do - NAMERCVR and the delta consumers cannot tell
      *>   a steward's change from any other
           PERFORM REGISTER-RUN-START
           MOVE RC-BUSINESS-DATE TO WS-RUN-DATE
           MOVE WS-RUN-DATE(1:4) TO WS-PH-YYYY
           MOVE WS-RUN-DATE(5:2) TO WS-PH-MM
           MOVE WS-RUN-DATE(7:2) TO WS-PH-DD
           OPEN OUTPUT PRINT-FILE
           OPEN INPUT MAINT-TRAN-FILE
           IF WS-TRAN-STATUS NOT = '00'
               MOVE 'NO NAMETRAN TRANSACTION CARDS' TO WS-PRINT-REC
               PERFORM WRITE-PRINT-LINE
               CLOSE PRINT-FILE
               MOVE 12 TO RETURN-CODE
               PERFORM REGISTER-RUN-COMPLETION
               STOP RUN
           END-IF
           OPEN I-O NAME-MASTER-FILE
           IF WS-MASTER-STATUS NOT = '00'
               MOVE 'NAME MASTER NOT ON FILE' TO WS-PRINT-REC
               PERFORM WRITE-PRINT-LINE
               CLOSE MAINT-TRAN-FILE PRINT-FILE
               MOVE 12 TO RETURN-CODE
               PERFORM REGISTER-RUN-COMPLETION
               STOP RUN
           END-IF
           OPEN EXTEND NAME-JOURNAL-FILE
           IF WS-JOURNAL-STATUS = '35'
               OPEN OUTPUT NAME-JOURNAL-FILE
           END-IF
           OPEN EXTEND NAME-RETIRED-FILE
           IF WS-RETIRED-STATUS = '35'
               OPEN OUTPUT NAME-RETIRED-FILE
           END-IF
           PERFORM CARRY-FORWARD-DELTA
           READ MAINT-TRAN-FILE
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ
           PERFORM UNTIL WS-EOF
               ADD 1 TO WS-TRAN-COUNT
               PERFORM PROCESS-TRANSACTION
               READ MAINT-TRAN-FILE
                   AT END MOVE 'Y' TO WS-EOF-SW
               END-READ
           END-PERFORM
           CLOSE MAINT-TRAN-FILE
                 NAME-MASTER-FILE
                 NAME-JOURNAL-FILE
                 NAME-RETIRED-FILE
           PERFORM REBUILD-DELTA-FILE
           MOVE WS-TRAN-COUNT TO WS-SL-READ
           MOVE WS-ACCEPT-COUNT TO WS-SL-ACCEPT
           MOVE WS-REJECT-COUNT TO WS-SL-REJECT
           WRITE PRINT-LINE FROM WS-SUMMARY-LINE-1
           MOVE WS-CHANGE-COUNT TO WS-SL-CHANGE
           MOVE WS-RETIRE-COUNT TO WS-SL-RETIRE
           MOVE WS-DELETE-COUNT TO WS-SL-DELETE
           MOVE WS-MERGE-COUNT TO WS-SL-MERGE
           WRITE PRINT-LINE FROM WS-SUMMARY-LINE-2
           MOVE WS-CARRY-COUNT TO WS-SL-CARRY
           MOVE WS-DELTA-COUNT TO WS-SL-DELTA
           MOVE WS-ERROR-COUNT TO WS-SL-ERRORS
           WRITE PRINT-LINE FROM WS-SUMMARY-LINE-3
      *>   a rejected card is a flagged run - the steward re-keys it;
      *>   a master I/O failure is worse, the master needs a look
           EVALUATE TRUE
               WHEN WS-ERROR-COUNT > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-REJECT-COUNT > 0
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE
           CLOSE PRINT-FILE
           PERFORM REGISTER-RUN-COMPLETION
           STOP RUN.

       REGISTER-RUN-START.
           MOVE 'S' TO RC-FUNCTION
           MOVE 'NAMEMNT' TO RC-PROGRAM-ID
      *>   the load opens the day's delta fresh - maintenance has to
      *>   follow it or the load would wipe the steward's delta records;
      *>   any completion of the load will do, the master is there
           MOVE 'NAMEMAST' TO RC-PREREQ-1
           MOVE SPACES TO RC-PREREQ-2
           MOVE 'A' TO RC-PREREQ-RULE
      *>   stewards may send more than one deck in a day
           MOVE 'A' TO RC-DUP-RULE
           CALL 'RUNCTL' USING RUNCTL-PARMS
           IF NOT RC-OK
               DISPLAY 'NAMEMNT NOT STARTED - ' RC-MESSAGE
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

      *> today's delta records (the load's, and any earlier deck's)
      *> move to the work file ahead of this deck's; a delta left from
      *> an earlier business date was that day's interface and is not
      *> carried into today's
       CARRY-FORWARD-DELTA.
           OPEN OUTPUT DELTA-WORK-FILE
           OPEN INPUT NAME-DELTA-FILE
           IF WS-DELTA-STATUS = '00'
               READ NAME-DELTA-FILE
                   AT END MOVE 'Y' TO WS-EOF-SW
               END-READ
               IF NOT WS-EOF
                  AND (DL-REC-TYPE NOT = 'H'
                       OR DL-HDR-DATE NOT = WS-RUN-DATE)
                   MOVE 'Y' TO WS-EOF-SW
               END-IF
               PERFORM UNTIL WS-EOF
                   IF DL-REC-TYPE = 'D'
                       WRITE DELTA-WORK-REC FROM DELTA-OUT-REC
                       PERFORM ADD-TO-DELTA-TOTALS
                       ADD 1 TO WS-CARRY-COUNT
                   END-IF
                   READ NAME-DELTA-FILE
                       AT END MOVE 'Y' TO WS-EOF-SW
                   END-READ
               END-PERFORM
               CLOSE NAME-DELTA-FILE
               MOVE 'N' TO WS-EOF-SW
           END-IF.

       REBUILD-DELTA-FILE.
           CLOSE DELTA-WORK-FILE
           OPEN INPUT DELTA-WORK-FILE
           OPEN OUTPUT NAME-DELTA-FILE
           MOVE SPACES TO DELTA-OUT-REC
           MOVE 'H' TO DL-REC-TYPE
           MOVE WS-RUN-DATE TO DL-HDR-DATE
           MOVE 'NAMEMAST' TO DL-HDR-SOURCE
           WRITE DELTA-OUT-REC
           READ DELTA-WORK-FILE
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ
           PERFORM UNTIL WS-EOF
               WRITE DELTA-OUT-REC FROM DELTA-WORK-REC
               READ DELTA-WORK-FILE
                   AT END MOVE 'Y' TO WS-EOF-SW
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF-SW
           MOVE SPACES TO DELTA-OUT-REC
           MOVE 'T' TO DL-REC-TYPE
           MOVE WS-DELTA-COUNT TO DL-TRL-COUNT
           MOVE WS-DELTA-HASH TO DL-TRL-HASH
           WRITE DELTA-OUT-REC
           CLOSE DELTA-WORK-FILE
                 NAME-DELTA-FILE.

       ADD-TO-DELTA-TOTALS.
           ADD 1 TO WS-DELTA-COUNT
           PERFORM VARYING WS-HASH-IX FROM 1 BY 1
                   UNTIL WS-HASH-IX > 53
               COMPUTE WS-DELTA-HASH = WS-DELTA-HASH
                   + FUNCTION ORD(DL-REC-BODY(WS-HASH-IX:1))
           END-PERFORM.

      *> edit first, then apply only what passed - the card is
      *> reported either way, with the reason when it was refused
       PROCESS-TRANSACTION.
           MOVE 'Y' TO WS-TRAN-OK-SW
           MOVE SPACES TO WS-TRAN-REASON
           PERFORM EDIT-TRANSACTION
           IF WS-TRAN-OK
               PERFORM EDIT-AGAINST-MASTER
           END-IF
           IF WS-TRAN-OK
               EVALUATE TRUE
                   WHEN MT-CHANGE-KEY
                       PERFORM APPLY-CHANGE-KEY
                   WHEN MT-RETIRE-KEY
                       PERFORM APPLY-RETIRE-KEY
                   WHEN MT-DELETE-KEY
                       PERFORM APPLY-DELETE-KEY
                   WHEN MT-MERGE-KEY
                       PERFORM APPLY-MERGE-KEY
               END-EVALUATE
           END-IF
           PERFORM REPORT-TRANSACTION.

      *> card-level edits - nothing here reads the master
       EDIT-TRANSACTION.
           EVALUATE TRUE
               WHEN NOT (MT-CHANGE-KEY OR MT-RETIRE-KEY
                         OR MT-DELETE-KEY OR MT-MERGE-KEY)
                   MOVE 'INVALID TRANSACTION CODE' TO WS-TRAN-REASON
               WHEN MT-STEWARD = SPACES
                   MOVE 'STEWARD ID MISSING' TO WS-TRAN-REASON
               WHEN MT-KEY-A = SPACES
                   MOVE 'KEY A MISSING' TO WS-TRAN-REASON
               WHEN (MT-CHANGE-KEY OR MT-MERGE-KEY)
                    AND MT-KEY-B = SPACES
                   MOVE 'KEY B MISSING' TO WS-TRAN-REASON
               WHEN (MT-RETIRE-KEY OR MT-DELETE-KEY)
                    AND MT-KEY-B NOT = SPACES
                   MOVE 'KEY B NOT ALLOWED FOR THIS CODE'
                       TO WS-TRAN-REASON
               WHEN (MT-CHANGE-KEY OR MT-MERGE-KEY)
                    AND MT-KEY-A = MT-KEY-B
                   MOVE 'KEY A AND KEY B ARE THE SAME'
                       TO WS-TRAN-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-TRAN-REASON NOT = SPACES
               MOVE 'N' TO WS-TRAN-OK-SW
           END-IF
      *>   a corrected key lands in the same standardized form the
      *>   load would have given it, and must pass the same person-
      *>   name character check, or the next arrival of the name
      *>   misses it all over again
           IF WS-TRAN-OK
              AND MT-CHANGE-KEY
               MOVE 'N' TO SU-FUNCTION
               MOVE MT-KEY-B TO SU-SOURCE-STRING
               CALL 'STRUTIL' USING STRUTIL-PARMS
               MOVE SU-RESULT-STRING TO WS-NEW-KEY
               MOVE 'V' TO SU-FUNCTION
               MOVE WS-NEW-KEY TO SU-SOURCE-STRING
               MOVE 'MT-KEY-B' TO SU-SOURCE-NAME
               MOVE SPACE TO SU-DELIMITER
               CALL 'STRUTIL' USING STRUTIL-PARMS
               IF SU-VALIDATION-FAIL
                   MOVE 'N' TO WS-TRAN-OK-SW
                   MOVE 'NEW KEY FAILS NAME EDIT' TO WS-TRAN-REASON
               END-IF
               IF WS-TRAN-OK
                  AND WS-NEW-KEY = MT-KEY-A
                   MOVE 'N' TO WS-TRAN-OK-SW
                   MOVE 'NEW KEY SAME AS OLD AFTER STDZE'
                       TO WS-TRAN-REASON
               END-IF
           END-IF.

      *> master-state edits - the keys must stand on the master the way
      *> the card expects at the moment it is applied, so a deck can
      *> build on its own earlier cards
       EDIT-AGAINST-MASTER.
           MOVE MT-KEY-A TO NM-NAME-KEY
           READ NAME-MASTER-FILE
           IF WS-MASTER-STATUS NOT = '00'
               MOVE 'N' TO WS-TRAN-OK-SW
               MOVE 'KEY A NOT ON FILE' TO WS-TRAN-REASON
           ELSE
               MOVE NAME-MASTER-REC TO WS-IMAGE-A
           END-IF
           IF WS-TRAN-OK
              AND MT-CHANGE-KEY
               MOVE WS-NEW-KEY TO NM-NAME-KEY
               READ NAME-MASTER-FILE
               IF WS-MASTER-STATUS = '00'
                   MOVE 'N' TO WS-TRAN-OK-SW
                   MOVE 'NEW KEY ON FILE - USE MERGE'
                       TO WS-TRAN-REASON
               END-IF
           END-IF
           IF WS-TRAN-OK
              AND MT-MERGE-KEY
               MOVE MT-KEY-B TO NM-NAME-KEY
               READ NAME-MASTER-FILE
               IF WS-MASTER-STATUS NOT = '00'
                   MOVE 'N' TO WS-TRAN-OK-SW
                   MOVE 'KEY B NOT ON FILE' TO WS-TRAN-REASON
               ELSE
                   MOVE NAME-MASTER-REC TO WS-IMAGE-B
               END-IF
           END-IF
           IF WS-TRAN-OK
              AND MT-MERGE-KEY
               MOVE WS-IMAGE-A TO WS-MASTER-A
               MOVE WS-IMAGE-B TO WS-MASTER-B
               COMPUTE WS-MERGED-TIMES =
                   WS-MA-TIMES-SEEN + WS-MB-TIMES-SEEN
               IF WS-MERGED-TIMES > 999999
                   MOVE 'N' TO WS-TRAN-OK-SW
                   MOVE 'MERGED TIMES-SEEN OVERFLOWS'
                       TO WS-TRAN-REASON
               END-IF
           END-IF.

      *> a key change is a removal of the old key and an add of the
      *> new one carrying the old record's history - journaled and
      *> delta'd as exactly that pair
       APPLY-CHANGE-KEY.
           MOVE 'D' TO JR-ACTION
           MOVE WS-IMAGE-A TO JR-BEFORE-IMAGE
           MOVE SPACES TO JR-AFTER-IMAGE
           PERFORM WRITE-JOURNAL-REC
           MOVE MT-KEY-A TO NM-NAME-KEY
           DELETE NAME-MASTER-FILE RECORD
           PERFORM CHECK-MASTER-IO
           IF WS-TRAN-OK
               MOVE WS-IMAGE-A TO NAME-MASTER-REC
               MOVE 'D' TO DL-ACTION
               PERFORM WRITE-DELTA-REC
               MOVE WS-NEW-KEY TO NM-NAME-KEY
               MOVE 'A' TO JR-ACTION
               MOVE SPACES TO JR-BEFORE-IMAGE
               MOVE NAME-MASTER-REC TO JR-AFTER-IMAGE
               PERFORM WRITE-JOURNAL-REC
               WRITE NAME-MASTER-REC
               PERFORM CHECK-MASTER-IO
           END-IF
           IF WS-TRAN-OK
               MOVE 'A' TO DL-ACTION
               PERFORM WRITE-DELTA-REC
               ADD 1 TO WS-CHANGE-COUNT
           END-IF.

      *> a retired key leaves the master but its last image is kept on
      *> the retired-key history
       APPLY-RETIRE-KEY.
           MOVE 'R' TO JR-ACTION
           MOVE WS-IMAGE-A TO JR-BEFORE-IMAGE
           MOVE SPACES TO JR-AFTER-IMAGE
           PERFORM WRITE-JOURNAL-REC
           MOVE MT-KEY-A TO NM-NAME-KEY
           DELETE NAME-MASTER-FILE RECORD
           PERFORM CHECK-MASTER-IO
           IF WS-TRAN-OK
               MOVE WS-RUN-DATE TO NR-RETIRE-DATE
               MOVE MT-STEWARD TO NR-STEWARD-ID
               MOVE WS-IMAGE-A TO NR-MASTER-IMAGE
               MOVE FUNCTION CURRENT-DATE TO NR-TIMESTAMP
               WRITE NAME-RETIRED-REC
               MOVE WS-IMAGE-A TO NAME-MASTER-REC
               MOVE 'T' TO DL-ACTION
               PERFORM WRITE-DELTA-REC
               ADD 1 TO WS-RETIRE-COUNT
           END-IF.

       APPLY-DELETE-KEY.
           MOVE 'D' TO JR-ACTION
           MOVE WS-IMAGE-A TO JR-BEFORE-IMAGE
           MOVE SPACES TO JR-AFTER-IMAGE
           PERFORM WRITE-JOURNAL-REC
           MOVE MT-KEY-A TO NM-NAME-KEY
           DELETE NAME-MASTER-FILE RECORD
           PERFORM CHECK-MASTER-IO
           IF WS-TRAN-OK
               MOVE WS-IMAGE-A TO NAME-MASTER-REC
               MOVE 'D' TO DL-ACTION
               PERFORM WRITE-DELTA-REC
               ADD 1 TO WS-DELETE-COUNT
           END-IF.

      *> B folds into A: times-seen added together, the earlier
      *> first-seen and the later last-seen kept, and the first source
      *> taken from whichever key really arrived first - the survivor
      *> is updated before the merged-away key is removed, so an abend
      *> between the two leaves both keys rather than neither
       APPLY-MERGE-KEY.
           MOVE WS-MERGED-TIMES TO WS-MA-TIMES-SEEN
           IF WS-MB-FIRST-SEEN < WS-MA-FIRST-SEEN
               MOVE WS-MB-FIRST-SEEN TO WS-MA-FIRST-SEEN
               MOVE WS-MB-FIRST-SOURCE TO WS-MA-FIRST-SOURCE
           END-IF
           IF WS-MB-LAST-SEEN > WS-MA-LAST-SEEN
               MOVE WS-MB-LAST-SEEN TO WS-MA-LAST-SEEN
           END-IF
           MOVE 'U' TO JR-ACTION
           MOVE WS-IMAGE-A TO JR-BEFORE-IMAGE
           MOVE WS-MASTER-A TO JR-AFTER-IMAGE
           PERFORM WRITE-JOURNAL-REC
           MOVE WS-MASTER-A TO NAME-MASTER-REC
           REWRITE NAME-MASTER-REC
           PERFORM CHECK-MASTER-IO
           IF WS-TRAN-OK
               MOVE 'U' TO DL-ACTION
               PERFORM WRITE-DELTA-REC
               MOVE 'D' TO JR-ACTION
               MOVE WS-IMAGE-B TO JR-BEFORE-IMAGE
               MOVE SPACES TO JR-AFTER-IMAGE
               PERFORM WRITE-JOURNAL-REC
               MOVE MT-KEY-B TO NM-NAME-KEY
               DELETE NAME-MASTER-FILE RECORD
               PERFORM CHECK-MASTER-IO
           END-IF
           IF WS-TRAN-OK
               MOVE WS-IMAGE-B TO NAME-MASTER-REC
               MOVE 'D' TO DL-ACTION
               PERFORM WRITE-DELTA-REC
               ADD 1 TO WS-MERGE-COUNT
           END-IF.

      *> a master write that fails after its journal record is down
      *> leaves an entry NAMERCVR will roll back harmlessly - the card
      *> is reported as an error and the run flagged for a look
       CHECK-MASTER-IO.
           IF WS-MASTER-STATUS NOT = '00'
               MOVE 'N' TO WS-TRAN-OK-SW
               STRING 'MASTER I/O ERROR STATUS '
                      WS-MASTER-STATUS DELIMITED BY SIZE
                      INTO WS-TRAN-REASON
               END-STRING
               ADD 1 TO WS-ERROR-COUNT
           END-IF.

       WRITE-JOURNAL-REC.
           MOVE WS-RUN-DATE TO JR-BUSINESS-DATE
           MOVE FUNCTION CURRENT-DATE TO JR-TIMESTAMP
           WRITE NAME-JOURNAL-REC.

      *> one delta record per master change, off the record image the
      *> change concerns - a removed key reports its final image
       WRITE-DELTA-REC.
           MOVE 'D' TO DL-REC-TYPE
           MOVE NM-NAME-KEY TO DL-NAME-KEY
           MOVE NM-LAST-SEEN TO DL-LAST-SEEN
           MOVE NM-TIMES-SEEN TO DL-TIMES-SEEN
           MOVE NM-FIRST-SOURCE TO DL-FIRST-SOURCE
           PERFORM ADD-TO-DELTA-TOTALS
           WRITE DELTA-WORK-REC FROM DELTA-OUT-REC.

       REPORT-TRANSACTION.
           IF WS-TRAN-OK
               MOVE 'ACCEPTED' TO WS-TL-DISP
               ADD 1 TO WS-ACCEPT-COUNT
           ELSE
               MOVE 'REJECTED' TO WS-TL-DISP
               ADD 1 TO WS-REJECT-COUNT
           END-IF
           IF WS-LINE-COUNT + 3 > WS-LINES-PER-PAGE
               PERFORM WRITE-PAGE-HEADER
           END-IF
           MOVE WS-TRAN-COUNT TO WS-TL-NO
           MOVE MT-TRAN-CODE TO WS-TL-CODE
           MOVE MT-STEWARD TO WS-TL-STEWARD
           MOVE WS-TRAN-LINE TO WS-PRINT-REC
           PERFORM WRITE-PRINT-LINE
           MOVE MT-KEY-A TO WS-KY-KEY-A
           IF MT-CHANGE-KEY
              AND WS-NEW-KEY NOT = SPACES
               MOVE WS-NEW-KEY TO WS-KY-KEY-B
           ELSE
               MOVE MT-KEY-B TO WS-KY-KEY-B
           END-IF
           MOVE WS-KEYS-LINE TO WS-PRINT-REC
           PERFORM WRITE-PRINT-LINE
           IF NOT WS-TRAN-OK
               MOVE WS-TRAN-REASON TO WS-RL-REASON
               MOVE WS-REASON-LINE TO WS-PRINT-REC
               PERFORM WRITE-PRINT-LINE
           END-IF
           MOVE SPACES TO WS-NEW-KEY.

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
