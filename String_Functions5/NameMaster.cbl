       01  CONCAT-IN-2-REC PIC X(30).
       FD  NAME-MASTER-FILE.
       COPY NAMEMREC.
      *> daily delta interface for downstream consumers - layout and
      *> action codes shared with the steward maintenance program
       FD  NAME-DELTA-FILE.
       COPY NAMEDREC.
       FD  NAME-JOURNAL-FILE.
       COPY NAMEJREC.
       FD  PRINT-FILE.
       01 WS-ADD-COUNT PIC 9(8) VALUE 0.
       01 WS-DUP-COUNT PIC 9(8) VALUE 0.
       01 WS-DELTA-COUNT PIC 9(8) VALUE 0.
       01 WS-ERASED-COUNT PIC 9(8) VALUE 0.
       01 WS-DELTA-HASH PIC 9(12) VALUE 0.
       01 WS-HASH-IX PIC 9(2) VALUE 0.
       01 WS-RUN-DATE PIC 9(8).
           05 WS-SL-ADDED   PIC ZZZZZZZ9.
           05 FILLER        PIC X(22) VALUE '  DUPLICATES FLAGGED:'.
           05 WS-SL-DUPS    PIC ZZZZZZZ9.
       01 WS-SUMMARY-LINE-3.
           05 FILLER        PIC X(22) VALUE 'ERASED NAMES SKIPPED: '.
           05 WS-SL-ERASED  PIC ZZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PARA.
               PERFORM UNTIL WS-EOF
                   ADD 1 TO WS-READ-COUNT-1
                   MOVE CONCAT-IN-1-REC TO WS-WORK-NAME
                   PERFORM CHECK-ERASED-NAME
                   READ CONCAT-IN-1-FILE
                        AT END MOVE 'Y' TO WS-EOF-SW
                   END-READ
               PERFORM UNTIL WS-EOF
                   ADD 1 TO WS-READ-COUNT-2
                   MOVE CONCAT-IN-2-REC TO WS-WORK-NAME
                   PERFORM CHECK-ERASED-NAME
                   READ CONCAT-IN-2-FILE
                        AT END MOVE 'Y' TO WS-EOF-SW
                   END-READ
           MOVE WS-ADD-COUNT TO WS-SL-ADDED
           MOVE WS-DUP-COUNT TO WS-SL-DUPS
           WRITE PRINT-LINE FROM WS-SUMMARY-LINE-2
           MOVE WS-ERASED-COUNT TO WS-SL-ERASED
           WRITE PRINT-LINE FROM WS-SUMMARY-LINE-3
           CLOSE PRINT-FILE
           PERFORM REGISTER-RUN-COMPLETION
      *>   GOBACK rather than STOP RUN: submitted standalone it ends
      *>   the run's completion code back before GOBACK reports it
           MOVE RC-COMPLETION-CODE TO RETURN-CODE.

      *> ERASNAME masks an erased name's CONCAT-OUT line in place - a
      *> forced rerun of the day's load reads it back, and posting it
      *> would put a masked key on the master, the journal and the
      *> delta, so it is counted and passed over
       CHECK-ERASED-NAME.
           IF WS-WORK-NAME = ALL '*'
               ADD 1 TO WS-ERASED-COUNT
           ELSE
               PERFORM POST-NAME-TO-MASTER
           END-IF.

      *> post one concatenated name to the master: a key never seen
      *> before is added with today as both first-seen and last-seen;
      *> a key already on file is a duplicate arrival - flagged on the
