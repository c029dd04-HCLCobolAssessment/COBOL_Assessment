       01 WS-READ-COUNT PIC 9(8) VALUE 0.
       01 WS-ADD-COUNT PIC 9(8) VALUE 0.
       01 WS-DUP-COUNT PIC 9(8) VALUE 0.
       01 WS-ERASED-COUNT PIC 9(8) VALUE 0.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-PAGE-NO PIC 9(4) VALUE 0.
       01 WS-LINE-COUNT PIC 9(4) VALUE 99.
           05 WS-SL-ADDED   PIC ZZZZZZZ9.
           05 FILLER        PIC X(22) VALUE '  DUPLICATES FLAGGED:'.
           05 WS-SL-DUPS    PIC ZZZZZZZ9.
       01 WS-SUMMARY-LINE-3.
           05 FILLER        PIC X(22) VALUE 'ERASED NAMES SKIPPED: '.
           05 WS-SL-ERASED  PIC ZZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PARA.
               PERFORM UNTIL WS-EOF
                   ADD 1 TO WS-READ-COUNT
                   MOVE COMPANY-IN-REC TO WS-WORK-NAME
                   PERFORM CHECK-ERASED-NAME
                   READ COMPANY-IN-FILE
                        AT END MOVE 'Y' TO WS-EOF-SW
                   END-READ
           MOVE WS-ADD-COUNT TO WS-SL-ADDED
           MOVE WS-DUP-COUNT TO WS-SL-DUPS
           WRITE PRINT-LINE FROM WS-SUMMARY-LINE-2
           MOVE WS-ERASED-COUNT TO WS-SL-ERASED
           WRITE PRINT-LINE FROM WS-SUMMARY-LINE-3
           CLOSE PRINT-FILE
           PERFORM REGISTER-RUN-COMPLETION
           STOP RUN.
      *>   the run's completion code back before STOP RUN reports it
           MOVE RC-COMPLETION-CODE TO RETURN-CODE.

      *> ERASNAME masks an erased company's CONCATC1 line in place -
      *> a forced rerun of the day's load reads it back, and posting
      *> it would put a masked key on the master, so it is counted and
      *> passed over
       CHECK-ERASED-NAME.
           IF WS-WORK-NAME = ALL '*'
               ADD 1 TO WS-ERASED-COUNT
           ELSE
               PERFORM POST-COMPANY-TO-MASTER
           END-IF.

      *> post one company name to the master: a key never seen before
      *> is added with today as both first-seen and last-seen; a key
      *> already on file is a duplicate arrival - flagged on the report
