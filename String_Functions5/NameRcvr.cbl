       01 WS-SELECT-COUNT PIC 9(8) VALUE 0.
       01 WS-DELETE-COUNT PIC 9(8) VALUE 0.
       01 WS-RESTORE-COUNT PIC 9(8) VALUE 0.
       01 WS-REINSTATE-COUNT PIC 9(8) VALUE 0.
       01 WS-LATER-COUNT PIC 9(8) VALUE 0.
       01 WS-ERASED-COUNT PIC 9(8) VALUE 0.
       01 WS-ERROR-COUNT PIC 9(8) VALUE 0.
       01 WS-RUN-DATE PIC 9(8).
       COPY OVRAUTPM.
       01 WS-PAGE-NO PIC 9(4) VALUE 0.
       01 WS-LINE-COUNT PIC 9(4) VALUE 99.
       01 WS-LINES-PER-PAGE PIC 9(4) VALUE 20.
           05 WS-SL-KEYS    PIC ZZZZZZZ9.
           05 FILLER        PIC X(17) VALUE '  OF TABLE LIMIT:'.
           05 WS-SL-LIMIT   PIC ZZZZZZZ9.
       01 WS-SUMMARY-LINE-5.
           05 FILLER        PIC X(15) VALUE 'REINSTATED:   '.
           05 WS-SL-REINST  PIC ZZZZZZZ9.
           05 FILLER        PIC X(18) VALUE '  ERASED ENTRIES:'.
           05 WS-SL-ERASED  PIC ZZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE WS-RUN-DATE(5:2) TO WS-PH-MM
           MOVE WS-RUN-DATE(7:2) TO WS-PH-DD
           OPEN OUTPUT PRINT-FILE
           PERFORM AUTHORIZE-ROLLBACK
           OPEN I-O NAME-MASTER-FILE
           IF WS-MASTER-STATUS NOT = '00'
               MOVE 'NAME MASTER NOT ON FILE' TO WS-PRINT-REC
           MOVE WS-KEY-COUNT TO WS-SL-KEYS
           MOVE WS-KEY-LIMIT TO WS-SL-LIMIT
           WRITE PRINT-LINE FROM WS-SUMMARY-LINE-4
           MOVE WS-REINSTATE-COUNT TO WS-SL-REINST
           MOVE WS-ERASED-COUNT TO WS-SL-ERASED
           WRITE PRINT-LINE FROM WS-SUMMARY-LINE-5
           IF WS-ERROR-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF
      *>   the run's completion code back before STOP RUN reports it
           MOVE RC-COMPLETION-CODE TO RETURN-CODE.

      *> a rollback rewrites the master for a whole business date -
      *> it runs only on a signed-off authorization for that date, and
      *> is refused before the master is even opened without one
       AUTHORIZE-ROLLBACK.
           MOVE 'A' TO OV-FUNCTION
           MOVE 'ROLLBACK' TO OV-ACTION
           MOVE 'NAMERCVR' TO OV-PROGRAM-ID
           MOVE WS-RUN-DATE TO OV-BUSINESS-DATE
           MOVE SPACES TO OV-CARD-VALUE
           CALL 'OVRAUTH' USING OVRAUTH-PARMS
           MOVE SPACES TO WS-PRINT-REC
           IF OV-AUTHORIZED
               STRING 'AUTHORIZED - REQUESTER ' DELIMITED BY SIZE
                      OV-REQUESTER DELIMITED BY SPACE
                      ' APPROVER ' DELIMITED BY SIZE
                      OV-APPROVER DELIMITED BY SPACE
                      ' TICKET ' DELIMITED BY SIZE
                      OV-TICKET DELIMITED BY SPACE
                      INTO WS-PRINT-REC
               PERFORM WRITE-PRINT-LINE
           ELSE
               STRING 'ROLLBACK REFUSED - ' DELIMITED BY SIZE
                      OV-MESSAGE DELIMITED BY SIZE
                      INTO WS-PRINT-REC
               DISPLAY 'NAMERCVR ABEND - ' WS-PRINT-REC
               PERFORM WRITE-PRINT-LINE
               CLOSE PRINT-FILE
               MOVE 12 TO RETURN-CODE
               PERFORM REGISTER-RUN-COMPLETION
               STOP RUN
           END-IF.

       ROLL-BACK-JOURNAL-REC.
      *>   a steward delete or retirement leaves no after image - its
      *>   key is on the before image instead
           IF JR-AFTER-IMAGE = SPACES
               MOVE JR-BEFORE-IMAGE(1:30) TO WS-WORK-KEY
           ELSE
               MOVE JR-AFTER-IMAGE(1:30) TO WS-WORK-KEY
           END-IF
      *>   ERASNAME masks an erased name's key out of the journal -
      *>   such an entry is history only: there is no key left to roll
      *>   back, and writing its image back would put a masked record
      *>   on the master, so it is counted and passed over
           IF WS-WORK-KEY = ALL '*'
               ADD 1 TO WS-ERASED-COUNT
           ELSE
               PERFORM ROLL-BACK-KEYED-REC
           END-IF.

       ROLL-BACK-KEYED-REC.
           PERFORM FIND-DONE-KEY
           IF WS-KEY-FOUND
               ADD 1 TO WS-LATER-COUNT
           ELSE
               PERFORM NOTE-DONE-KEY
               MOVE WS-WORK-KEY TO WS-DL-KEY
               EVALUATE TRUE
                   WHEN JR-ADD-ACTION
                       PERFORM ROLL-BACK-ADD
                   WHEN JR-REMOVE-ACTION
                       PERFORM ROLL-BACK-REMOVE
                   WHEN OTHER
                       PERFORM ROLL-BACK-UPDATE
               END-EVALUATE
               PERFORM WRITE-DISP-LINE
           END-IF.

               ADD 1 TO WS-ERROR-COUNT
           END-IF.

      *> steward maintenance deleted or retired this key, so rolling
      *> back writes the journaled before image back onto the master.
      *> A later load the same day may have re-added the key since -
      *> first image wins, so the record on file is replaced outright.
       ROLL-BACK-REMOVE.
           IF JR-RETIRE-ACTION
               MOVE 'RETIRE' TO WS-DL-ACTION
           ELSE
               MOVE 'DELETE' TO WS-DL-ACTION
           END-IF
           MOVE WS-WORK-KEY TO NM-NAME-KEY
           READ NAME-MASTER-FILE
           IF WS-MASTER-STATUS = '00'
               MOVE JR-BEFORE-IMAGE TO NAME-MASTER-REC
               REWRITE NAME-MASTER-REC
           ELSE
               MOVE JR-BEFORE-IMAGE TO NAME-MASTER-REC
               WRITE NAME-MASTER-REC
           END-IF
           IF WS-MASTER-STATUS = '00'
               MOVE 'REINSTATED' TO WS-DL-DISP
               ADD 1 TO WS-REINSTATE-COUNT
           ELSE
               MOVE 'WRITE FAIL' TO WS-DL-DISP
               ADD 1 TO WS-ERROR-COUNT
           END-IF.

       FIND-DONE-KEY.
           MOVE 'N' TO WS-KEY-FOUND-SW
           PERFORM VARYING WS-KEY-IX FROM 1 BY 1
