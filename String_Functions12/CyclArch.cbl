       01 WS-ARCH-STATUS PIC XX VALUE '00'.
       01 WS-CAT-STATUS PIC XX VALUE '00'.
       01 WS-RETAIN-DAYS PIC 9(5) VALUE 0.
      *> the depth in force is the last one signed off - the card only
      *> needs a fresh authorization on the day it changes
       COPY OVRAUTPM.
       01 WS-PURGE-REFUSED-SW PIC X VALUE 'N'.
           88 WS-PURGE-REFUSED VALUE 'Y'.
       01 WS-PURGE-DATE PIC 9(8) VALUE 0.
       01 WS-PURGE-INT PIC 9(9) VALUE 0.
       01 WS-FILE-COUNT PIC 9(8) VALUE 0.
           PERFORM ARCHIVE-PRINTRP5
           CLOSE CYCLE-ARCHIVE-FILE
                 ARCHIVE-CATALOG-FILE
      *>   an unauthorized depth change still archives the day - only
      *>   the purge, the part that cannot be undone, is held back
           IF WS-PURGE-REFUSED
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM PURGE-EXPIRED-CYCLES
           END-IF
           CLOSE PRINT-FILE
           PERFORM REGISTER-RUN-COMPLETION
           STOP RUN.
           END-IF
           MOVE RT-RETAIN-DAYS TO WS-RETAIN-DAYS
           CLOSE RETENTION-CARD-FILE
           PERFORM AUTHORIZE-RETENTION-DEPTH
           COMPUTE WS-PURGE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
               - WS-RETAIN-DAYS
           COMPUTE WS-PURGE-DATE =
               FUNCTION DATE-OF-INTEGER(WS-PURGE-INT).

       AUTHORIZE-RETENTION-DEPTH.
           MOVE 'S' TO OV-FUNCTION
           MOVE 'RETNCARD' TO OV-ACTION
           MOVE 'CYCLARCH' TO OV-PROGRAM-ID
           MOVE WS-RUN-DATE TO OV-BUSINESS-DATE
           MOVE SPACES TO OV-CARD-VALUE
           MOVE WS-RETAIN-DAYS TO OV-CARD-VALUE(1:5)
           CALL 'OVRAUTH' USING OVRAUTH-PARMS
           IF OV-STANDING-FOUND
              AND OV-STANDING-VALUE = OV-CARD-VALUE
               CONTINUE
           ELSE
               MOVE 'A' TO OV-FUNCTION
               CALL 'OVRAUTH' USING OVRAUTH-PARMS
               MOVE SPACES TO WS-PRINT-REC
               IF OV-AUTHORIZED
                   STRING 'RETENTION DEPTH CHANGE AUTHORIZED - '
                          DELIMITED BY SIZE
                          'TICKET ' DELIMITED BY SIZE
                          OV-TICKET DELIMITED BY SPACE
                          INTO WS-PRINT-REC
               ELSE
                   MOVE 'Y' TO WS-PURGE-REFUSED-SW
                   STRING 'PURGE REFUSED - RETENTION DEPTH '
                          DELIMITED BY SIZE
                          'CHANGE NOT AUTHORIZED' DELIMITED BY SIZE
                          INTO WS-PRINT-REC
               END-IF
               PERFORM WRITE-PRINT-LINE
           END-IF.

       ABEND-BAD-CARD.
           DISPLAY 'CYCLARCH ABEND - ' WS-PRINT-REC
           PERFORM WRITE-PRINT-LINE
