       01 WS-LIVE-STATUS PIC XX VALUE '00'.
       01 WS-ARCH-STATUS PIC XX VALUE '00'.
       01 WS-CUTOFF-DATE PIC 9(8) VALUE 0.
       COPY OVRAUTPM.
       01 WS-READ-COUNT PIC 9(8) VALUE 0.
       01 WS-ARCH-COUNT PIC 9(8) VALUE 0.
       01 WS-KEEP-COUNT PIC 9(8) VALUE 0.
           MOVE WS-CUTOFF-DATE TO WS-CU-DATE
           MOVE WS-CUTOFF-LINE TO WS-PRINT-REC
           PERFORM WRITE-PRINT-LINE
           PERFORM AUTHORIZE-CUTOFF
           PERFORM ARCHIVE-VALIDEXC
           PERFORM ARCHIVE-AUDITLOG
           PERFORM ARCHIVE-RUNCTLF
           MOVE AD-CUTOFF-DATE TO WS-CUTOFF-DATE
           CLOSE ARCHIVE-DATE-FILE.

      *> the purge moves every record before the cutoff out of the live
      *> files for good - the cutoff on the card must be the one signed
      *> off for this business date, or nothing moves
       AUTHORIZE-CUTOFF.
           MOVE 'A' TO OV-FUNCTION
           MOVE 'ARCHDATE' TO OV-ACTION
           MOVE 'ARCHPURG' TO OV-PROGRAM-ID
           MOVE WS-RUN-DATE TO OV-BUSINESS-DATE
           MOVE SPACES TO OV-CARD-VALUE
           MOVE WS-CUTOFF-DATE TO OV-CARD-VALUE(1:8)
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
               STRING 'ARCHDATE CUTOFF REFUSED - ' DELIMITED BY SIZE
                      OV-MESSAGE DELIMITED BY SIZE
                      INTO WS-PRINT-REC
               PERFORM ABEND-BAD-CARD
           END-IF.

       ABEND-BAD-CARD.
           DISPLAY 'ARCHPURG ABEND - ' WS-PRINT-REC
           PERFORM WRITE-PRINT-LINE
