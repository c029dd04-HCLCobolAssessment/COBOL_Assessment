                  ORGANIZATION IS SEQUENTIAL.
           SELECT PRINT-FILE ASSIGN TO 'PRINTRP5'
                  ORGANIZATION IS SEQUENTIAL.
           SELECT REPAIR-DISP-FILE ASSIGN TO 'REPAIRDS'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-REPDISP-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  REJECT-FILE.
              10 FILLER        PIC X(20).
       FD  PRINT-FILE.
       01  PRINT-LINE PIC X(80).
       FD  REPAIR-DISP-FILE.
       COPY REPDISP.
       WORKING-STORAGE SECTION.
       COPY RUNCTLPM.
       01 WS-EOF-SW PIC X VALUE 'N'.
       01 WS-REJECT-STATUS PIC XX VALUE '00'.
       01 WS-VALIDEXC-STATUS PIC XX VALUE '00'.
       01 WS-CONTROL-STATUS PIC XX VALUE '00'.
       01 WS-REPDISP-STATUS PIC XX VALUE '00'.
      *> which producer and which logged exception the record being
      *> dispositioned came from - carried onto its REPAIRDS record
       01 WS-RD-PROGRAM-ID PIC X(8) VALUE SPACES.
       01 WS-RD-REASON PIC X(30) VALUE SPACES.
       01 WS-RD-ORIGIN-TS PIC X(21) VALUE SPACES.
       01 WS-RD-RUN-TS PIC X(21) VALUE SPACES.
       01 WS-RULE-TABLE.
           05 WS-RULE-COUNT PIC 9(2) VALUE 0.
           05 WS-RULE-ENTRY OCCURS 10 TIMES.
              10 WS-RULE-REASON PIC X(30).
              10 WS-RULE-ACTION PIC X(1).
       01 WS-RULE-IX PIC 9(2) VALUE 0.
       01 WS-RULE-OK-SW PIC X VALUE 'N'.
           88 WS-RULE-OK VALUE 'Y'.
       01 WS-DROP-REFUSED-SW PIC X VALUE 'N'.
           88 WS-DROP-REFUSED VALUE 'Y'.
       COPY OVRAUTPM.
       01 WS-MATCH-ACTION PIC X(1) VALUE SPACE.
           88 WS-NO-RULE       VALUE SPACE.
           88 WS-RULE-TRUNCATE VALUE 'T'.
           OPEN OUTPUT PRINT-FILE
                OUTPUT RESUB-NAMEPART-FILE
                OUTPUT RESUB-STREXTR-FILE
      *>   the disposition log accumulates across cycles for the feed
      *>   quality scorecard - a missing file is the truncate signal
           OPEN EXTEND REPAIR-DISP-FILE
           IF WS-REPDISP-STATUS = '35'
               OPEN OUTPUT REPAIR-DISP-FILE
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-RD-RUN-TS
           PERFORM WRITE-RESUB-HEADERS
           PERFORM LOAD-REPAIR-RULES
           PERFORM PROCESS-REJECT-FILE
           IF WS-NORULE-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
      *>   a refused drop rule is a control-card problem the operator
      *>   must answer for, above an ordinary NO RULE day
           IF WS-DROP-REFUSED
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM WRITE-RESUB-TRAILERS
           CLOSE RESUB-NAMEPART-FILE
                 RESUB-STREXTR-FILE
                 REPAIR-DISP-FILE
                 PRINT-FILE
           PERFORM REGISTER-RUN-COMPLETION
      *>   GOBACK rather than STOP RUN: submitted standalone it ends
               END-READ
               PERFORM UNTIL WS-EOF
                          OR WS-RULE-COUNT >= 10
      *>           a drop rule loses the records for good - it loads
      *>           only on a signed-off authorization for the date;
      *>           refused, its records fall out as NO RULE and wait
      *>           for a person instead of disappearing
                   IF RI-ACTION = 'D'
                       PERFORM AUTHORIZE-DROP-RULE
                   ELSE
                       MOVE 'Y' TO WS-RULE-OK-SW
                   END-IF
                   IF WS-RULE-OK
                       ADD 1 TO WS-RULE-COUNT
                       MOVE RI-REASON
                           TO WS-RULE-REASON(WS-RULE-COUNT)
                       MOVE RI-ACTION
                           TO WS-RULE-ACTION(WS-RULE-COUNT)
                   END-IF
                   READ REPAIR-CONTROL-FILE
                       AT END MOVE 'Y' TO WS-EOF-SW
                   END-READ
               PERFORM WRITE-PRINT-LINE
           END-IF.

       AUTHORIZE-DROP-RULE.
           MOVE 'A' TO OV-FUNCTION
           MOVE 'REPAIRDR' TO OV-ACTION
           MOVE 'REJREPAI' TO OV-PROGRAM-ID
           MOVE WS-RUN-DATE TO OV-BUSINESS-DATE
           MOVE RI-REASON TO OV-CARD-VALUE
           CALL 'OVRAUTH' USING OVRAUTH-PARMS
           MOVE SPACES TO WS-PRINT-REC
           IF OV-AUTHORIZED
               MOVE 'Y' TO WS-RULE-OK-SW
               STRING 'DROP RULE AUTHORIZED - TICKET '
                      DELIMITED BY SIZE
                      OV-TICKET DELIMITED BY SPACE
                      ': ' DELIMITED BY SIZE
                      RI-REASON DELIMITED BY SIZE
                      INTO WS-PRINT-REC
           ELSE
               MOVE 'N' TO WS-RULE-OK-SW
               MOVE 'Y' TO WS-DROP-REFUSED-SW
               STRING 'DROP RULE REFUSED - NOT AUTHORIZED: '
                      DELIMITED BY SIZE
                      RI-REASON DELIMITED BY SIZE
                      INTO WS-PRINT-REC
           END-IF
           PERFORM WRITE-PRINT-LINE.

       FIND-REPAIR-RULE.
           MOVE SPACE TO WS-MATCH-ACTION
           PERFORM VARYING WS-RULE-IX FROM 1 BY 1
           MOVE 'REJECTF' TO WS-DL-STREAM
           MOVE RJ-STR4 TO WS-DL-VALUE
           MOVE RJ-REASON TO WS-WORK-REASON
      *>   only Program2 writes REJECTF, and the record carries no
      *>   timestamp of its own
           MOVE 'Program2' TO WS-RD-PROGRAM-ID
           MOVE RJ-REASON TO WS-RD-REASON
           MOVE SPACES TO WS-RD-ORIGIN-TS
           PERFORM FIND-REPAIR-RULE
           MOVE RJ-STR2 TO WS-SX-STR2
           MOVE RJ-STR3 TO WS-SX-STR3
       REPAIR-VALIDEXC-REC.
           MOVE 'VALIDEXC' TO WS-DL-STREAM
           MOVE VE-FIELD-VALUE TO WS-DL-VALUE
           MOVE VE-PROGRAM-ID TO WS-RD-PROGRAM-ID
           MOVE VE-REASON TO WS-RD-REASON
           MOVE VE-TIMESTAMP TO WS-RD-ORIGIN-TS
      *>   only CONCAT and COMPANY exceptions came off an extract
      *>   record the next run could re-read - the one-off demo SPLIT
      *>   exceptions have no file to resubmit into

       WRITE-DISP-LINE.
           MOVE WS-DISP-LINE TO WS-PRINT-REC
           PERFORM WRITE-PRINT-LINE
           MOVE WS-RUN-DATE TO RD-BUSINESS-DATE
           MOVE WS-DL-STREAM TO RD-STREAM
           MOVE WS-RD-PROGRAM-ID TO RD-PROGRAM-ID
           MOVE WS-RD-REASON TO RD-REASON
           MOVE WS-DL-ACTION TO RD-ACTION
           MOVE WS-DL-DISP TO RD-DISPOSITION
           MOVE WS-RD-ORIGIN-TS TO RD-ORIGIN-TIMESTAMP
           MOVE WS-RD-RUN-TS TO RD-RUN-TIMESTAMP
           WRITE REPAIR-DISP-REC.

       WRITE-PRINT-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
