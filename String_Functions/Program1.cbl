           SELECT PRINT-FILE ASSIGN TO 'PRINTRP1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-PRINT-STATUS.
           SELECT XMIT-ACK-FILE ASSIGN TO 'NAMEACK'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-ACK-STATUS.
           SELECT XMIT-LOG-FILE ASSIGN TO 'XMITLOG'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-XMITLOG-STATUS.
           SELECT SUPPRESS-LIST-FILE ASSIGN TO 'SUPPLIST'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-SUPPLIST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  NAME-PARTS-FILE.
       COPY CHECKPT.
       FD  PRINT-FILE.
       01  PRINT-LINE PIC X(80).
       FD  XMIT-ACK-FILE.
       COPY XMITACK.
       FD  XMIT-LOG-FILE.
       COPY XMITLOG.
       FD  SUPPRESS-LIST-FILE.
       COPY SUPPLREC.
       WORKING-STORAGE SECTION.
       COPY STRUTPARM.
       COPY RUNCTLPM.
       01 WS-ABEND-LINE.
           05 FILLER        PIC X(8)  VALUE 'ABEND - '.
           05 WS-AB-MSG     PIC X(40).
       01 WS-ACK-STATUS PIC XX VALUE '00'.
       01 WS-XMITLOG-STATUS PIC XX VALUE '00'.
      *> the transmission's identity, lifted off its header and trailer
      *> by the verify pass - it keys the resend check against XMITLOG
      *> and is echoed back to the sender in the ACK/NAK
       01 WS-XMIT-HDR-DATE PIC 9(8) VALUE 0.
       01 WS-XMIT-SOURCE PIC X(8) VALUE SPACES.
       01 WS-XMIT-TRL-COUNT PIC 9(8) VALUE 0.
       01 WS-XMIT-TRL-HASH PIC 9(12) VALUE 0.
       01 WS-RESEND-SW PIC X VALUE 'N'.
           88 WS-RESEND VALUE 'Y'.
       01 WS-ACK-CODE PIC X(3) VALUE SPACES.
       01 WS-ACK-REASON PIC X(40) VALUE SPACES.
       01 WS-ACK-READ-COUNT PIC 9(8) VALUE 0.
       01 WS-ACK-PROCESSED-COUNT PIC 9(8) VALUE 0.
       01 WS-ACK-VALIDEXC-COUNT PIC 9(8) VALUE 0.
       01 WS-ACK-REJECTF-COUNT PIC 9(8) VALUE 0.
       01 WS-SUPPLIST-STATUS PIC XX VALUE '00'.
      *> the standing suppression list, held whole for the run - every
      *> data record is checked against it before anything is written,
      *> so a list too big for the table stops the run rather than let
      *> an erased name through unchecked
       01 WS-SUPP-LIMIT PIC 9(4) VALUE 2000.
       01 WS-SUPP-TABLE.
           05 WS-SUPP-COUNT PIC 9(4) VALUE 0.
           05 WS-SUPP-ENTRY OCCURS 2000 TIMES.
              10 WS-SUPP-TYPE PIC X(1).
              10 WS-SUPP-KEY  PIC X(40).
       01 WS-SUPP-IX PIC 9(4) VALUE 0.
       01 WS-SUPPRESSED-SW PIC X VALUE 'N'.
           88 WS-SUPPRESSED VALUE 'Y'.
       01 WS-SUPP-MATCH-TYPE PIC X(1) VALUE SPACE.
       01 WS-SUPP-MATCH-KEY PIC X(40) VALUE SPACES.
       01 WS-SUPP-PTR PIC 9(2) VALUE 1.
       01 WS-SUPP-PART-LEN PIC 9(2) VALUE 0.
       01 WS-SUPP-PART PIC X(30) VALUE SPACES.
       01 WS-SUPPRESS-COUNT PIC 9(6) VALUE 0.
       01 WS-RESTART-SUPPRESS-COUNT PIC 9(6) VALUE 0.
       01 WS-SUPPRESS-LINE.
           05 FILLER        PIC X(15) VALUE 'SUPPRESSED:   '.
           05 WS-SPL-COUNT  PIC ZZZZZ9.
           05 FILLER        PIC X(20) VALUE '  OF LISTED NAMES:'.
           05 WS-SPL-LISTED PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PARA.
                                  TO WS-RESTART-VALID-FAIL-COUNT
                              MOVE CK-COMPANY-COUNT
                                  TO WS-RESTART-COMPANY-COUNT
                              MOVE CK-SUPPRESS-COUNT
                                  TO WS-RESTART-SUPPRESS-COUNT
                      END-READ
                  END-PERFORM
                  CLOSE RESTART-FILE
              *> what was actually read - before a single CONCAT-OUT
              *> record is written
              PERFORM VERIFY-INPUT-FILE
              *> names erased on a data-deletion request stay on the
              *> suppression list - load it before the first record so
              *> a listed name never reaches an output, log or master
              PERFORM LOAD-SUPPRESSION-LIST
              *> reopen RESTART-FILE for output now that the restart
              *> point above has already been determined
              OPEN INPUT NAME-PARTS-FILE.
                  MOVE WS-RESTART-VALID-FAIL-COUNT
                      TO WS-VALID-FAIL-COUNT
                  MOVE WS-RESTART-COMPANY-COUNT TO WS-COMPANY-COUNT
                  MOVE WS-RESTART-SUPPRESS-COUNT TO WS-SUPPRESS-COUNT
              ELSE
      *>          a resubmission run appends the repaired records to
      *>          the day's output - truncating here would throw away
      *>          record routes by its type: companies through their
      *>          own rules, persons through the CONCAT path, and a
      *>          type nobody recognizes goes to the exception file
      *>          rather than vanishing behind a BALANCED report.
      *>          A name on the suppression list goes no further than
      *>          the check - not even to the audit or exception logs
                  EVALUATE TRUE
                      WHEN NP-HEADER-REC OR NP-TRAILER-REC
                          CONTINUE
                      WHEN NP-COMPANY-REC
                          PERFORM CHECK-COMPANY-SUPPRESSED
                          IF WS-SUPPRESSED
                              PERFORM REPORT-SUPPRESSED-REC
                          ELSE
                              PERFORM PROCESS-COMPANY-REC
                          END-IF
                          PERFORM TAKE-CHECKPOINT
                      WHEN NP-PERSON-REC
                          PERFORM CHECK-PERSON-SUPPRESSED
                          IF WS-SUPPRESSED
                              PERFORM REPORT-SUPPRESSED-REC
                          ELSE
                              PERFORM PROCESS-NAME-PARTS-REC
                          END-IF
                          PERFORM TAKE-CHECKPOINT
                      WHEN OTHER
                          PERFORM REPORT-BAD-TYPE-REC
              WRITE PRINT-LINE FROM WS-SUMMARY-LINE
              MOVE WS-COMPANY-COUNT TO WS-CL-COUNT
              WRITE PRINT-LINE FROM WS-COMPANY-LINE
              MOVE WS-SUPPRESS-COUNT TO WS-SPL-COUNT
              MOVE WS-SUPP-COUNT TO WS-SPL-LISTED
              WRITE PRINT-LINE FROM WS-SUPPRESS-LINE
              *> daily reconciliation - input records read must balance
              *> against CONCAT-OUT-FILE records written plus records
              *> that were turned away as validation exceptions or as
              *> suppressed names
              PERFORM RECONCILE-COUNTS
              *> the transmission ran to a finish - log it as received
              *> so a resend of it is refused, and answer the sender
              PERFORM ACKNOWLEDGE-TRANSMISSION
              *> the run reached a clean finish rather than a mid-loop
              *> abend, so clear the checkpoint - otherwise the next
              *> invocation's OPEN INPUT would find this run's last
           IF FUNCTION MOD(WS-RECORD-COUNT, WS-CKPT-INTERVAL)
              = 0
               MOVE WS-RECORD-COUNT TO CK-RECORD-COUNT
      *>       a suppressed name is not carried onto the checkpoint
               IF WS-SUPPRESSED
                   MOVE SPACES TO CK-LAST-KEY
               ELSE
                   MOVE NP-REC-BODY(1:15) TO CK-LAST-KEY
               END-IF
               MOVE WS-CONCAT-COUNT TO CK-WRITE-COUNT
               MOVE WS-OVERFLOW-COUNT TO CK-OVERFLOW-COUNT
               MOVE WS-VALID-FAIL-COUNT TO CK-VALID-FAIL-COUNT
               MOVE WS-COMPANY-COUNT TO CK-COMPANY-COUNT
               MOVE WS-SUPPRESS-COUNT TO CK-SUPPRESS-COUNT
               WRITE CHECKPOINT-REC
           END-IF
           MOVE 'N' TO WS-SUPPRESSED-SW.

      *> company path: no three-slot concatenation - the whole name is
      *> one field, validated against the wider company character set
               MOVE 'NAMEPART HAS NO TRAILER RECORD'
                   TO WS-ABEND-MSG
               PERFORM ABEND-BAD-INPUT
           END-IF
           PERFORM CHECK-XMIT-LOG.

       VERIFY-INPUT-REC.
      *>   nothing may follow the trailer - a stray append would
           EVALUATE TRUE
               WHEN NP-HEADER-REC
                   MOVE 'Y' TO WS-HDR-SEEN-SW
                   MOVE NP-HDR-DATE TO WS-XMIT-HDR-DATE
                   MOVE NP-HDR-SOURCE TO WS-XMIT-SOURCE
                   IF NP-HDR-DATE NOT = WS-RUN-DATE
                       MOVE 'NAMEPART HEADER DATE MISMATCH'
                           TO WS-ABEND-MSG
                   END-IF
               WHEN NP-TRAILER-REC
                   MOVE 'Y' TO WS-TRL-SEEN-SW
                   MOVE NP-TRL-COUNT TO WS-XMIT-TRL-COUNT
                   MOVE NP-TRL-HASH TO WS-XMIT-TRL-HASH
                   IF NP-TRL-COUNT NOT = WS-VERIFY-COUNT
                       MOVE 'NAMEPART TRAILER COUNT MISMATCH'
                           TO WS-ABEND-MSG
           DISPLAY 'HELLO-WORLD ABEND - ' WS-ABEND-MSG
           MOVE WS-ABEND-MSG TO WS-AB-MSG
           WRITE PRINT-LINE FROM WS-ABEND-LINE
      *>   the sender hears the refusal too - nothing from the
      *>   transmission was posted, so only the read count is non-zero
           MOVE 'NAK' TO WS-ACK-CODE
           MOVE WS-ABEND-MSG TO WS-ACK-REASON
           MOVE WS-VERIFY-COUNT TO WS-ACK-READ-COUNT
           MOVE 0 TO WS-ACK-PROCESSED-COUNT WS-ACK-VALIDEXC-COUNT
                     WS-ACK-REJECTF-COUNT
           PERFORM WRITE-XMIT-ACK
           CLOSE PRINT-FILE
           MOVE 16 TO RETURN-CODE
           GOBACK.

      *> a transmission whose header date, source and trailer hash
      *> match one already in the received-transmission log has been
      *> processed before - running it again would post every record
      *> to the masters a second time, so it is refused whole. An
      *> operator-forced rerun reprocesses a logged feed on purpose and
      *> is the one exception - it goes through, and its ACK says so
       CHECK-XMIT-LOG.
           MOVE 'N' TO WS-RESEND-SW
           OPEN INPUT XMIT-LOG-FILE
           IF WS-XMITLOG-STATUS = '00'
               PERFORM UNTIL WS-EOF
                   READ XMIT-LOG-FILE
                       AT END MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           IF XL-FEED-NAME = 'NAMEPART'
                              AND XL-HDR-DATE = WS-XMIT-HDR-DATE
                              AND XL-HDR-SOURCE = WS-XMIT-SOURCE
                              AND XL-TRL-HASH = WS-XMIT-TRL-HASH
                               MOVE 'Y' TO WS-RESEND-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE XMIT-LOG-FILE
               MOVE 'N' TO WS-EOF-SW
           END-IF
           IF WS-RESEND AND NOT RC-FORCED-RERUN
               MOVE 'NAMEPART RESEND OF A LOGGED TRANSMISSION'
                   TO WS-ABEND-MSG
               PERFORM ABEND-BAD-INPUT
           END-IF.

      *> a finished run is logged as received before the ACK goes out,
      *> so the same file sent again tomorrow is caught as a resend
       ACKNOWLEDGE-TRANSMISSION.
           OPEN EXTEND XMIT-LOG-FILE
           IF WS-XMITLOG-STATUS = '35'
               OPEN OUTPUT XMIT-LOG-FILE
           END-IF
           MOVE 'NAMEPART' TO XL-FEED-NAME
           MOVE WS-XMIT-HDR-DATE TO XL-HDR-DATE
           MOVE WS-XMIT-SOURCE TO XL-HDR-SOURCE
           MOVE WS-XMIT-TRL-HASH TO XL-TRL-HASH
           MOVE WS-XMIT-TRL-COUNT TO XL-TRL-COUNT
           MOVE RC-PARTITION-ID TO XL-PARTITION-ID
           MOVE WS-RUN-DATE TO XL-BUSINESS-DATE
           MOVE FUNCTION CURRENT-DATE TO XL-TIMESTAMP
           WRITE XMIT-LOG-REC
           CLOSE XMIT-LOG-FILE
           MOVE 'ACK' TO WS-ACK-CODE
           EVALUATE TRUE
               WHEN WS-RESEND
                   MOVE 'ACCEPTED - FORCED RERUN OF LOGGED FEED'
                       TO WS-ACK-REASON
               WHEN WS-RECON-MSG NOT = 'BALANCED'
                   MOVE 'ACCEPTED - COUNTS OUT OF BALANCE'
                       TO WS-ACK-REASON
               WHEN OTHER
                   MOVE 'ACCEPTED' TO WS-ACK-REASON
           END-EVALUATE
           MOVE WS-RECORD-COUNT TO WS-ACK-READ-COUNT
      *>   a suppressed record was taken in and dealt with, so it
      *>   counts as processed and the sender's figures still balance
      *>   - the ACK never says which names were turned away
           COMPUTE WS-ACK-PROCESSED-COUNT =
               WS-CONCAT-COUNT + WS-COMPANY-COUNT + WS-SUPPRESS-COUNT
      *>   HELLO-WORLD writes nothing to REJECTF - its overflows are
      *>   counted on the report only - so that figure is always zero
           MOVE WS-VALID-FAIL-COUNT TO WS-ACK-VALIDEXC-COUNT
           MOVE 0 TO WS-ACK-REJECTF-COUNT
           PERFORM WRITE-XMIT-ACK.

      *> one ACK/NAK record onto the feed's return file, which
      *> accumulates until the sender collects it
       WRITE-XMIT-ACK.
           OPEN EXTEND XMIT-ACK-FILE
           IF WS-ACK-STATUS = '35'
               OPEN OUTPUT XMIT-ACK-FILE
           END-IF
           MOVE 'NAMEPART' TO AK-FEED-NAME
           MOVE WS-XMIT-HDR-DATE TO AK-HDR-DATE
           MOVE WS-XMIT-SOURCE TO AK-HDR-SOURCE
           MOVE RC-PARTITION-ID TO AK-PARTITION-ID
           MOVE WS-ACK-CODE TO AK-ACK-CODE
           MOVE WS-ACK-REASON TO AK-REASON
           MOVE WS-ACK-READ-COUNT TO AK-READ-COUNT
           MOVE WS-ACK-PROCESSED-COUNT TO AK-PROCESSED-COUNT
           MOVE WS-ACK-VALIDEXC-COUNT TO AK-VALIDEXC-COUNT
           MOVE WS-ACK-REJECTF-COUNT TO AK-REJECTF-COUNT
           MOVE WS-XMIT-TRL-COUNT TO AK-TRL-COUNT
           MOVE WS-XMIT-TRL-HASH TO AK-TRL-HASH
           MOVE WS-RUN-DATE TO AK-BUSINESS-DATE
           MOVE FUNCTION CURRENT-DATE TO AK-TIMESTAMP
           WRITE XMIT-ACK-REC
           CLOSE XMIT-ACK-FILE.

      *> peek the extract's header: a file written by the repair step
      *> announces itself through the header source system, and that
      *> turns this invocation into an append (resubmission) run

       RECONCILE-COUNTS.
           IF WS-RECORD-COUNT = WS-CONCAT-COUNT + WS-COMPANY-COUNT
                              + WS-VALID-FAIL-COUNT + WS-SUPPRESS-COUNT
               MOVE 'BALANCED' TO WS-RECON-MSG
           ELSE
               MOVE 'OUT OF BALANCE' TO WS-RECON-MSG
           END-IF
           WRITE PRINT-LINE FROM WS-RECON-LINE.

      *> the whole suppression list into the table - a list that does
      *> not exist yet simply means no name has been erased
       LOAD-SUPPRESSION-LIST.
           MOVE 0 TO WS-SUPP-COUNT
           OPEN INPUT SUPPRESS-LIST-FILE
           IF WS-SUPPLIST-STATUS = '00'
               READ SUPPRESS-LIST-FILE
                   AT END MOVE 'Y' TO WS-EOF-SW
               END-READ
               PERFORM UNTIL WS-EOF
                   IF WS-SUPP-COUNT >= WS-SUPP-LIMIT
                       MOVE 'SUPPRESSION LIST EXCEEDS TABLE'
                           TO WS-ABEND-MSG
                       PERFORM ABEND-SUPPRESSION-LIST
                   END-IF
                   ADD 1 TO WS-SUPP-COUNT
                   MOVE SP-NAME-TYPE TO WS-SUPP-TYPE(WS-SUPP-COUNT)
                   MOVE SP-NAME-KEY TO WS-SUPP-KEY(WS-SUPP-COUNT)
                   READ SUPPRESS-LIST-FILE
                       AT END MOVE 'Y' TO WS-EOF-SW
                   END-READ
               END-PERFORM
               CLOSE SUPPRESS-LIST-FILE
               MOVE 'N' TO WS-EOF-SW
           END-IF.

      *> nothing of the transmission has been posted yet - the feed is
      *> left unacknowledged for a rerun once the table is enlarged
       ABEND-SUPPRESSION-LIST.
           DISPLAY 'HELLO-WORLD ABEND - ' WS-ABEND-MSG
           MOVE WS-ABEND-MSG TO WS-AB-MSG
           WRITE PRINT-LINE FROM WS-ABEND-LINE
           CLOSE SUPPRESS-LIST-FILE PRINT-FILE
           MOVE 16 TO RETURN-CODE
           GOBACK.

      *> the person key is rebuilt the way the CONCAT builds it - each
      *> part standardized, given/middle/surname run together - but
      *> quietly: nothing is audit-logged until the name is cleared
       CHECK-PERSON-SUPPRESSED.
           MOVE 'N' TO WS-SUPPRESSED-SW
           IF WS-SUPP-COUNT > 0
               MOVE SPACES TO WS-SUPP-MATCH-KEY
               MOVE 1 TO WS-SUPP-PTR
               MOVE NP-STR2 TO WS-STD-VALUE
               MOVE 7 TO WS-SUPP-PART-LEN
               PERFORM ADD-PART-TO-MATCH-KEY
               MOVE NP-STR3 TO WS-STD-VALUE
               MOVE 7 TO WS-SUPP-PART-LEN
               PERFORM ADD-PART-TO-MATCH-KEY
               MOVE NP-STR1 TO WS-STD-VALUE
               MOVE 15 TO WS-SUPP-PART-LEN
               PERFORM ADD-PART-TO-MATCH-KEY
               MOVE 'P' TO WS-SUPP-MATCH-TYPE
               PERFORM FIND-SUPPRESSED-NAME
           END-IF.

       CHECK-COMPANY-SUPPRESSED.
           MOVE 'N' TO WS-SUPPRESSED-SW
           IF WS-SUPP-COUNT > 0
               MOVE SPACES TO WS-SUPP-MATCH-KEY
               MOVE FUNCTION TRIM(NP-CO-NAME) TO WS-SUPP-MATCH-KEY
               MOVE 'C' TO WS-SUPP-MATCH-TYPE
               PERFORM FIND-SUPPRESSED-NAME
           END-IF.

       ADD-PART-TO-MATCH-KEY.
           MOVE 'N' TO SU-FUNCTION
           MOVE WS-STD-VALUE TO SU-SOURCE-STRING
           MOVE SPACES TO SU-SOURCE-NAME
           CALL 'STRUTIL' USING STRUTIL-PARMS
           MOVE SPACES TO WS-SUPP-PART
           MOVE SU-RESULT-STRING(1:WS-SUPP-PART-LEN) TO WS-SUPP-PART
           IF WS-SUPP-PART NOT = SPACES
               STRING FUNCTION TRIM(WS-SUPP-PART) DELIMITED BY SIZE
                      INTO WS-SUPP-MATCH-KEY
                      WITH POINTER WS-SUPP-PTR
               END-STRING
           END-IF.

       FIND-SUPPRESSED-NAME.
           MOVE FUNCTION UPPER-CASE(WS-SUPP-MATCH-KEY)
               TO WS-SUPP-MATCH-KEY
           PERFORM VARYING WS-SUPP-IX FROM 1 BY 1
                   UNTIL WS-SUPP-IX > WS-SUPP-COUNT
                         OR WS-SUPPRESSED
               IF WS-SUPP-TYPE(WS-SUPP-IX) = WS-SUPP-MATCH-TYPE
                  AND WS-SUPP-KEY(WS-SUPP-IX) = WS-SUPP-MATCH-KEY
                   MOVE 'Y' TO WS-SUPPRESSED-SW
               END-IF
           END-PERFORM.

      *> the record is counted and the report says a name was turned
      *> away - which name is exactly what must not be printed
       REPORT-SUPPRESSED-REC.
           ADD 1 TO WS-SUPPRESS-COUNT
           MOVE 'SUPPRESSED : ERASED NAME NOT PROCESSED'
               TO WS-PRINT-REC
           PERFORM WRITE-PRINT-LINE.

       REPORT-CONCAT-RESULT.
           IF SU-VALIDATION-FAIL
               MOVE 'HELLO-WO' TO VE-PROGRAM-ID
