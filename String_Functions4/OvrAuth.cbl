       IDENTIFICATION DIVISION.
       PROGRAM-ID. OVRAUTH.
       AUTHOR.  HCL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> the signed-off authorizations for high-risk control cards -
      *> forced reruns, drop rules, purge cutoffs, retention depth
      *> changes, master rollbacks and name erasures. Every program
      *> taking one of those actions asks here first rather than
      *> trusting the card
           SELECT OVR-AUTH-FILE ASSIGN TO 'OVRAUTHF'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-AUTH-STATUS.
      *> every ask is logged, granted or refused - the weekly override
      *> report and the auditors both read from here
           SELECT OVR-LOG-FILE ASSIGN TO 'OVRLOG'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-OVRLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OVR-AUTH-FILE.
       COPY OVRAUREC.
       FD  OVR-LOG-FILE.
       COPY OVRLGREC.
       WORKING-STORAGE SECTION.
       01 WS-EOF-SW PIC X VALUE 'N'.
           88 WS-EOF VALUE 'Y'.
       01 WS-AUTH-STATUS PIC XX VALUE '00'.
       01 WS-OVRLOG-STATUS PIC XX VALUE '00'.
       01 WS-GRANTED-SW PIC X VALUE 'N'.
           88 WS-GRANTED VALUE 'Y'.
      *> why the best candidate record fell short - kept so a refusal
      *> says "approver missing" rather than just "not authorized"
       01 WS-REFUSE-REASON PIC X(40) VALUE SPACES.
       LINKAGE SECTION.
       COPY OVRAUTPM.

       PROCEDURE DIVISION USING OVRAUTH-PARMS.
       MAIN-PARA.
           MOVE 0 TO OV-RETURN-CODE
           MOVE SPACES TO OV-MESSAGE
           EVALUATE TRUE
               WHEN OV-FN-AUTHORIZE
                   PERFORM AUTHORIZE-ACTION
               WHEN OV-FN-STANDING
                   PERFORM FIND-STANDING-VALUE
           END-EVALUATE
           GOBACK.

       AUTHORIZE-ACTION.
           MOVE SPACES TO OV-REQUESTER OV-APPROVER OV-TICKET
           MOVE 'N' TO WS-GRANTED-SW
           MOVE 'NO AUTHORIZATION ON FILE' TO WS-REFUSE-REASON
           OPEN INPUT OVR-AUTH-FILE
           IF WS-AUTH-STATUS = '00'
               READ OVR-AUTH-FILE
                   AT END MOVE 'Y' TO WS-EOF-SW
               END-READ
               PERFORM UNTIL WS-EOF OR WS-GRANTED
                   PERFORM CHECK-AUTH-REC
                   READ OVR-AUTH-FILE
                       AT END MOVE 'Y' TO WS-EOF-SW
                   END-READ
               END-PERFORM
               CLOSE OVR-AUTH-FILE
               MOVE 'N' TO WS-EOF-SW
           ELSE
               MOVE 'NO OVRAUTHF AUTHORIZATION FILE'
                   TO WS-REFUSE-REASON
           END-IF
           IF WS-GRANTED
               MOVE 'AUTHORIZED' TO OV-MESSAGE
           ELSE
               MOVE 8 TO OV-RETURN-CODE
               MOVE WS-REFUSE-REASON TO OV-MESSAGE
           END-IF
           PERFORM WRITE-OVERRIDE-LOG.

      *> a record must match action, date, program and value, and
      *> then carry a complete sign-off: requester, a different
      *> approver, and the ticket the change was raised under. A
      *> blank value covers any card - except for an erasure, which
      *> cannot be undone and is signed off one request id at a time
       CHECK-AUTH-REC.
           IF OA-ACTION = OV-ACTION
              AND OA-BUSINESS-DATE = OV-BUSINESS-DATE
              AND (OA-PROGRAM-ID = SPACES
                   OR OA-PROGRAM-ID = OV-PROGRAM-ID)
              AND ((OA-CARD-VALUE = SPACES
                    AND OV-ACTION NOT = 'ERASURE')
                   OR OA-CARD-VALUE = OV-CARD-VALUE)
               EVALUATE TRUE
                   WHEN OA-REQUESTER = SPACES
                       MOVE 'AUTHORIZATION HAS NO REQUESTER'
                           TO WS-REFUSE-REASON
                   WHEN OA-APPROVER = SPACES
                       MOVE 'AUTHORIZATION HAS NO APPROVER'
                           TO WS-REFUSE-REASON
                   WHEN OA-TICKET = SPACES
                       MOVE 'AUTHORIZATION HAS NO TICKET'
                           TO WS-REFUSE-REASON
                   WHEN OA-APPROVER = OA-REQUESTER
                       MOVE 'REQUESTER MAY NOT APPROVE OWN REQUEST'
                           TO WS-REFUSE-REASON
                   WHEN OTHER
                       MOVE 'Y' TO WS-GRANTED-SW
                       MOVE OA-REQUESTER TO OV-REQUESTER
                       MOVE OA-APPROVER TO OV-APPROVER
                       MOVE OA-TICKET TO OV-TICKET
               END-EVALUATE
           END-IF.

       WRITE-OVERRIDE-LOG.
           OPEN EXTEND OVR-LOG-FILE
           IF WS-OVRLOG-STATUS = '35'
               OPEN OUTPUT OVR-LOG-FILE
           END-IF
           MOVE SPACES TO OVR-LOG-REC
           MOVE OV-BUSINESS-DATE TO OL-BUSINESS-DATE
           MOVE OV-ACTION TO OL-ACTION
           MOVE OV-PROGRAM-ID TO OL-PROGRAM-ID
           MOVE OV-CARD-VALUE TO OL-CARD-VALUE
           IF WS-GRANTED
               MOVE 'USED' TO OL-OUTCOME
           ELSE
               MOVE 'REFUSED' TO OL-OUTCOME
           END-IF
           MOVE OV-REQUESTER TO OL-REQUESTER
           MOVE OV-APPROVER TO OL-APPROVER
           MOVE OV-TICKET TO OL-TICKET
           MOVE OV-MESSAGE TO OL-REASON
           MOVE FUNCTION CURRENT-DATE TO OL-TIMESTAMP
           WRITE OVR-LOG-REC
           CLOSE OVR-LOG-FILE.

      *> the log is in arrival order, so the last authorized use found
      *> is the value in force
       FIND-STANDING-VALUE.
           MOVE SPACES TO OV-STANDING-VALUE
           MOVE 'N' TO OV-STANDING-SW
           OPEN INPUT OVR-LOG-FILE
           IF WS-OVRLOG-STATUS = '00'
               READ OVR-LOG-FILE
                   AT END MOVE 'Y' TO WS-EOF-SW
               END-READ
               PERFORM UNTIL WS-EOF
                   IF OL-ACTION = OV-ACTION
                      AND OL-PROGRAM-ID = OV-PROGRAM-ID
                      AND OL-USED
                       MOVE OL-CARD-VALUE TO OV-STANDING-VALUE
                       MOVE 'Y' TO OV-STANDING-SW
                   END-IF
                   READ OVR-LOG-FILE
                       AT END MOVE 'Y' TO WS-EOF-SW
                   END-READ
               END-PERFORM
               CLOSE OVR-LOG-FILE
               MOVE 'N' TO WS-EOF-SW
           END-IF.
