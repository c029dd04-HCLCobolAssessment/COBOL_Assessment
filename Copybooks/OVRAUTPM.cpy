      *> LINKAGE parameter block shared by OVRAUTH and its callers.
      *> 'A' asks for an authorization: the caller names the action,
      *> its own program id, the business date and the card value it
      *> is about to act on; OVRAUTH answers from the OVRAUTHF file and
      *> logs the use or the refusal to OVRLOG either way. 'S' looks
      *> up the standing value - the card value of this program's most
      *> recent authorized use of the action - without logging, for a
      *> card that only needs sign-off when its value changes.
       01  OVRAUTH-PARMS.
           05 OV-FUNCTION        PIC X(1).
               88 OV-FN-AUTHORIZE VALUE 'A'.
               88 OV-FN-STANDING  VALUE 'S'.
           05 OV-ACTION          PIC X(8).
           05 OV-PROGRAM-ID      PIC X(8).
           05 OV-BUSINESS-DATE   PIC 9(8).
           05 OV-CARD-VALUE      PIC X(30).
           05 OV-REQUESTER       PIC X(12).
           05 OV-APPROVER        PIC X(12).
           05 OV-TICKET          PIC X(12).
           05 OV-STANDING-VALUE  PIC X(30).
           05 OV-STANDING-SW     PIC X(1).
               88 OV-STANDING-FOUND VALUE 'Y'.
           05 OV-RETURN-CODE     PIC 9(2).
               88 OV-AUTHORIZED      VALUE 0.
               88 OV-NOT-AUTHORIZED  VALUE 8.
           05 OV-MESSAGE         PIC X(40).
