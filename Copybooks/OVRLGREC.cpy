      *> Shared layout for the override log OVRLOG: OVRAUTH appends
      *> one record every time a program asks to use a high-risk
      *> control card, whether the use went ahead on a valid
      *> authorization or was refused for want of one - who asked, who
      *> approved, under which ticket, and when.
       01  OVR-LOG-REC.
           05 OL-BUSINESS-DATE   PIC 9(8).
           05 OL-ACTION          PIC X(8).
           05 OL-PROGRAM-ID      PIC X(8).
           05 OL-CARD-VALUE      PIC X(30).
           05 OL-OUTCOME         PIC X(8).
               88 OL-USED         VALUE 'USED'.
               88 OL-REFUSED      VALUE 'REFUSED'.
           05 OL-REQUESTER       PIC X(12).
           05 OL-APPROVER        PIC X(12).
           05 OL-TICKET          PIC X(12).
           05 OL-REASON          PIC X(40).
           05 OL-TIMESTAMP       PIC X(21).
