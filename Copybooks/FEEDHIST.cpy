      *> Shared layout for the feed quality history FEEDHIST - one 'S'
      *> record per feed and source system per business date carrying
      *> that day's totals, followed by one 'R' record per validation
      *> failure reason the source produced that day. FEEDQUAL
      *> replaces a date's records when it is rerun for that date, and
      *> reads the trailing thirty days back for its rolling rates.
       01  FEED-HIST-REC.
           05 FH-BUSINESS-DATE      PIC 9(8).
           05 FH-FEED-NAME          PIC X(8).
           05 FH-HDR-SOURCE         PIC X(8).
           05 FH-REC-TYPE           PIC X(1).
               88 FH-SOURCE-TOTALS  VALUE 'S'.
               88 FH-REASON-COUNT   VALUE 'R'.
           05 FH-BODY               PIC X(60).
           05 FH-TOTALS-FIELDS REDEFINES FH-BODY.
              10 FH-XMIT-COUNT      PIC 9(4).
              10 FH-NAK-COUNT       PIC 9(4).
              10 FH-RECEIVED-COUNT  PIC 9(8).
              10 FH-PROCESSED-COUNT PIC 9(8).
              10 FH-VALIDEXC-COUNT  PIC 9(8).
              10 FH-REJECTF-COUNT   PIC 9(8).
              10 FH-DROPPED-COUNT   PIC 9(8).
              10 FH-RESUB-COUNT     PIC 9(8).
              10 FILLER             PIC X(4).
           05 FH-REASON-FIELDS REDEFINES FH-BODY.
              10 FH-REASON          PIC X(30).
              10 FH-REASON-TALLY    PIC 9(8).
              10 FILLER             PIC X(22).
