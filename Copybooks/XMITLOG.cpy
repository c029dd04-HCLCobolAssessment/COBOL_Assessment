      *> Shared layout for the received-transmission log XMITLOG - one
      *> record for every NAMEPART/STREXTR transmission that ran to a
      *> finish. The file accumulates and is never truncated: a later
      *> feed carrying the same header date, source and trailer hash
      *> as a logged one is a resend, and is refused before it can
      *> post to the masters a second time.
       01  XMIT-LOG-REC.
           05 XL-FEED-NAME       PIC X(8).
           05 XL-HDR-DATE        PIC 9(8).
           05 XL-HDR-SOURCE      PIC X(8).
           05 XL-TRL-HASH        PIC 9(12).
           05 XL-TRL-COUNT       PIC 9(8).
           05 XL-PARTITION-ID    PIC X(2).
           05 XL-BUSINESS-DATE   PIC 9(8).
           05 XL-TIMESTAMP       PIC X(21).
