      *> Shared layout for the acknowledgment returned to the system
      *> that sent a NAMEPART or STREXTR transmission - one record per
      *> transmission, appended to the feed's own return file (NAMEACK
      *> for NAMEPART, STRXACK for STREXTR). 'ACK' means the feed was
      *> taken in and processed, 'NAK' means it was refused whole and
      *> nothing from it was posted; AK-REASON says why either way.
       01  XMIT-ACK-REC.
           05 AK-FEED-NAME       PIC X(8).
           05 AK-HDR-DATE        PIC 9(8).
           05 AK-HDR-SOURCE      PIC X(8).
      *> blank for a whole-file run, the partition number when the
      *> transmission was split and this is one partition's answer
           05 AK-PARTITION-ID    PIC X(2).
           05 AK-ACK-CODE        PIC X(3).
               88 AK-ACCEPTED    VALUE 'ACK'.
               88 AK-REJECTED    VALUE 'NAK'.
           05 AK-REASON          PIC X(40).
      *> data records read, records written to the CONCAT outputs, and
      *> records turned away to VALIDEXC and REJECTF - read balances
      *> against the other three on a clean day
           05 AK-READ-COUNT      PIC 9(8).
           05 AK-PROCESSED-COUNT PIC 9(8).
           05 AK-VALIDEXC-COUNT  PIC 9(8).
           05 AK-REJECTF-COUNT   PIC 9(8).
      *> the sender's own trailer figures, echoed back so the sender
      *> can match this answer to the file it sent
           05 AK-TRL-COUNT       PIC 9(8).
           05 AK-TRL-HASH        PIC 9(12).
           05 AK-BUSINESS-DATE   PIC 9(8).
           05 AK-TIMESTAMP       PIC X(21).
