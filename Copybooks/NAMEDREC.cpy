      *> Shared layout for the NAMDELTA daily delta interface handed to
      *> the name-master's downstream consumers. One 'D' record per key
      *> touched that business date, wrapped in the same 'H'/'T'
      *> header-trailer control records - with record count and hash
      *> total over the record bodies - that NAMEPART and STREXTR
      *> carry, so consumers verify the transmission the way our own
      *> readers do. The daily load writes 'A' (key added) and 'R'
      *> (key re-arrived); steward maintenance adds 'U' (record
      *> changed in place), 'D' (key deleted) and 'T' (key retired) -
      *> a changed key arrives as a 'D' for the old key followed by an
      *> 'A' for the new one.
       01  DELTA-OUT-REC.
           05 DL-REC-TYPE PIC X(1).
           05 DL-REC-BODY PIC X(53).
           05 DL-DATA-FIELDS REDEFINES DL-REC-BODY.
              10 DL-ACTION       PIC X(1).
              10 DL-NAME-KEY     PIC X(30).
              10 DL-LAST-SEEN    PIC 9(8).
              10 DL-TIMES-SEEN   PIC 9(6).
              10 DL-FIRST-SOURCE PIC X(8).
           05 DL-HEADER-FIELDS REDEFINES DL-REC-BODY.
              10 DL-HDR-DATE   PIC 9(8).
              10 DL-HDR-SOURCE PIC X(8).
              10 FILLER        PIC X(37).
           05 DL-TRAILER-FIELDS REDEFINES DL-REC-BODY.
              10 DL-TRL-COUNT PIC 9(8).
              10 DL-TRL-HASH  PIC 9(12).
              10 FILLER       PIC X(33).
