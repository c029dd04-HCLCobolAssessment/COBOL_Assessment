      *> master to its pre-run state when a load abends partway - a
      *> plain rerun would double-count NM-TIMES-SEEN for every record
      *> the first pass already posted. Adds carry a blank before
      *> image; there was no prior record to restore. Steward
      *> maintenance (NAMEMNT) journals here too: its deletes and
      *> retirements carry the removed record as the before image and
      *> a blank after image, so a rollback writes the record back.
       01  NAME-JOURNAL-REC.
           05 JR-ACTION        PIC X(1).
               88 JR-ADD-ACTION    VALUE 'A'.
               88 JR-UPDATE-ACTION VALUE 'U'.
               88 JR-DELETE-ACTION VALUE 'D'.
               88 JR-RETIRE-ACTION VALUE 'R'.
               88 JR-REMOVE-ACTION VALUE 'D' 'R'.
           05 JR-BUSINESS-DATE PIC 9(8).
           05 JR-TIMESTAMP     PIC X(21).
           05 JR-BEFORE-IMAGE  PIC X(60).
