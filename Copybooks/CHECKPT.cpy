      *> company-path writes - only HELLO-WORLD's typed NAMEPART feed
      *> uses it, the STREXTR side carries zeros
           05 CK-COMPANY-COUNT    PIC 9(8).
      *> input records turned away because their name is on the
      *> suppression list SUPPLIST - counted in, nothing written out
           05 CK-SUPPRESS-COUNT   PIC 9(6).
