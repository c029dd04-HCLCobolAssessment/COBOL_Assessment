      *> Shared layout for the standing name-suppression list SUPPLIST.
      *> ERASNAME adds one record for every name erased on a customer's
      *> data-deletion request; HELLO-WORLD and Program2 load the list
      *> at start of run and turn away any input record carrying a
      *> listed name before it reaches a single output, log or master,
      *> so an erased name cannot come back in through a later feed.
      *> The key is held the way the feeds produce it - a person as the
      *> standardized given, middle and surname run together in the
      *> CONCAT order, a company as its name - upper-cased, and
      *> compared that way. The request id ties the entry back to the
      *> privacy office's completion certificate.
       01  SUPPRESS-LIST-REC.
           05 SP-NAME-TYPE     PIC X(1).
               88 SP-PERSON-NAME  VALUE 'P'.
               88 SP-COMPANY-NAME VALUE 'C'.
           05 SP-NAME-KEY      PIC X(40).
           05 SP-REQUEST-ID    PIC X(12).
           05 SP-ADDED-DATE    PIC 9(8).
           05 SP-TIMESTAMP     PIC X(21).
