      *> Shared layout for the retired-key history NAMEMNT writes when
      *> a data steward retires a name-master key. The key leaves the
      *> live master, but its final master image - first-seen,
      *> last-seen, times-seen, first source - is kept here with the
      *> business date it was retired, so "was this name ever on
      *> file" still has an answer after the key is gone.
       01  NAME-RETIRED-REC.
           05 NR-RETIRE-DATE   PIC 9(8).
           05 NR-STEWARD-ID    PIC X(8).
           05 NR-MASTER-IMAGE  PIC X(60).
           05 NR-TIMESTAMP     PIC X(21).
