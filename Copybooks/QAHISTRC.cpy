      *> Shared layout for the QA accuracy history QAHIST - one 'S'
      *> record per sampled business date and output stream carrying
      *> the reviewed sample counts, followed by one 'D' record per
      *> defect code the stream's failed samples were given that day.
      *> QATALLY replaces a date's records when the marks for that
      *> date are tallied again, and sums the whole file for the
      *> running accuracy rates.
       01  QA-HIST-REC.
           05 QH-BUSINESS-DATE      PIC 9(8).
           05 QH-STREAM             PIC X(8).
           05 QH-REC-TYPE           PIC X(1).
               88 QH-STREAM-TOTALS  VALUE 'S'.
               88 QH-DEFECT-COUNT   VALUE 'D'.
           05 QH-BODY               PIC X(30).
           05 QH-TOTALS-FIELDS REDEFINES QH-BODY.
              10 QH-SAMPLED-COUNT   PIC 9(6).
              10 QH-REVIEWED-COUNT  PIC 9(6).
              10 QH-PASSED-COUNT    PIC 9(6).
              10 QH-FAILED-COUNT    PIC 9(6).
              10 FILLER             PIC X(6).
           05 QH-DEFECT-FIELDS REDEFINES QH-BODY.
              10 QH-DEFECT-CODE     PIC X(4).
              10 QH-DEFECT-TALLY    PIC 9(6).
              10 FILLER             PIC X(20).
