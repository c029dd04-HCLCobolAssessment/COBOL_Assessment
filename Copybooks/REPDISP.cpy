      *> Shared layout for the repair-disposition log REPAIRDS that
      *> REJREPAIR appends to - one record for every reject or
      *> exception it dispositions, so the feed quality scorecard can
      *> count what was later dropped against what was resubmitted.
      *> RD-ORIGIN-TIMESTAMP is the VE-TIMESTAMP of the exception the
      *> record came from (blank for REJECTF, which carries none) -
      *> with RD-PROGRAM-ID it ties the record back to the run, and
      *> through that run's ACK to the source system that sent it.
       01  REPAIR-DISP-REC.
           05 RD-BUSINESS-DATE    PIC 9(8).
           05 RD-STREAM           PIC X(8).
           05 RD-PROGRAM-ID       PIC X(8).
           05 RD-REASON           PIC X(30).
           05 RD-ACTION           PIC X(12).
           05 RD-DISPOSITION      PIC X(12).
               88 RD-DROPPED      VALUE 'DROPPED'.
               88 RD-RESUBMITTED  VALUE 'RESUBMITTED'.
               88 RD-SKIPPED      VALUE 'SKIPPED'.
           05 RD-ORIGIN-TIMESTAMP PIC X(21).
      *> one value for every record a REJREPAIR run writes - a forced
      *> rerun's records carry a later one and supersede the first run
           05 RD-RUN-TIMESTAMP    PIC X(21).
