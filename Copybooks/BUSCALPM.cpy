      *> LINKAGE parameter block shared by BUSCAL and its callers.
      *> 'C' classifies CL-DATE against the business-day calendar and
      *> hands back the business date before it; 'P' steps back
      *> CL-DAY-COUNT business days from CL-DATE (the date itself not
      *> counted) into CL-RESULT-DATE. Every call also reports the last
      *> date the loaded years cover, and trips the running-out switch
      *> when CL-DATE is within CL-RUNOUT-DAYS of it - time to load the
      *> next year's cards before the cycle is refused for want of one.
       01  BUSCAL-PARMS.
           05 CL-FUNCTION        PIC X(1).
               88 CL-FN-CHECK    VALUE 'C'.
               88 CL-FN-PRIOR-N  VALUE 'P'.
           05 CL-DATE            PIC 9(8).
           05 CL-DAY-COUNT       PIC 9(5).
           05 CL-DAY-TYPE        PIC X(1).
               88 CL-BUSINESS-DAY  VALUE 'B'.
               88 CL-HOLIDAY       VALUE 'H'.
               88 CL-WEEKEND       VALUE 'W'.
               88 CL-NOT-LOADED    VALUE ' '.
           05 CL-DAY-DESC        PIC X(30).
      *> zero when the calendar holds no business date before CL-DATE
           05 CL-PRIOR-BUS-DATE  PIC 9(8).
           05 CL-RESULT-DATE     PIC 9(8).
           05 CL-LAST-LOADED     PIC 9(8).
           05 CL-RUNOUT-DAYS     PIC 9(3).
           05 CL-RUNOUT-SW       PIC X(1).
               88 CL-CALENDAR-RUNNING-OUT VALUE 'Y'.
           05 CL-RETURN-CODE     PIC 9(2).
               88 CL-OK           VALUE 0.
               88 CL-OFF-CALENDAR VALUE 4.
               88 CL-NO-CALENDAR  VALUE 12.
           05 CL-MESSAGE         PIC X(40).
