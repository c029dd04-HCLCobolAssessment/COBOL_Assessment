      *> flag is set) or if a named prerequisite program has not yet
      *> posted a clean completion for the date, and otherwise logs the
      *> start. 'C' logs the completion with the caller's condition
      *> code. A start is also refused for a date the business-day
      *> calendar does not hold as a business day, unless forced; and
      *> a forced start is itself refused without a signed-off
      *> authorization for the date (OVRAUTH).
      *> The caller sets the -PREREQ- names ahead of the start
      *> call; RC-BUSINESS-DATE comes back filled for the caller's own
      *> date stamping.
       01  RUNCTL-PARMS.
               88 RC-REFUSED     VALUE 8.
               88 RC-NO-BUSDATE  VALUE 12.
           05 RC-MESSAGE         PIC X(40).
      *> filled on a good start from the BUSCAL business-day calendar:
      *> the business date before RC-BUSINESS-DATE (zero if none is
      *> loaded) for callers comparing today with the last cycle, and
      *> the last date the loaded calendar years cover, with a switch
      *> tripped when the cycle is close enough to it to need warning
           05 RC-PRIOR-BUS-DATE  PIC 9(8).
           05 RC-CALENDAR-END    PIC 9(8).
           05 RC-CAL-RUNOUT-SW   PIC X(1).
               88 RC-CALENDAR-RUNNING-OUT VALUE 'Y'.
