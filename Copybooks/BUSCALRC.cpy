      *> Shared layout for the business-day calendar file BUSCAL,
      *> maintained by operations a year at a time. A 'Y' card loads a
      *> whole year: every Monday-Friday of it is a business day and
      *> every Saturday/Sunday is not, unless one of the year's 'H'
      *> (holiday - no cycle runs) or 'B' (working weekend day - the
      *> cycle does run) cards says otherwise for that one date. A
      *> date in a year with no 'Y' card is not on the calendar at all.
       01  BUS-CAL-REC.
           05 CL-REC-TYPE       PIC X(1).
               88 CL-YEAR-REC    VALUE 'Y'.
               88 CL-HOLIDAY-REC VALUE 'H'.
               88 CL-WORKDAY-REC VALUE 'B'.
      *> the full date for 'H'/'B' cards; a 'Y' card reads only the
      *> year and leaves month and day zero
           05 CL-CAL-DATE       PIC 9(8).
           05 CL-YEAR-FIELDS REDEFINES CL-CAL-DATE.
              10 CL-CAL-YEAR    PIC 9(4).
              10 FILLER         PIC 9(4).
           05 CL-DESCRIPTION    PIC X(30).
           05 FILLER            PIC X(1).
