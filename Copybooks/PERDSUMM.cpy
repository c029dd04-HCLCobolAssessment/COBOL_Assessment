      *> Shared layout for the period summary file PERDSUMM - MTHSTATS
      *> writes one 'T' record of period totals per month, followed by
      *> one 'X' record per validation exception reason, one 'J'
      *> record per reject reason and one 'P' record per program that
      *> registered runs in the month. A rerun for a month replaces
      *> that month's records. The year-end report and next month's
      *> month-over-month and year-to-date figures read these instead
      *> of a year of daily detail.
       01  PERIOD-SUMM-REC.
      *> the year and month the figures cover, YYYYMM
           05 PS-PERIOD             PIC 9(6).
           05 PS-REC-TYPE           PIC X(1).
               88 PS-PERIOD-TOTALS  VALUE 'T'.
               88 PS-EXCEPTION-REASON VALUE 'X'.
               88 PS-REJECT-REASON  VALUE 'J'.
               88 PS-PROGRAM-RUNS   VALUE 'P'.
      *> the business date the figures were built on
           05 PS-BUILT-DATE         PIC 9(8).
           05 PS-BODY               PIC X(120).
           05 PS-TOTALS-FIELDS REDEFINES PS-BODY.
              10 PS-NAMEPART-READ      PIC 9(9).
              10 PS-NAMEPART-PROCESSED PIC 9(9).
              10 PS-STREXTR-READ       PIC 9(9).
              10 PS-STREXTR-PROCESSED  PIC 9(9).
              10 PS-CHARFREQ-RECORDS   PIC 9(9).
              10 PS-CHARFREQ-MATCHES   PIC 9(9).
              10 PS-NEW-PERSON-KEYS    PIC 9(9).
              10 PS-NEW-COMPANY-KEYS   PIC 9(9).
              10 PS-EXCEPTION-COUNT    PIC 9(9).
              10 PS-REJECT-COUNT       PIC 9(9).
              10 PS-RUN-COUNT          PIC 9(9).
              10 PS-RERUN-COUNT        PIC 9(9).
              10 PS-NONZERO-COUNT      PIC 9(9).
              10 FILLER                PIC X(3).
      *> the same thirteen totals as a table, in the order above
           05 PS-TOTALS-TABLE REDEFINES PS-BODY.
              10 PS-TOTAL-FIGURE       PIC 9(9) OCCURS 13 TIMES.
              10 FILLER                PIC X(3).
           05 PS-REASON-FIELDS REDEFINES PS-BODY.
              10 PS-REASON             PIC X(30).
              10 PS-REASON-TALLY       PIC 9(9).
              10 FILLER                PIC X(81).
           05 PS-PROGRAM-FIELDS REDEFINES PS-BODY.
              10 PS-PROGRAM-ID         PIC X(8).
              10 PS-PROG-RUNS          PIC 9(6).
              10 PS-PROG-RERUNS        PIC 9(6).
              10 PS-PROG-NONZERO       PIC 9(6).
              10 PS-PROG-HIGH-CODE     PIC 9(2).
              10 FILLER                PIC X(92).
