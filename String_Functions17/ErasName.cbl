       IDENTIFICATION DIVISION.
       PROGRAM-ID. ERASNAME.
       AUTHOR.  HCL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ERASURE-REQUEST-FILE ASSIGN TO 'ERASREQ'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-REQUEST-STATUS.
           SELECT NAME-MASTER-FILE ASSIGN TO 'NAMEMAST'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS NM-NAME-KEY
                  FILE STATUS IS WS-MASTER-STATUS.
           SELECT COMPANY-MASTER-FILE ASSIGN TO 'COMPMAST'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CM-NAME-KEY
                  FILE STATUS IS WS-MASTER-STATUS.
      *> every history, archive and output file below is searched one
      *> at a time and masked where it stands - masking changes bytes,
      *> never the number of records, so each is opened I-O and a
      *> changed record REWRITTEN in place instead of the whole file
      *> being rolled through a work file; the one status serves them
      *> all because only one is ever open
           SELECT NAME-JOURNAL-FILE ASSIGN TO 'NAMEJRNL'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-IO-STATUS.
           SELECT NAME-DELTA-FILE ASSIGN TO 'NAMDELTA'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-IO-STATUS.
           SELECT NAME-RETIRED-FILE ASSIGN TO 'NAMERETD'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-IO-STATUS.
           SELECT CYCLE-ARCHIVE-FILE ASSIGN TO 'CYCLARCH'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-IO-STATUS.
           SELECT CONCAT-OUT-1-FILE ASSIGN TO 'CONCATO1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-IO-STATUS.
           SELECT COMPANY-OUT-FILE ASSIGN TO 'CONCATC1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-IO-STATUS.
           SELECT CONCAT-OUT-2-FILE ASSIGN TO 'CONCATO2'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-IO-STATUS.
           SELECT REPORT-1-FILE ASSIGN TO 'PRINTRP1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-IO-STATUS.
           SELECT REPORT-2-FILE ASSIGN TO 'PRINTRP2'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-IO-STATUS.
           SELECT REPORT-4-FILE ASSIGN TO 'PRINTRP4'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-IO-STATUS.
           SELECT REPORT-5-FILE ASSIGN TO 'PRINTRP5'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-IO-STATUS.
           SELECT QA-RESULT-FILE ASSIGN TO 'QARESULT'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-IO-STATUS.
           SELECT REJECT-FILE ASSIGN TO 'REJECTF'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-IO-STATUS.
           SELECT VALIDATION-EXCEPTION-FILE ASSIGN TO 'VALIDEXC'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-IO-STATUS.
           SELECT VALIDEXC-ARCH-FILE ASSIGN TO 'VALIDARC'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-IO-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO 'AUDITLOG'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-IO-STATUS.
           SELECT AUDITLOG-ARCH-FILE ASSIGN TO 'AUDITARC'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-IO-STATUS.
           SELECT SOUNDEX-XREF-FILE ASSIGN TO 'NAMEXREF'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-IO-STATUS.
           SELECT INQUIRY-EXTRACT-FILE ASSIGN TO 'NAMEXTR'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-IO-STATUS.
           SELECT QA-WORKSHEET-FILE ASSIGN TO 'QAWKSHT'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-IO-STATUS.
           SELECT COMPARE-REPORT-FILE ASSIGN TO 'COMPRPT'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-IO-STATUS.
           SELECT SOUNDEX-REPORT-FILE ASSIGN TO 'SNDXRPT'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-IO-STATUS.
           SELECT MAINT-REPORT-FILE ASSIGN TO 'NAMEMRPT'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-IO-STATUS.
           SELECT REPORT-6-FILE ASSIGN TO 'PRINTRP6'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-IO-STATUS.
           SELECT REPORT-7-FILE ASSIGN TO 'PRINTRP7'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-IO-STATUS.
           SELECT REPORT-9-FILE ASSIGN TO 'PRINTRP9'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-IO-STATUS.
      *> files that hold names but are not masked here - the inbound
      *> feeds and resubmissions, the operator card decks and the
      *> restart checkpoints belong to the jobs that read them and are
      *> scratched or rebuilt by those jobs. Each is only opened and
      *> one record read, so the certificate can say it holds data
      *> that was not searched
           SELECT NAME-PARTS-FILE ASSIGN TO 'NAMEPART'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-IO-STATUS.
           SELECT STRING-EXTRACT-FILE ASSIGN TO 'STREXTR'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-IO-STATUS.
           SELECT RESUB-NAMEPART-FILE ASSIGN TO 'RESUBNP'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-IO-STATUS.
           SELECT RESUB-STREXTR-FILE ASSIGN TO 'RESUBSX'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-IO-STATUS.
           SELECT MAINT-TRAN-FILE ASSIGN TO 'NAMETRAN'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-IO-STATUS.
           SELECT INQUIRY-REQUEST-FILE ASSIGN TO 'NAMEINQR'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-IO-STATUS.
           SELECT RESTART-1-FILE ASSIGN TO 'RESTART1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-IO-STATUS.
           SELECT RESTART-2-FILE ASSIGN TO 'RESTART2'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-IO-STATUS.
           SELECT ARCHIVE-CATALOG-FILE ASSIGN TO 'ARCHCAT'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CATALOG-STATUS.
           SELECT SUPPRESS-LIST-FILE ASSIGN TO 'SUPPLIST'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-SUPPLIST-STATUS.
           SELECT PRINT-FILE ASSIGN TO 'ERASCERT'
                  ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ERASURE-REQUEST-FILE.
      *> one card per data-deletion request from the privacy office:
      *> the office's request id and the date it was received, then
      *> the name as the customer gave it - 'P' a person, in the order
      *> the CONCAT joins the parts (NP-STR2/NP-STR3/NP-STR1 on the
      *> NAMEPART side, STREXT-STR2/-STR3/-STR4 on the STREXTR side),
      *> 'C' a company as it is written on the NAMEPART feed
       01  ERASURE-REQUEST-REC.
           05 EQ-REQUEST-ID    PIC X(12).
           05 EQ-RECEIVED-DATE PIC 9(8).
           05 EQ-NAME-TYPE     PIC X(1).
               88 EQ-PERSON-NAME  VALUE 'P'.
               88 EQ-COMPANY-NAME VALUE 'C'.
           05 EQ-NAME-BODY     PIC X(44).
           05 EQ-PERSON-FIELDS REDEFINES EQ-NAME-BODY.
              10 EQ-GIVEN      PIC X(7).
              10 EQ-MIDDLE     PIC X(7).
              10 EQ-SURNAME    PIC X(30).
           05 EQ-COMPANY-FIELDS REDEFINES EQ-NAME-BODY.
              10 EQ-CO-NAME    PIC X(40).
              10 FILLER        PIC X(4).
       FD  NAME-MASTER-FILE.
       COPY NAMEMREC.
       FD  COMPANY-MASTER-FILE.
       COPY COMPMREC.
       FD  NAME-JOURNAL-FILE.
       COPY NAMEJREC.
       FD  NAME-DELTA-FILE.
       COPY NAMEDREC.
       FD  NAME-RETIRED-FILE.
       COPY NAMERREC.
       FD  CYCLE-ARCHIVE-FILE.
       COPY CYCARCRC.
       FD  CONCAT-OUT-1-FILE.
       01  CONCAT-OUT-1-REC PIC X(30).
       FD  COMPANY-OUT-FILE.
       01  COMPANY-OUT-REC PIC X(40).
       FD  CONCAT-OUT-2-FILE.
       01  CONCAT-OUT-2-REC PIC X(30).
       FD  REPORT-1-FILE.
       01  REPORT-1-REC PIC X(80).
       FD  REPORT-2-FILE.
       01  REPORT-2-REC PIC X(80).
       FD  REPORT-4-FILE.
       01  REPORT-4-REC PIC X(80).
       FD  REPORT-5-FILE.
       01  REPORT-5-REC PIC X(80).
       FD  QA-RESULT-FILE.
       COPY QARESREC.
       FD  REJECT-FILE.
       COPY REJECTRC.
      *> the live exception and audit logs and their archives hold the
      *> same images - each is read raw and taken apart through the one
      *> working-storage copy of its layout below
       FD  VALIDATION-EXCEPTION-FILE.
       01  VALIDEXC-IN-REC PIC X(160).
       FD  VALIDEXC-ARCH-FILE.
       01  VALIDEXC-ARCH-REC PIC X(160).
       FD  AUDIT-LOG-FILE.
       01  AUDITLOG-IN-REC PIC X(102).
       FD  AUDITLOG-ARCH-FILE.
       01  AUDITLOG-ARCH-REC PIC X(102).
       FD  SOUNDEX-XREF-FILE.
       COPY NAMEXREC.
      *> NAMEINQ's extract is the master record as it stood, key first
       FD  INQUIRY-EXTRACT-FILE.
       01  INQUIRY-EXTRACT-REC PIC X(60).
       FD  QA-WORKSHEET-FILE.
       01  QA-WORKSHEET-REC PIC X(80).
       FD  COMPARE-REPORT-FILE.
       01  COMPARE-REPORT-REC PIC X(80).
       FD  SOUNDEX-REPORT-FILE.
       01  SOUNDEX-REPORT-REC PIC X(80).
       FD  MAINT-REPORT-FILE.
       01  MAINT-REPORT-REC PIC X(80).
       FD  REPORT-6-FILE.
       01  REPORT-6-REC PIC X(80).
       FD  REPORT-7-FILE.
       01  REPORT-7-REC PIC X(80).
       FD  REPORT-9-FILE.
       01  REPORT-9-REC PIC X(80).
       FD  NAME-PARTS-FILE.
       01  NAME-PARTS-REC PIC X(30).
       FD  STRING-EXTRACT-FILE.
       01  STRING-EXTRACT-REC PIC X(41).
       FD  RESUB-NAMEPART-FILE.
       01  RESUB-NAMEPART-REC PIC X(30).
       FD  RESUB-STREXTR-FILE.
       01  RESUB-STREXTR-REC PIC X(41).
       FD  MAINT-TRAN-FILE.
       01  MAINT-TRAN-REC PIC X(69).
       FD  INQUIRY-REQUEST-FILE.
       01  INQUIRY-REQUEST-REC PIC X(31).
       FD  RESTART-1-FILE.
       01  RESTART-1-REC PIC X(72).
       FD  RESTART-2-FILE.
       01  RESTART-2-REC PIC X(72).
       FD  ARCHIVE-CATALOG-FILE.
       COPY CYCCATRC.
       FD  SUPPRESS-LIST-FILE.
       COPY SUPPLREC.
       FD  PRINT-FILE.
       01  PRINT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
       COPY STRUTPARM.
       COPY RUNCTLPM.
       COPY OVRAUTPM.
       COPY VALIDEXC.
       COPY AUDITREC.
       01 WS-EOF-SW PIC X VALUE 'N'.
           88 WS-EOF VALUE 'Y'.
       01 WS-SCAN-EOF-SW PIC X VALUE 'N'.
           88 WS-SCAN-EOF VALUE 'Y'.
       01 WS-REQUEST-STATUS PIC XX VALUE '00'.
       01 WS-MASTER-STATUS PIC XX VALUE '00'.
       01 WS-IO-STATUS PIC XX VALUE '00'.
       01 WS-SUPPLIST-STATUS PIC XX VALUE '00'.
       01 WS-CATALOG-STATUS PIC XX VALUE '00'.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-CARD-COUNT PIC 9(6) VALUE 0.
       01 WS-OVER-LIMIT-COUNT PIC 9(6) VALUE 0.
       01 WS-ACTIVE-COUNT PIC 9(3) VALUE 0.
       01 WS-REFUSED-COUNT PIC 9(3) VALUE 0.
       01 WS-REQUEST-REASON PIC X(60) VALUE SPACES.
      *> one entry per request card, in deck order. The key is the
      *> name the way the feeds produce it - parts standardized by
      *> STRUTIL and run together, upper-cased - so it matches the
      *> CONCAT outputs, the master keys and the suppression list
      *> alike; the surname is kept apart for the logs that record a
      *> single name part. Seen dates are the business dates the name
      *> turned up on the keyed files - they bound the surname rule
      *> on the audit and exception logs. Hits count, per file, the
      *> records this request's name was erased from.
       01 WS-SUBJ-LIMIT PIC 9(3) VALUE 50.
       01 WS-SUBJ-TABLE.
           05 WS-SUBJ-COUNT PIC 9(3) VALUE 0.
           05 WS-SUBJ-ENTRY OCCURS 50 TIMES.
              10 WS-SJ-REQUEST-ID   PIC X(12).
              10 WS-SJ-RECEIVED     PIC 9(8).
              10 WS-SJ-TYPE         PIC X(1).
              10 WS-SJ-STATE        PIC X(1).
                  88 WS-SJ-ACTIVE   VALUE 'A'.
                  88 WS-SJ-REFUSED  VALUE 'R'.
              10 WS-SJ-REASON       PIC X(60).
              10 WS-SJ-KEY-FORM OCCURS 2 TIMES.
                 15 WS-SJ-KEY       PIC X(40).
                 15 WS-SJ-KEY-LEN   PIC 9(2).
                 15 WS-SJ-FORM-LISTED-SW PIC X(1).
                     88 WS-SJ-FORM-LISTED VALUE 'Y'.
              10 WS-SJ-SURNAME      PIC X(30).
              10 WS-SJ-REQUESTER    PIC X(12).
              10 WS-SJ-APPROVER     PIC X(12).
              10 WS-SJ-TICKET       PIC X(12).
              10 WS-SJ-LISTED-SW    PIC X(1).
                  88 WS-SJ-ALREADY-LISTED VALUE 'L'.
                  88 WS-SJ-NEWLY-LISTED   VALUE 'N'.
                  88 WS-SJ-LIST-FAILED    VALUE 'F'.
              10 WS-SJ-ALL-DATES-SW PIC X(1).
                  88 WS-SJ-ALL-DATES VALUE 'Y'.
              10 WS-SJ-DATE-COUNT   PIC 9(3).
              10 WS-SJ-SEEN-DATE    PIC 9(8) OCCURS 100 TIMES.
              10 WS-SJ-FILE-HITS    PIC 9(8) OCCURS 36 TIMES.
              10 WS-SJ-TOTAL-HITS   PIC 9(8).
       01 WS-SJ-IX PIC 9(3) VALUE 0.
       01 WS-FORM-IX PIC 9(1) VALUE 0.
       01 WS-SJ-IX-2 PIC 9(3) VALUE 0.
       01 WS-DATE-IX PIC 9(3) VALUE 0.
       01 WS-DATE-FOUND-SW PIC X VALUE 'N'.
           88 WS-DATE-FOUND VALUE 'Y'.
      *> the files searched, in the order they are searched and the
      *> order the certificate lists them, each with what is done to
      *> it: the two masters lose the record outright (D), every other
      *> file keeps its record count and has the name masked out where
      *> it stands (M), and the files at the end are only looked at to
      *> see whether they hold anything (N) - they are not searched
       01 WS-FILE-NAME-LIST.
           05 FILLER PIC X(9) VALUE 'NAMEMASTD'.
           05 FILLER PIC X(9) VALUE 'COMPMASTD'.
           05 FILLER PIC X(9) VALUE 'NAMEJRNLM'.
           05 FILLER PIC X(9) VALUE 'NAMDELTAM'.
           05 FILLER PIC X(9) VALUE 'NAMERETDM'.
           05 FILLER PIC X(9) VALUE 'CYCLARCHM'.
           05 FILLER PIC X(9) VALUE 'CONCATO1M'.
           05 FILLER PIC X(9) VALUE 'CONCATC1M'.
           05 FILLER PIC X(9) VALUE 'CONCATO2M'.
           05 FILLER PIC X(9) VALUE 'PRINTRP1M'.
           05 FILLER PIC X(9) VALUE 'PRINTRP2M'.
           05 FILLER PIC X(9) VALUE 'PRINTRP4M'.
           05 FILLER PIC X(9) VALUE 'PRINTRP5M'.
           05 FILLER PIC X(9) VALUE 'QARESULTM'.
           05 FILLER PIC X(9) VALUE 'REJECTF M'.
           05 FILLER PIC X(9) VALUE 'VALIDEXCM'.
           05 FILLER PIC X(9) VALUE 'VALIDARCM'.
           05 FILLER PIC X(9) VALUE 'AUDITLOGM'.
           05 FILLER PIC X(9) VALUE 'AUDITARCM'.
           05 FILLER PIC X(9) VALUE 'NAMEXREFM'.
           05 FILLER PIC X(9) VALUE 'NAMEXTR M'.
           05 FILLER PIC X(9) VALUE 'QAWKSHT M'.
           05 FILLER PIC X(9) VALUE 'COMPRPT M'.
           05 FILLER PIC X(9) VALUE 'SNDXRPT M'.
           05 FILLER PIC X(9) VALUE 'NAMEMRPTM'.
           05 FILLER PIC X(9) VALUE 'PRINTRP6M'.
           05 FILLER PIC X(9) VALUE 'PRINTRP7M'.
           05 FILLER PIC X(9) VALUE 'PRINTRP9M'.
           05 FILLER PIC X(9) VALUE 'NAMEPARTN'.
           05 FILLER PIC X(9) VALUE 'STREXTR N'.
           05 FILLER PIC X(9) VALUE 'RESUBNP N'.
           05 FILLER PIC X(9) VALUE 'RESUBSX N'.
           05 FILLER PIC X(9) VALUE 'NAMETRANN'.
           05 FILLER PIC X(9) VALUE 'NAMEINQRN'.
           05 FILLER PIC X(9) VALUE 'RESTART1N'.
           05 FILLER PIC X(9) VALUE 'RESTART2N'.
       01 WS-FILE-NAMES REDEFINES WS-FILE-NAME-LIST.
           05 WS-FN-ENTRY OCCURS 36 TIMES.
              10 WS-FN-NAME    PIC X(8).
              10 WS-FN-ACTION  PIC X(1).
                  88 WS-FN-DELETE     VALUE 'D'.
                  88 WS-FN-MASK       VALUE 'M'.
                  88 WS-FN-LOOK-ONLY  VALUE 'N'.
       01 WS-FILE-COUNT PIC 9(2) VALUE 36.
       01 WS-FILE-TABLE.
           05 WS-FILE-ENTRY OCCURS 36 TIMES.
              10 WS-FT-STATE    PIC X(1).
                  88 WS-FT-NOT-REACHED  VALUE ' '.
                  88 WS-FT-SEARCHED     VALUE 'S'.
                  88 WS-FT-MISSING      VALUE 'M'.
                  88 WS-FT-FAILED       VALUE 'F'.
                  88 WS-FT-EMPTY        VALUE 'E'.
                  88 WS-FT-NOT-SEARCHED VALUE 'N'.
              10 WS-FT-BALANCE-SW PIC X(1).
                  88 WS-FT-UNBALANCED   VALUE 'U'.
              10 WS-FT-RECS-IN  PIC 9(8).
              10 WS-FT-CHANGED  PIC 9(8).
              10 WS-FT-RECS-OUT PIC 9(8).
       01 WS-FILE-IX PIC 9(2) VALUE 0.
       01 WS-FAILED-COUNT PIC 9(2) VALUE 0.
       01 WS-NOT-SEARCHED-COUNT PIC 9(2) VALUE 0.
       01 WS-COUNTS-OK-SW PIC X VALUE 'Y'.
           88 WS-COUNTS-OK VALUE 'Y'.
      *> master keys found on the scan are deleted after it, by key -
      *> the scan does not delete under its own feet
       01 WS-DEL-LIMIT PIC 9(3) VALUE 200.
       01 WS-DEL-TABLE.
           05 WS-DEL-COUNT PIC 9(3) VALUE 0.
           05 WS-DEL-IMAGE PIC X(70) OCCURS 200 TIMES.
       01 WS-DEL-IX PIC 9(3) VALUE 0.
       01 WS-DEL-HOLD PIC X(70) VALUE SPACES.
      *> per-record matching: one hit flag per request, set by whichever
      *> test finds that request's name in the record being looked at
       01 WS-REC-HIT-TABLE.
           05 WS-REC-HIT PIC X(1) OCCURS 50 TIMES.
       01 WS-REC-CHANGED-SW PIC X VALUE 'N'.
           88 WS-REC-CHANGED VALUE 'Y'.
       01 WS-REC-DATE PIC 9(8) VALUE 0.
       01 WS-MATCH-TYPE PIC X(1) VALUE SPACE.
       01 WS-KEY-WORK PIC X(40) VALUE SPACES.
       01 WS-KEY-CMP PIC X(40) VALUE SPACES.
       01 WS-KEY-PTR PIC 9(2) VALUE 1.
       01 WS-PART-GIVEN PIC X(30) VALUE SPACES.
       01 WS-PART-MIDDLE PIC X(30) VALUE SPACES.
       01 WS-PART-SURNAME PIC X(30) VALUE SPACES.
       01 WS-PART-WORK PIC X(30) VALUE SPACES.
       01 WS-PART-CLIP PIC 9(2) VALUE 30.
       01 WS-CLIP-MIDDLE PIC 9(2) VALUE 30.
       01 WS-CLIP-SURNAME PIC 9(2) VALUE 30.
       01 WS-VALUE-WORK PIC X(30) VALUE SPACES.
       01 WS-VALUE-CMP PIC X(30) VALUE SPACES.
       01 WS-VALUE-LEN PIC 9(2) VALUE 0.
       01 WS-VALUE-HIT-SW PIC X VALUE 'N'.
           88 WS-VALUE-HIT VALUE 'Y'.
       01 WS-MASK-AREA PIC X(160) VALUE SPACES.
       01 WS-MASK-UPPER PIC X(160) VALUE SPACES.
       01 WS-MASK-LEN PIC 9(3) VALUE 0.
       01 WS-SCAN-POS PIC 9(3) VALUE 0.
       01 WS-SCAN-LAST PIC S9(3) VALUE 0.
       01 WS-KEY-LEN PIC 9(2) VALUE 0.
       01 WS-BND-POS PIC 9(3) VALUE 0.
       01 WS-BND-CHAR PIC X(1) VALUE SPACE.
       01 WS-BND-OK-SW PIC X VALUE 'Y'.
           88 WS-BND-OK VALUE 'Y'.
       01 WS-DELTA-DATE PIC 9(8) VALUE 0.
       01 WS-DELTA-COUNT PIC 9(8) VALUE 0.
       01 WS-DELTA-HASH PIC 9(12) VALUE 0.
       01 WS-DELTA-IN-HASH PIC 9(12) VALUE 0.
       01 WS-HASH-IX PIC 9(2) VALUE 0.
       01 WS-DELTA-MASKED-SW PIC X VALUE 'N'.
           88 WS-DELTA-MASKED VALUE 'Y'.
       01 WS-DELTA-RESTATED-SW PIC X VALUE 'N'.
           88 WS-DELTA-RESTATED VALUE 'Y'.
       01 WS-DELTA-SECTION-SW PIC X VALUE 'N'.
           88 WS-DELTA-IN-SECTION VALUE 'Y'.
      *> the archive's records tallied by business date and file as
      *> they are read, to be set against the catalog's counts. A full
      *> table cannot be proved and leaves the archive unbalanced
       01 WS-ARCH-LIMIT PIC 9(4) VALUE 2000.
       01 WS-ARCH-TABLE.
           05 WS-ARCH-COUNT PIC 9(4) VALUE 0.
           05 WS-ARCH-ENTRY OCCURS 2000 TIMES.
              10 WS-AC-DATE       PIC 9(8).
              10 WS-AC-FILE       PIC X(8).
              10 WS-AC-ARCHIVED   PIC 9(8).
              10 WS-AC-CATALOGED  PIC 9(8).
       01 WS-AC-IX PIC 9(4) VALUE 0.
       01 WS-AC-WANT-DATE PIC 9(8) VALUE 0.
       01 WS-AC-WANT-FILE PIC X(8) VALUE SPACES.
       01 WS-ARCH-FULL-SW PIC X VALUE 'N'.
           88 WS-ARCH-FULL VALUE 'Y'.
       01 WS-AC-FOUND-SW PIC X VALUE 'N'.
           88 WS-AC-FOUND VALUE 'Y'.
       01 WS-TIMESTAMP PIC X(21) VALUE SPACES.
       01 WS-PAGE-NO PIC 9(4) VALUE 0.
       01 WS-LINE-COUNT PIC 9(4) VALUE 99.
       01 WS-LINES-PER-PAGE PIC 9(4) VALUE 60.
       01 WS-PRINT-REC PIC X(80).
       01 WS-PAGE-HEAD-1.
           05 FILLER       PIC X(13) VALUE 'PROGRAM-ID : '.
           05 WS-PH-PROGID PIC X(12) VALUE 'ERASNAME'.
           05 FILLER       PIC X(11) VALUE '  RUN DATE:'.
           05 WS-PH-YYYY   PIC 9(4).
           05 FILLER       PIC X(1)  VALUE '-'.
           05 WS-PH-MM     PIC 9(2).
           05 FILLER       PIC X(1)  VALUE '-'.
           05 WS-PH-DD     PIC 9(2).
           05 FILLER       PIC X(7)  VALUE '  PAGE:'.
           05 WS-PH-PAGE   PIC ZZZ9.
       01 WS-CERT-TITLE PIC X(40)
              VALUE 'NAME ERASURE COMPLETION CERTIFICATE'.
       01 WS-REQUEST-LINE.
           05 FILLER        PIC X(12) VALUE 'REQUEST ID: '.
           05 WS-RQ-ID      PIC X(12).
           05 FILLER        PIC X(12) VALUE '  RECEIVED: '.
           05 WS-RQ-YYYY    PIC 9(4).
           05 FILLER        PIC X(1)  VALUE '-'.
           05 WS-RQ-MM      PIC 9(2).
           05 FILLER        PIC X(1)  VALUE '-'.
           05 WS-RQ-DD      PIC 9(2).
           05 FILLER        PIC X(13) VALUE '  NAME TYPE: '.
           05 WS-RQ-TYPE    PIC X(7).
       01 WS-COLUMN-HEAD.
           05 FILLER PIC X(10) VALUE 'FILE'.
           05 FILLER PIC X(8)  VALUE 'ACTION'.
           05 FILLER PIC X(12) VALUE '  RECORDS IN'.
           05 FILLER PIC X(10) VALUE '  AFFECTED'.
           05 FILLER PIC X(13) VALUE '  RECORDS OUT'.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(11) VALUE 'STATUS'.
       01 WS-FILE-LINE.
           05 WS-FL-NAME     PIC X(8).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-FL-ACTION   PIC X(6).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-FL-COUNTS.
              10 WS-FL-IN    PIC Z(11)9.
              10 WS-FL-HITS  PIC Z(9)9.
              10 WS-FL-OUT   PIC Z(12)9.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-FL-STATUS   PIC X(12).
       01 WS-TOTAL-LINE.
           05 FILLER         PIC X(30)
                  VALUE 'RECORDS ERASED OR MASKED:     '.
           05 WS-TL-HITS     PIC ZZZZZZZ9.
       01 WS-RESULT-LINE.
           05 FILLER         PIC X(8)  VALUE 'RESULT: '.
           05 WS-RS-TEXT     PIC X(60).
       01 WS-STAMP-LINE.
           05 FILLER         PIC X(14) VALUE 'CERTIFIED AT: '.
           05 WS-ST-YYYY     PIC X(4).
           05 FILLER         PIC X(1)  VALUE '-'.
           05 WS-ST-MM       PIC X(2).
           05 FILLER         PIC X(1)  VALUE '-'.
           05 WS-ST-DD       PIC X(2).
           05 FILLER         PIC X(1)  VALUE SPACE.
           05 WS-ST-HH       PIC X(2).
           05 FILLER         PIC X(1)  VALUE ':'.
           05 WS-ST-MI       PIC X(2).
           05 FILLER         PIC X(1)  VALUE ':'.
           05 WS-ST-SS       PIC X(2).
       01 WS-SUMMARY-LINE-1.
           05 FILLER        PIC X(15) VALUE 'REQUESTS READ: '.
           05 WS-SL-READ    PIC ZZZZZ9.
           05 FILLER        PIC X(12) VALUE '  ERASED:'.
           05 WS-SL-ACTIVE  PIC ZZZZZ9.
           05 FILLER        PIC X(12) VALUE '  REFUSED:'.
           05 WS-SL-REFUSED PIC ZZZZZ9.
       01 WS-SUMMARY-LINE-2.
           05 FILLER        PIC X(15) VALUE 'OVER RUN LIMIT:'.
           05 WS-SL-OVER    PIC ZZZZZ9.
           05 FILLER        PIC X(16) VALUE '  FILES FAILED:'.
           05 WS-SL-FAILED  PIC ZZZZZ9.
           05 FILLER        PIC X(16) VALUE '  NOT SEARCHED:'.
           05 WS-SL-NOT-SEARCHED PIC ZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PARA.
      *>   a customer's data-deletion request, carried out across every
      *>   file that holds a name: the masters lose the key, the
      *>   journals, logs, archives and the cycle's own outputs have it
      *>   masked where it stands so their record counts and control
      *>   totals still hold, and the name goes onto the suppression
      *>   list HELLO-WORLD and Program2 check so no later feed can
      *>   bring it back. Each request gets its own certificate for
      *>   the privacy office - which never reprints the name
           PERFORM REGISTER-RUN-START
           MOVE RC-BUSINESS-DATE TO WS-RUN-DATE
           MOVE WS-RUN-DATE(1:4) TO WS-PH-YYYY
           MOVE WS-RUN-DATE(5:2) TO WS-PH-MM
           MOVE WS-RUN-DATE(7:2) TO WS-PH-DD
           INITIALIZE WS-FILE-TABLE
           OPEN OUTPUT PRINT-FILE
           OPEN INPUT ERASURE-REQUEST-FILE
           IF WS-REQUEST-STATUS NOT = '00'
               MOVE 'NO ERASREQ REQUEST CARDS' TO WS-PRINT-REC
               PERFORM WRITE-PRINT-LINE
               CLOSE PRINT-FILE
               MOVE 12 TO RETURN-CODE
               PERFORM REGISTER-RUN-COMPLETION
               STOP RUN
           END-IF
           PERFORM LOAD-ERASURE-REQUESTS
           CLOSE ERASURE-REQUEST-FILE
      *>   the masters first, so the name stops being live before its
      *>   history is touched; the keyed files before the logs, so the
      *>   dates the name was seen are known when the audit and
      *>   exception logs are searched for its surname
           IF WS-ACTIVE-COUNT > 0
               PERFORM ERASE-FROM-NAME-MASTER
               PERFORM ERASE-FROM-COMPANY-MASTER
               PERFORM MASK-JOURNAL-FILE
               PERFORM MASK-DELTA-FILE
               PERFORM MASK-RETIRED-FILE
               PERFORM MASK-CYCLE-ARCHIVE
               PERFORM MASK-CONCATO1
               PERFORM MASK-CONCATC1
               PERFORM MASK-CONCATO2
               PERFORM MASK-REPORT-1
               PERFORM MASK-REPORT-2
               PERFORM MASK-REPORT-4
               PERFORM MASK-REPORT-5
               PERFORM MASK-QA-RESULTS
               PERFORM MASK-REJECT-FILE
               PERFORM MASK-VALIDEXC-FILE
               PERFORM MASK-VALIDARC-FILE
               PERFORM MASK-AUDITLOG-FILE
               PERFORM MASK-AUDITARC-FILE
               PERFORM MASK-XREF-FILE
               PERFORM MASK-INQUIRY-EXTRACT
               PERFORM MASK-QA-WORKSHEET
               PERFORM MASK-COMPARE-REPORT
               PERFORM MASK-SOUNDEX-REPORT
               PERFORM MASK-MAINT-REPORT
               PERFORM MASK-REPORT-6
               PERFORM MASK-REPORT-7
               PERFORM MASK-REPORT-9
               PERFORM LOOK-AT-NAME-PARTS
               PERFORM LOOK-AT-STRING-EXTRACT
               PERFORM LOOK-AT-RESUB-NAMEPART
               PERFORM LOOK-AT-RESUB-STREXTR
               PERFORM LOOK-AT-MAINT-TRAN
               PERFORM LOOK-AT-INQUIRY-REQUEST
               PERFORM LOOK-AT-RESTART-1
               PERFORM LOOK-AT-RESTART-2
               PERFORM CHECK-RECORD-COUNTS
               PERFORM ADD-TO-SUPPRESSION-LIST
           END-IF
           PERFORM VARYING WS-SJ-IX FROM 1 BY 1
                   UNTIL WS-SJ-IX > WS-SUBJ-COUNT
               PERFORM PRINT-CERTIFICATE
           END-PERFORM
           MOVE 99 TO WS-LINE-COUNT
           MOVE WS-CARD-COUNT TO WS-SL-READ
           MOVE WS-ACTIVE-COUNT TO WS-SL-ACTIVE
           MOVE WS-REFUSED-COUNT TO WS-SL-REFUSED
           MOVE WS-SUMMARY-LINE-1 TO WS-PRINT-REC
           PERFORM WRITE-PRINT-LINE
           MOVE WS-OVER-LIMIT-COUNT TO WS-SL-OVER
           MOVE WS-FAILED-COUNT TO WS-SL-FAILED
           MOVE WS-NOT-SEARCHED-COUNT TO WS-SL-NOT-SEARCHED
           MOVE WS-SUMMARY-LINE-2 TO WS-PRINT-REC
           PERFORM WRITE-PRINT-LINE
      *>   an erasure left part-done, or requests never reached, need
      *>   a rerun; a refused card only needs the office to resend it,
      *>   and a file left holding data unsearched only needs its own
      *>   job to scratch or rebuild it before the run is repeated
           EVALUATE TRUE
               WHEN WS-FAILED-COUNT > 0
                    OR NOT WS-COUNTS-OK
                    OR WS-OVER-LIMIT-COUNT > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-REFUSED-COUNT > 0
                    OR WS-NOT-SEARCHED-COUNT > 0
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE
           CLOSE PRINT-FILE
           PERFORM REGISTER-RUN-COMPLETION
           STOP RUN.

       REGISTER-RUN-START.
           MOVE 'S' TO RC-FUNCTION
           MOVE 'ERASNAME' TO RC-PROGRAM-ID
      *>   the day's cycle must be finished and archived first - an
      *>   erasure run between HELLO-WORLD and the master load would
      *>   mask CONCAT output the load has yet to post
           MOVE 'CYCLARCH' TO RC-PREREQ-1
           MOVE SPACES TO RC-PREREQ-2
           MOVE 'A' TO RC-PREREQ-RULE
      *>   the privacy office may send more than one deck in a day
           MOVE 'A' TO RC-DUP-RULE
           CALL 'RUNCTL' USING RUNCTL-PARMS
           IF NOT RC-OK
               DISPLAY 'ERASNAME NOT STARTED - ' RC-MESSAGE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       REGISTER-RUN-COMPLETION.
           MOVE RETURN-CODE TO RC-COMPLETION-CODE
           MOVE 'C' TO RC-FUNCTION
           CALL 'RUNCTL' USING RUNCTL-PARMS
      *>   CALL hands RUNCTL's own zero back through RETURN-CODE - put
      *>   the run's completion code back before STOP RUN reports it
           MOVE RC-COMPLETION-CODE TO RETURN-CODE.

      *> every card is edited and authorized before any file is opened
      *> - a refused request is certified as refused, untouched
       LOAD-ERASURE-REQUESTS.
           READ ERASURE-REQUEST-FILE
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ
           PERFORM UNTIL WS-EOF
               ADD 1 TO WS-CARD-COUNT
               IF WS-SUBJ-COUNT >= WS-SUBJ-LIMIT
                   ADD 1 TO WS-OVER-LIMIT-COUNT
               ELSE
                   ADD 1 TO WS-SUBJ-COUNT
                   MOVE WS-SUBJ-COUNT TO WS-SJ-IX
                   PERFORM TAKE-ERASURE-REQUEST
               END-IF
               READ ERASURE-REQUEST-FILE
                   AT END MOVE 'Y' TO WS-EOF-SW
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF-SW.

       TAKE-ERASURE-REQUEST.
           INITIALIZE WS-SUBJ-ENTRY(WS-SJ-IX)
           MOVE EQ-REQUEST-ID TO WS-SJ-REQUEST-ID(WS-SJ-IX)
           IF EQ-RECEIVED-DATE IS NUMERIC
               MOVE EQ-RECEIVED-DATE TO WS-SJ-RECEIVED(WS-SJ-IX)
           END-IF
           MOVE EQ-NAME-TYPE TO WS-SJ-TYPE(WS-SJ-IX)
           PERFORM EDIT-ERASURE-REQUEST
           IF WS-REQUEST-REASON = SPACES
               PERFORM BUILD-SUBJECT-KEY
           END-IF
           IF WS-REQUEST-REASON = SPACES
               PERFORM AUTHORIZE-ERASURE
           END-IF
           IF WS-REQUEST-REASON = SPACES
               MOVE 'A' TO WS-SJ-STATE(WS-SJ-IX)
               ADD 1 TO WS-ACTIVE-COUNT
           ELSE
               MOVE 'R' TO WS-SJ-STATE(WS-SJ-IX)
               MOVE WS-REQUEST-REASON TO WS-SJ-REASON(WS-SJ-IX)
               ADD 1 TO WS-REFUSED-COUNT
           END-IF.

       EDIT-ERASURE-REQUEST.
           MOVE SPACES TO WS-REQUEST-REASON
           EVALUATE TRUE
               WHEN EQ-REQUEST-ID = SPACES
                   MOVE 'REQUEST ID MISSING' TO WS-REQUEST-REASON
               WHEN EQ-RECEIVED-DATE NOT NUMERIC
                    OR EQ-RECEIVED-DATE = 0
                   MOVE 'RECEIVED DATE INVALID' TO WS-REQUEST-REASON
               WHEN EQ-RECEIVED-DATE > WS-RUN-DATE
                   MOVE 'RECEIVED DATE AFTER RUN DATE'
                       TO WS-REQUEST-REASON
               WHEN NOT (EQ-PERSON-NAME OR EQ-COMPANY-NAME)
                   MOVE 'NAME TYPE MUST BE P OR C'
                       TO WS-REQUEST-REASON
               WHEN EQ-PERSON-NAME AND EQ-GIVEN = SPACES
                   MOVE 'GIVEN NAME MISSING' TO WS-REQUEST-REASON
               WHEN EQ-PERSON-NAME AND EQ-SURNAME = SPACES
                   MOVE 'SURNAME MISSING' TO WS-REQUEST-REASON
               WHEN EQ-COMPANY-NAME AND EQ-CO-NAME = SPACES
                   MOVE 'COMPANY NAME MISSING' TO WS-REQUEST-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
      *>   a request id is the privacy office's handle on the
      *>   certificate - two cards under one id cannot both be proved
           IF WS-REQUEST-REASON = SPACES
               PERFORM VARYING WS-SJ-IX-2 FROM 1 BY 1
                       UNTIL WS-SJ-IX-2 >= WS-SJ-IX
                   IF WS-SJ-REQUEST-ID(WS-SJ-IX-2) = EQ-REQUEST-ID
                       MOVE 'DUPLICATE REQUEST ID IN DECK'
                           TO WS-REQUEST-REASON
                   END-IF
               END-PERFORM
           END-IF.

      *> the person key is built exactly as HELLO-WORLD and Program2
      *> build theirs - each part through STRUTIL's standardize, the
      *> parts run together - so it is the key on NAMEMAST, the value
      *> on CONCATO1/CONCATO2 and the entry on the suppression list.
      *> The two feeds clip the parts differently - NAMEPART carries a
      *> 15-byte surname, STREXTR a 3-byte middle name - so one person
      *> can reach the files under either form and both are kept; a
      *> company is kept whole and as the 29 bytes NAMEPART holds
       BUILD-SUBJECT-KEY.
           IF EQ-PERSON-NAME
               MOVE EQ-GIVEN TO WS-PART-GIVEN
               MOVE EQ-MIDDLE TO WS-PART-MIDDLE
               MOVE EQ-SURNAME TO WS-PART-SURNAME
               MOVE 15 TO WS-CLIP-SURNAME
               PERFORM BUILD-PARTS-KEY
               MOVE 1 TO WS-FORM-IX
               PERFORM KEEP-KEY-FORM
               MOVE 3 TO WS-CLIP-MIDDLE
               MOVE 30 TO WS-CLIP-SURNAME
               PERFORM BUILD-PARTS-KEY
               MOVE 30 TO WS-CLIP-MIDDLE
               MOVE EQ-SURNAME TO WS-PART-WORK
               PERFORM STANDARDIZE-PART
               MOVE FUNCTION UPPER-CASE(WS-PART-WORK)
                   TO WS-SJ-SURNAME(WS-SJ-IX)
           ELSE
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(EQ-CO-NAME))
                   TO WS-KEY-CMP
               MOVE 1 TO WS-FORM-IX
               PERFORM KEEP-KEY-FORM
               MOVE SPACES TO WS-KEY-CMP(30:11)
           END-IF
           IF WS-KEY-CMP NOT = WS-SJ-KEY(WS-SJ-IX, 1)
               MOVE 2 TO WS-FORM-IX
               PERFORM KEEP-KEY-FORM
           END-IF.

       KEEP-KEY-FORM.
           MOVE WS-KEY-CMP TO WS-SJ-KEY(WS-SJ-IX, WS-FORM-IX)
           PERFORM VARYING WS-KEY-LEN FROM 40 BY -1
                   UNTIL WS-KEY-LEN = 0
                         OR WS-KEY-CMP(WS-KEY-LEN:1) NOT = SPACE
               CONTINUE
           END-PERFORM
           MOVE WS-KEY-LEN TO WS-SJ-KEY-LEN(WS-SJ-IX, WS-FORM-IX)
      *>   a key of one or two characters would mask every stray
      *>   initial in the history - that is not a name anyone can prove
      *>   was the customer's
           IF WS-KEY-LEN < 3
               MOVE 'NAME TOO SHORT TO IDENTIFY'
                   TO WS-REQUEST-REASON
           END-IF.

      *> the privacy office signs off every erasure - it cannot be
      *> undone - so each request needs an authorization for the run
      *> date carrying its request id as the card value
       AUTHORIZE-ERASURE.
           MOVE 'A' TO OV-FUNCTION
           MOVE 'ERASURE' TO OV-ACTION
           MOVE 'ERASNAME' TO OV-PROGRAM-ID
           MOVE WS-RUN-DATE TO OV-BUSINESS-DATE
           MOVE EQ-REQUEST-ID TO OV-CARD-VALUE
           CALL 'OVRAUTH' USING OVRAUTH-PARMS
           IF OV-AUTHORIZED
               MOVE OV-REQUESTER TO WS-SJ-REQUESTER(WS-SJ-IX)
               MOVE OV-APPROVER TO WS-SJ-APPROVER(WS-SJ-IX)
               MOVE OV-TICKET TO WS-SJ-TICKET(WS-SJ-IX)
           ELSE
               STRING 'NOT AUTHORIZED - ' DELIMITED BY SIZE
                      OV-MESSAGE DELIMITED BY SIZE
                      INTO WS-REQUEST-REASON
               END-STRING
           END-IF.

      *> ---------------------------------------------------------------
      *> the masters: every key that is the requested name comes off,
      *> journaled as a delete whose before image has the key masked -
      *> NAMERCVR passes such an entry over rather than restore it
      *> ---------------------------------------------------------------
       ERASE-FROM-NAME-MASTER.
           MOVE 1 TO WS-FILE-IX
           MOVE 0 TO WS-DEL-COUNT
           OPEN I-O NAME-MASTER-FILE
           IF WS-MASTER-STATUS NOT = '00'
               PERFORM NOTE-OPEN-FAILURE
           ELSE
               MOVE 'P' TO WS-MATCH-TYPE
               PERFORM START-NAME-SCAN
               PERFORM UNTIL WS-SCAN-EOF
                   ADD 1 TO WS-FT-RECS-IN(WS-FILE-IX)
                   MOVE NM-NAME-KEY TO WS-KEY-WORK
                   PERFORM MATCH-KEY-FIELD
                   IF WS-REC-HIT-TABLE NOT = SPACES
      *>               the dates the key arrived bound the surname
      *>               search of the logs further on
                       MOVE NM-LAST-SEEN TO WS-REC-DATE
                       PERFORM NOTE-HIT-DATES
                       MOVE NM-FIRST-SEEN TO WS-REC-DATE
                       PERFORM ACCOUNT-RECORD-HITS
                       MOVE NAME-MASTER-REC TO WS-DEL-HOLD
                       PERFORM KEEP-DELETE-IMAGE
                   END-IF
                   PERFORM READ-NAME-NEXT
               END-PERFORM
               MOVE 'N' TO WS-SCAN-EOF-SW
               IF WS-DEL-COUNT > 0
                   PERFORM DELETE-NAME-KEYS
               END-IF
               CLOSE NAME-MASTER-FILE
               PERFORM NOTE-FILE-SEARCHED
               PERFORM RECOUNT-NAME-MASTER
           END-IF.

       START-NAME-SCAN.
           MOVE 'N' TO WS-SCAN-EOF-SW
           MOVE LOW-VALUES TO NM-NAME-KEY
           START NAME-MASTER-FILE KEY >= NM-NAME-KEY
           IF WS-MASTER-STATUS = '00'
               PERFORM READ-NAME-NEXT
           ELSE
               MOVE 'Y' TO WS-SCAN-EOF-SW
           END-IF.

       READ-NAME-NEXT.
           READ NAME-MASTER-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-SCAN-EOF-SW
           END-READ
           IF WS-MASTER-STATUS NOT = '00'
               MOVE 'Y' TO WS-SCAN-EOF-SW
           END-IF.

       DELETE-NAME-KEYS.
           OPEN EXTEND NAME-JOURNAL-FILE
           IF WS-IO-STATUS = '35'
               OPEN OUTPUT NAME-JOURNAL-FILE
           END-IF
           PERFORM VARYING WS-DEL-IX FROM 1 BY 1
                   UNTIL WS-DEL-IX > WS-DEL-COUNT
               MOVE 'D' TO JR-ACTION
               MOVE WS-DEL-IMAGE(WS-DEL-IX)(1:60) TO JR-BEFORE-IMAGE
               MOVE ALL '*' TO JR-BEFORE-IMAGE(1:30)
               MOVE SPACES TO JR-AFTER-IMAGE
               MOVE WS-RUN-DATE TO JR-BUSINESS-DATE
               MOVE FUNCTION CURRENT-DATE TO JR-TIMESTAMP
               WRITE NAME-JOURNAL-REC
               IF WS-IO-STATUS NOT = '00'
                   PERFORM NOTE-IO-FAILURE
               END-IF
               MOVE WS-DEL-IMAGE(WS-DEL-IX)(1:30) TO NM-NAME-KEY
               DELETE NAME-MASTER-FILE RECORD
               IF WS-MASTER-STATUS = '00'
                   ADD 1 TO WS-FT-CHANGED(WS-FILE-IX)
               ELSE
                   PERFORM NOTE-IO-FAILURE
               END-IF
           END-PERFORM
           CLOSE NAME-JOURNAL-FILE.

       ERASE-FROM-COMPANY-MASTER.
           MOVE 2 TO WS-FILE-IX
           MOVE 0 TO WS-DEL-COUNT
           OPEN I-O COMPANY-MASTER-FILE
           IF WS-MASTER-STATUS NOT = '00'
               PERFORM NOTE-OPEN-FAILURE
           ELSE
               MOVE 'C' TO WS-MATCH-TYPE
               PERFORM START-COMPANY-SCAN
               PERFORM UNTIL WS-SCAN-EOF
                   ADD 1 TO WS-FT-RECS-IN(WS-FILE-IX)
                   MOVE CM-NAME-KEY TO WS-KEY-WORK
                   PERFORM MATCH-KEY-FIELD
                   IF WS-REC-HIT-TABLE NOT = SPACES
                       MOVE CM-LAST-SEEN TO WS-REC-DATE
                       PERFORM NOTE-HIT-DATES
                       MOVE CM-FIRST-SEEN TO WS-REC-DATE
                       PERFORM ACCOUNT-RECORD-HITS
                       MOVE COMPANY-MASTER-REC TO WS-DEL-HOLD
                       PERFORM KEEP-DELETE-IMAGE
                   END-IF
                   PERFORM READ-COMPANY-NEXT
               END-PERFORM
               MOVE 'N' TO WS-SCAN-EOF-SW
      *>       the company master keeps no journal of its own - its
      *>       load is rebuilt from CONCATC1, never rolled back
               PERFORM VARYING WS-DEL-IX FROM 1 BY 1
                       UNTIL WS-DEL-IX > WS-DEL-COUNT
                   MOVE WS-DEL-IMAGE(WS-DEL-IX)(1:40) TO CM-NAME-KEY
                   DELETE COMPANY-MASTER-FILE RECORD
                   IF WS-MASTER-STATUS = '00'
                       ADD 1 TO WS-FT-CHANGED(WS-FILE-IX)
                   ELSE
                       PERFORM NOTE-IO-FAILURE
                   END-IF
               END-PERFORM
               CLOSE COMPANY-MASTER-FILE
               PERFORM NOTE-FILE-SEARCHED
               PERFORM RECOUNT-COMPANY-MASTER
           END-IF.

       START-COMPANY-SCAN.
           MOVE 'N' TO WS-SCAN-EOF-SW
           MOVE LOW-VALUES TO CM-NAME-KEY
           START COMPANY-MASTER-FILE KEY >= CM-NAME-KEY
           IF WS-MASTER-STATUS = '00'
               PERFORM READ-COMPANY-NEXT
           ELSE
               MOVE 'Y' TO WS-SCAN-EOF-SW
           END-IF.

       READ-COMPANY-NEXT.
           READ COMPANY-MASTER-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-SCAN-EOF-SW
           END-READ
           IF WS-MASTER-STATUS NOT = '00'
               MOVE 'Y' TO WS-SCAN-EOF-SW
           END-IF.

      *> a full delete table leaves keys on the master - the file is
      *> failed so every certificate says the erasure is incomplete
       KEEP-DELETE-IMAGE.
           IF WS-DEL-COUNT >= WS-DEL-LIMIT
               PERFORM NOTE-IO-FAILURE
           ELSE
               ADD 1 TO WS-DEL-COUNT
               MOVE WS-DEL-HOLD TO WS-DEL-IMAGE(WS-DEL-COUNT)
           END-IF.

      *> ---------------------------------------------------------------
      *> the master histories: journal images, the day's delta and the
      *> retired-key history carry the key in a fixed field, so the
      *> whole 30-byte field is masked and a masked key reads as all
      *> asterisks to anything that reads the file back
      *> ---------------------------------------------------------------
       MASK-JOURNAL-FILE.
           MOVE 3 TO WS-FILE-IX
           MOVE 'P' TO WS-MATCH-TYPE
           OPEN I-O NAME-JOURNAL-FILE
           IF WS-IO-STATUS NOT = '00'
               PERFORM NOTE-OPEN-FAILURE
           ELSE
               READ NAME-JOURNAL-FILE
                   AT END MOVE 'Y' TO WS-EOF-SW
               END-READ
               PERFORM UNTIL WS-EOF
                   ADD 1 TO WS-FT-RECS-IN(WS-FILE-IX)
                   MOVE JR-BEFORE-IMAGE(1:30) TO WS-KEY-WORK
                   PERFORM MATCH-KEY-FIELD
                   MOVE JR-AFTER-IMAGE(1:30) TO WS-KEY-WORK
                   PERFORM MATCH-KEY-FIELD
                   MOVE JR-BUSINESS-DATE TO WS-REC-DATE
                   PERFORM ACCOUNT-RECORD-HITS
                   IF WS-REC-CHANGED
                       IF JR-BEFORE-IMAGE NOT = SPACES
                           MOVE ALL '*' TO JR-BEFORE-IMAGE(1:30)
                       END-IF
                       IF JR-AFTER-IMAGE NOT = SPACES
                           MOVE ALL '*' TO JR-AFTER-IMAGE(1:30)
                       END-IF
                       REWRITE NAME-JOURNAL-REC
                       PERFORM CHECK-REWRITE
                   END-IF
                   READ NAME-JOURNAL-FILE
                       AT END MOVE 'Y' TO WS-EOF-SW
                   END-READ
               END-PERFORM
               CLOSE NAME-JOURNAL-FILE
               PERFORM NOTE-FILE-SEARCHED
               PERFORM RECOUNT-NAME-JOURNAL
           END-IF.

      *> the delta's trailer hash is summed over the record bodies, so
      *> a masked body changes it - the hash is worked again over the
      *> bodies as they now stand and the trailer restated, leaving a
      *> consumer's own check still in balance. The count is unchanged.
      *> Before anything is restated the trailer is proved against the
      *> records as they were read - a count or hash that was already
      *> out leaves the file unbalanced and the trailer as it stood
       MASK-DELTA-FILE.
           MOVE 4 TO WS-FILE-IX
           MOVE 'P' TO WS-MATCH-TYPE
           MOVE 0 TO WS-DELTA-DATE WS-DELTA-COUNT WS-DELTA-HASH
                     WS-DELTA-IN-HASH
           MOVE 'N' TO WS-DELTA-MASKED-SW
           MOVE 'N' TO WS-DELTA-SECTION-SW
           OPEN I-O NAME-DELTA-FILE
           IF WS-IO-STATUS NOT = '00'
               PERFORM NOTE-OPEN-FAILURE
           ELSE
               READ NAME-DELTA-FILE
                   AT END MOVE 'Y' TO WS-EOF-SW
               END-READ
               PERFORM UNTIL WS-EOF
                   ADD 1 TO WS-FT-RECS-IN(WS-FILE-IX)
                   EVALUATE DL-REC-TYPE
                       WHEN 'H'
                           IF WS-DELTA-IN-SECTION
                               PERFORM NOTE-UNBALANCED
                           END-IF
                           MOVE 'Y' TO WS-DELTA-SECTION-SW
                           MOVE DL-HDR-DATE TO WS-DELTA-DATE
                           MOVE 0 TO WS-DELTA-COUNT WS-DELTA-HASH
                                     WS-DELTA-IN-HASH
                           MOVE 'N' TO WS-DELTA-MASKED-SW
                       WHEN 'D'
                           PERFORM MASK-DELTA-DATA-REC
                       WHEN 'T'
                           MOVE 'N' TO WS-DELTA-SECTION-SW
                           PERFORM CHECK-DELTA-TRAILER
                   END-EVALUATE
                   READ NAME-DELTA-FILE
                       AT END MOVE 'Y' TO WS-EOF-SW
                   END-READ
               END-PERFORM
      *>       a header with no trailer after it is a delta cut short
               IF WS-DELTA-IN-SECTION
                   PERFORM NOTE-UNBALANCED
               END-IF
               CLOSE NAME-DELTA-FILE
               PERFORM NOTE-FILE-SEARCHED
               PERFORM RECOUNT-NAME-DELTA
           END-IF.

       CHECK-DELTA-TRAILER.
           IF DL-TRL-COUNT NOT = WS-DELTA-COUNT
              OR DL-TRL-HASH NOT = WS-DELTA-IN-HASH
               PERFORM NOTE-UNBALANCED
           ELSE
               IF WS-DELTA-MASKED
                   MOVE WS-DELTA-HASH TO DL-TRL-HASH
                   REWRITE DELTA-OUT-REC
                   PERFORM CHECK-REWRITE
                   MOVE 'Y' TO WS-DELTA-RESTATED-SW
               END-IF
           END-IF.

       MASK-DELTA-DATA-REC.
           ADD 1 TO WS-DELTA-COUNT
           PERFORM VARYING WS-HASH-IX FROM 1 BY 1
                   UNTIL WS-HASH-IX > 53
               COMPUTE WS-DELTA-IN-HASH = WS-DELTA-IN-HASH
                   + FUNCTION ORD(DL-REC-BODY(WS-HASH-IX:1))
           END-PERFORM
           MOVE DL-NAME-KEY TO WS-KEY-WORK
           PERFORM MATCH-KEY-FIELD
           MOVE WS-DELTA-DATE TO WS-REC-DATE
           PERFORM ACCOUNT-RECORD-HITS
           IF WS-REC-CHANGED
               MOVE ALL '*' TO DL-NAME-KEY
               REWRITE DELTA-OUT-REC
               PERFORM CHECK-REWRITE
               MOVE 'Y' TO WS-DELTA-MASKED-SW
           END-IF
           PERFORM VARYING WS-HASH-IX FROM 1 BY 1
                   UNTIL WS-HASH-IX > 53
               COMPUTE WS-DELTA-HASH = WS-DELTA-HASH
                   + FUNCTION ORD(DL-REC-BODY(WS-HASH-IX:1))
           END-PERFORM.

       MASK-RETIRED-FILE.
           MOVE 5 TO WS-FILE-IX
           MOVE 'P' TO WS-MATCH-TYPE
           OPEN I-O NAME-RETIRED-FILE
           IF WS-IO-STATUS NOT = '00'
               PERFORM NOTE-OPEN-FAILURE
           ELSE
               READ NAME-RETIRED-FILE
                   AT END MOVE 'Y' TO WS-EOF-SW
               END-READ
               PERFORM UNTIL WS-EOF
                   ADD 1 TO WS-FT-RECS-IN(WS-FILE-IX)
                   MOVE NR-MASTER-IMAGE(1:30) TO WS-KEY-WORK
                   PERFORM MATCH-KEY-FIELD
                   MOVE NR-RETIRE-DATE TO WS-REC-DATE
                   PERFORM ACCOUNT-RECORD-HITS
                   IF WS-REC-CHANGED
                       MOVE ALL '*' TO NR-MASTER-IMAGE(1:30)
                       REWRITE NAME-RETIRED-REC
                       PERFORM CHECK-REWRITE
                   END-IF
                   READ NAME-RETIRED-FILE
                       AT END MOVE 'Y' TO WS-EOF-SW
                   END-READ
               END-PERFORM
               CLOSE NAME-RETIRED-FILE
               PERFORM NOTE-FILE-SEARCHED
               PERFORM RECOUNT-NAME-RETIRED
           END-IF.

      *> ---------------------------------------------------------------
      *> the cycle archive and the cycle's own outputs. A CONCAT
      *> output record is one key, so it is matched whole and masked
      *> whole - a longer company name that starts with the requested
      *> one is another company. A report line is free text, searched
      *> for the name wherever it stands and only the name masked.
      *> No archived record is added or taken away, and what the
      *> archive holds for each date and file is proved against the
      *> count the catalog ARCHCAT recorded for it
      *> ---------------------------------------------------------------
       MASK-CYCLE-ARCHIVE.
           MOVE 6 TO WS-FILE-IX
           OPEN I-O CYCLE-ARCHIVE-FILE
           IF WS-IO-STATUS NOT = '00'
               PERFORM NOTE-OPEN-FAILURE
           ELSE
               READ CYCLE-ARCHIVE-FILE
                   AT END MOVE 'Y' TO WS-EOF-SW
               END-READ
               PERFORM UNTIL WS-EOF
                   ADD 1 TO WS-FT-RECS-IN(WS-FILE-IX)
                   PERFORM TALLY-ARCHIVE-RECORD
                   PERFORM MASK-ARCHIVE-IMAGE
                   MOVE AR-BUSINESS-DATE TO WS-REC-DATE
                   PERFORM ACCOUNT-RECORD-HITS
                   IF WS-REC-CHANGED
                       REWRITE CYCLE-ARCHIVE-REC
                       PERFORM CHECK-REWRITE
                   END-IF
                   READ CYCLE-ARCHIVE-FILE
                       AT END MOVE 'Y' TO WS-EOF-SW
                   END-READ
               END-PERFORM
               CLOSE CYCLE-ARCHIVE-FILE
               PERFORM NOTE-FILE-SEARCHED
               PERFORM RECOUNT-CYCLE-ARCHIVE
               PERFORM CHECK-ARCHIVE-CATALOG
           END-IF.

       TALLY-ARCHIVE-RECORD.
           MOVE AR-BUSINESS-DATE TO WS-AC-WANT-DATE
           MOVE AR-FILE-NAME TO WS-AC-WANT-FILE
           PERFORM FIND-ARCHIVE-ENTRY
           IF WS-AC-IX > 0
               ADD 1 TO WS-AC-ARCHIVED(WS-AC-IX)
           END-IF.

      *> the archive is written a file at a time, so the entry last
      *> used is tried before the table is searched
       FIND-ARCHIVE-ENTRY.
           IF WS-AC-IX > 0
              AND WS-AC-DATE(WS-AC-IX) = WS-AC-WANT-DATE
              AND WS-AC-FILE(WS-AC-IX) = WS-AC-WANT-FILE
               CONTINUE
           ELSE
               MOVE 'N' TO WS-AC-FOUND-SW
               PERFORM VARYING WS-AC-IX FROM 1 BY 1
                       UNTIL WS-AC-IX > WS-ARCH-COUNT
                             OR WS-AC-FOUND
                   IF WS-AC-DATE(WS-AC-IX) = WS-AC-WANT-DATE
                      AND WS-AC-FILE(WS-AC-IX) = WS-AC-WANT-FILE
                       MOVE 'Y' TO WS-AC-FOUND-SW
                   END-IF
               END-PERFORM
               IF WS-AC-FOUND
                   SUBTRACT 1 FROM WS-AC-IX
               ELSE
                   PERFORM ADD-ARCHIVE-ENTRY
               END-IF
           END-IF.

       ADD-ARCHIVE-ENTRY.
           IF WS-ARCH-COUNT >= WS-ARCH-LIMIT
               MOVE 'Y' TO WS-ARCH-FULL-SW
               MOVE 0 TO WS-AC-IX
           ELSE
               ADD 1 TO WS-ARCH-COUNT
               MOVE WS-ARCH-COUNT TO WS-AC-IX
               MOVE WS-AC-WANT-DATE TO WS-AC-DATE(WS-AC-IX)
               MOVE WS-AC-WANT-FILE TO WS-AC-FILE(WS-AC-IX)
               MOVE 0 TO WS-AC-ARCHIVED(WS-AC-IX)
                         WS-AC-CATALOGED(WS-AC-IX)
           END-IF.

      *> a forced re-archive appends a second copy of a day's file and
      *> a second catalog entry with it, and the purge takes both away
      *> together - so the catalog counts for a date and file are
      *> summed before they are set against the archive's records
       CHECK-ARCHIVE-CATALOG.
           OPEN INPUT ARCHIVE-CATALOG-FILE
           IF WS-CATALOG-STATUS = '35'
               IF WS-FT-RECS-IN(WS-FILE-IX) > 0
                   PERFORM NOTE-UNBALANCED
               END-IF
           ELSE
               IF WS-CATALOG-STATUS NOT = '00'
                   PERFORM NOTE-IO-FAILURE
               ELSE
                   READ ARCHIVE-CATALOG-FILE
                       AT END MOVE 'Y' TO WS-EOF-SW
                   END-READ
                   PERFORM UNTIL WS-EOF
                       MOVE CT-BUSINESS-DATE TO WS-AC-WANT-DATE
                       MOVE CT-FILE-NAME TO WS-AC-WANT-FILE
                       PERFORM FIND-ARCHIVE-ENTRY
                       IF WS-AC-IX > 0
                           ADD CT-RECORD-COUNT
                               TO WS-AC-CATALOGED(WS-AC-IX)
                       END-IF
                       READ ARCHIVE-CATALOG-FILE
                           AT END MOVE 'Y' TO WS-EOF-SW
                       END-READ
                   END-PERFORM
                   MOVE 'N' TO WS-EOF-SW
                   CLOSE ARCHIVE-CATALOG-FILE
                   IF WS-ARCH-FULL
                       PERFORM NOTE-UNBALANCED
                   END-IF
                   PERFORM VARYING WS-AC-IX FROM 1 BY 1
                           UNTIL WS-AC-IX > WS-ARCH-COUNT
                       IF WS-AC-ARCHIVED(WS-AC-IX)
                          NOT = WS-AC-CATALOGED(WS-AC-IX)
                           PERFORM NOTE-UNBALANCED
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

       MASK-ARCHIVE-IMAGE.
           EVALUATE AR-FILE-NAME
               WHEN 'CONCATO1'
               WHEN 'CONCATO2'
                   MOVE AR-RECORD-IMAGE(1:30) TO WS-KEY-WORK
                   MOVE 'P' TO WS-MATCH-TYPE
                   PERFORM MATCH-KEY-FIELD
                   IF WS-REC-HIT-TABLE NOT = SPACES
                       MOVE ALL '*' TO AR-RECORD-IMAGE(1:30)
                   END-IF
               WHEN 'CONCATC1'
                   MOVE AR-RECORD-IMAGE(1:40) TO WS-KEY-WORK
                   MOVE 'C' TO WS-MATCH-TYPE
                   PERFORM MATCH-KEY-FIELD
                   IF WS-REC-HIT-TABLE NOT = SPACES
                       MOVE ALL '*' TO AR-RECORD-IMAGE(1:40)
                   END-IF
               WHEN OTHER
                   MOVE AR-RECORD-IMAGE TO WS-MASK-AREA
                   MOVE 80 TO WS-MASK-LEN
                   PERFORM SCAN-MASK-AREA
                   MOVE WS-MASK-AREA(1:80) TO AR-RECORD-IMAGE
           END-EVALUATE.

       MASK-CONCATO1.
           MOVE 7 TO WS-FILE-IX
           OPEN I-O CONCAT-OUT-1-FILE
           IF WS-IO-STATUS NOT = '00'
               PERFORM NOTE-OPEN-FAILURE
           ELSE
               READ CONCAT-OUT-1-FILE
                   AT END MOVE 'Y' TO WS-EOF-SW
               END-READ
               PERFORM UNTIL WS-EOF
                   ADD 1 TO WS-FT-RECS-IN(WS-FILE-IX)
                   MOVE CONCAT-OUT-1-REC TO WS-KEY-WORK
                   MOVE 'P' TO WS-MATCH-TYPE
                   PERFORM MATCH-KEY-FIELD
                   MOVE WS-RUN-DATE TO WS-REC-DATE
                   PERFORM ACCOUNT-RECORD-HITS
                   IF WS-REC-CHANGED
                       MOVE ALL '*' TO CONCAT-OUT-1-REC
                       REWRITE CONCAT-OUT-1-REC
                       PERFORM CHECK-REWRITE
                   END-IF
                   READ CONCAT-OUT-1-FILE
                       AT END MOVE 'Y' TO WS-EOF-SW
                   END-READ
               END-PERFORM
               CLOSE CONCAT-OUT-1-FILE
               PERFORM NOTE-FILE-SEARCHED
               PERFORM RECOUNT-CONCAT-OUT-1
           END-IF.

       MASK-CONCATC1.
           MOVE 8 TO WS-FILE-IX
           OPEN I-O COMPANY-OUT-FILE
           IF WS-IO-STATUS NOT = '00'
               PERFORM NOTE-OPEN-FAILURE
           ELSE
               READ COMPANY-OUT-FILE
                   AT END MOVE 'Y' TO WS-EOF-SW
               END-READ
               PERFORM UNTIL WS-EOF
                   ADD 1 TO WS-FT-RECS-IN(WS-FILE-IX)
                   MOVE COMPANY-OUT-REC TO WS-KEY-WORK
                   MOVE 'C' TO WS-MATCH-TYPE
                   PERFORM MATCH-KEY-FIELD
                   MOVE WS-RUN-DATE TO WS-REC-DATE
                   PERFORM ACCOUNT-RECORD-HITS
                   IF WS-REC-CHANGED
                       MOVE ALL '*' TO COMPANY-OUT-REC
                       REWRITE COMPANY-OUT-REC
                       PERFORM CHECK-REWRITE
                   END-IF
                   READ COMPANY-OUT-FILE
                       AT END MOVE 'Y' TO WS-EOF-SW
                   END-READ
               END-PERFORM
               CLOSE COMPANY-OUT-FILE
               PERFORM NOTE-FILE-SEARCHED
               PERFORM RECOUNT-COMPANY-OUT
           END-IF.

       MASK-CONCATO2.
           MOVE 9 TO WS-FILE-IX
           OPEN I-O CONCAT-OUT-2-FILE
           IF WS-IO-STATUS NOT = '00'
               PERFORM NOTE-OPEN-FAILURE
           ELSE
               READ CONCAT-OUT-2-FILE
                   AT END MOVE 'Y' TO WS-EOF-SW
               END-READ
               PERFORM UNTIL WS-EOF
                   ADD 1 TO WS-FT-RECS-IN(WS-FILE-IX)
                   MOVE CONCAT-OUT-2-REC TO WS-KEY-WORK
                   MOVE 'P' TO WS-MATCH-TYPE
                   PERFORM MATCH-KEY-FIELD
                   MOVE WS-RUN-DATE TO WS-REC-DATE
                   PERFORM ACCOUNT-RECORD-HITS
                   IF WS-REC-CHANGED
                       MOVE ALL '*' TO CONCAT-OUT-2-REC
                       REWRITE CONCAT-OUT-2-REC
                       PERFORM CHECK-REWRITE
                   END-IF
                   READ CONCAT-OUT-2-FILE
                       AT END MOVE 'Y' TO WS-EOF-SW
                   END-READ
               END-PERFORM
               CLOSE CONCAT-OUT-2-FILE
               PERFORM NOTE-FILE-SEARCHED
               PERFORM RECOUNT-CONCAT-OUT-2
           END-IF.

       MASK-REPORT-1.
           MOVE 10 TO WS-FILE-IX
           OPEN I-O REPORT-1-FILE
           IF WS-IO-STATUS NOT = '00'
               PERFORM NOTE-OPEN-FAILURE
           ELSE
               READ REPORT-1-FILE
                   AT END MOVE 'Y' TO WS-EOF-SW
               END-READ
               PERFORM UNTIL WS-EOF
                   ADD 1 TO WS-FT-RECS-IN(WS-FILE-IX)
                   MOVE REPORT-1-REC TO WS-MASK-AREA
                   MOVE 80 TO WS-MASK-LEN
                   PERFORM SCAN-MASK-AREA
                   MOVE WS-RUN-DATE TO WS-REC-DATE
                   PERFORM ACCOUNT-RECORD-HITS
                   IF WS-REC-CHANGED
                       MOVE WS-MASK-AREA(1:80) TO REPORT-1-REC
                       REWRITE REPORT-1-REC
                       PERFORM CHECK-REWRITE
                   END-IF
                   READ REPORT-1-FILE
                       AT END MOVE 'Y' TO WS-EOF-SW
                   END-READ
               END-PERFORM
               CLOSE REPORT-1-FILE
               PERFORM NOTE-FILE-SEARCHED
               PERFORM RECOUNT-REPORT-1
           END-IF.

       MASK-REPORT-2.
           MOVE 11 TO WS-FILE-IX
           OPEN I-O REPORT-2-FILE
           IF WS-IO-STATUS NOT = '00'
               PERFORM NOTE-OPEN-FAILURE
           ELSE
               READ REPORT-2-FILE
                   AT END MOVE 'Y' TO WS-EOF-SW
               END-READ
               PERFORM UNTIL WS-EOF
                   ADD 1 TO WS-FT-RECS-IN(WS-FILE-IX)
                   MOVE REPORT-2-REC TO WS-MASK-AREA
                   MOVE 80 TO WS-MASK-LEN
                   PERFORM SCAN-MASK-AREA
                   MOVE WS-RUN-DATE TO WS-REC-DATE
                   PERFORM ACCOUNT-RECORD-HITS
                   IF WS-REC-CHANGED
                       MOVE WS-MASK-AREA(1:80) TO REPORT-2-REC
                       REWRITE REPORT-2-REC
                       PERFORM CHECK-REWRITE
                   END-IF
                   READ REPORT-2-FILE
                       AT END MOVE 'Y' TO WS-EOF-SW
                   END-READ
               END-PERFORM
               CLOSE REPORT-2-FILE
               PERFORM NOTE-FILE-SEARCHED
               PERFORM RECOUNT-REPORT-2
           END-IF.

       MASK-REPORT-4.
           MOVE 12 TO WS-FILE-IX
           OPEN I-O REPORT-4-FILE
           IF WS-IO-STATUS NOT = '00'
               PERFORM NOTE-OPEN-FAILURE
           ELSE
               READ REPORT-4-FILE
                   AT END MOVE 'Y' TO WS-EOF-SW
               END-READ
               PERFORM UNTIL WS-EOF
                   ADD 1 TO WS-FT-RECS-IN(WS-FILE-IX)
                   MOVE REPORT-4-REC TO WS-MASK-AREA
                   MOVE 80 TO WS-MASK-LEN
                   PERFORM SCAN-MASK-AREA
                   MOVE WS-RUN-DATE TO WS-REC-DATE
                   PERFORM ACCOUNT-RECORD-HITS
                   IF WS-REC-CHANGED
                       MOVE WS-MASK-AREA(1:80) TO REPORT-4-REC
                       REWRITE REPORT-4-REC
                       PERFORM CHECK-REWRITE
                   END-IF
                   READ REPORT-4-FILE
                       AT END MOVE 'Y' TO WS-EOF-SW
                   END-READ
               END-PERFORM
               CLOSE REPORT-4-FILE
               PERFORM NOTE-FILE-SEARCHED
               PERFORM RECOUNT-REPORT-4
           END-IF.

       MASK-REPORT-5.
           MOVE 13 TO WS-FILE-IX
           OPEN I-O REPORT-5-FILE
           IF WS-IO-STATUS NOT = '00'
               PERFORM NOTE-OPEN-FAILURE
           ELSE
               READ REPORT-5-FILE
                   AT END MOVE 'Y' TO WS-EOF-SW
               END-READ
               PERFORM UNTIL WS-EOF
                   ADD 1 TO WS-FT-RECS-IN(WS-FILE-IX)
                   MOVE REPORT-5-REC TO WS-MASK-AREA
                   MOVE 80 TO WS-MASK-LEN
                   PERFORM SCAN-MASK-AREA
                   MOVE WS-RUN-DATE TO WS-REC-DATE
                   PERFORM ACCOUNT-RECORD-HITS
                   IF WS-REC-CHANGED
                       MOVE WS-MASK-AREA(1:80) TO REPORT-5-REC
                       REWRITE REPORT-5-REC
                       PERFORM CHECK-REWRITE
                   END-IF
                   READ REPORT-5-FILE
                       AT END MOVE 'Y' TO WS-EOF-SW
                   END-READ
               END-PERFORM
               CLOSE REPORT-5-FILE
               PERFORM NOTE-FILE-SEARCHED
               PERFORM RECOUNT-REPORT-5
           END-IF.

      *> ---------------------------------------------------------------
      *> files that carry the input record the name came in on: the
      *> record's parts are standardized and run together the way the
      *> CONCAT would have, and a record that is the requested name
      *> has every name field masked whole
      *> ---------------------------------------------------------------
       MASK-QA-RESULTS.
           MOVE 14 TO WS-FILE-IX
           OPEN I-O QA-RESULT-FILE
           IF WS-IO-STATUS NOT = '00'
               PERFORM NOTE-OPEN-FAILURE
           ELSE
               READ QA-RESULT-FILE
                   AT END MOVE 'Y' TO WS-EOF-SW
               END-READ
               PERFORM UNTIL WS-EOF
                   ADD 1 TO WS-FT-RECS-IN(WS-FILE-IX)
      *>           the sampled NAMEPART record - persons in the
      *>           STR1/STR2/STR3 layout, companies as one name
                   IF QR-SOURCE-TYPE = 'C'
                       MOVE QR-SOURCE-BODY TO WS-KEY-WORK
                       MOVE 'C' TO WS-MATCH-TYPE
                       PERFORM MATCH-KEY-FIELD
                   ELSE
                       MOVE QR-SOURCE-BODY(16:7) TO WS-PART-GIVEN
                       MOVE QR-SOURCE-BODY(23:7) TO WS-PART-MIDDLE
                       MOVE QR-SOURCE-BODY(1:15) TO WS-PART-SURNAME
                       PERFORM MATCH-NAME-PARTS
                   END-IF
                   MOVE QR-OUTPUT-VALUE TO WS-MASK-AREA
                   MOVE 40 TO WS-MASK-LEN
                   PERFORM SCAN-MASK-AREA
                   MOVE QR-BUSINESS-DATE TO WS-REC-DATE
                   PERFORM ACCOUNT-RECORD-HITS
                   IF WS-REC-CHANGED
                       MOVE ALL '*' TO QR-OUTPUT-VALUE
                       IF QR-SOURCE-BODY NOT = SPACES
                           MOVE ALL '*' TO QR-SOURCE-BODY
                       END-IF
                       REWRITE QA-RESULT-REC
                       PERFORM CHECK-REWRITE
                   END-IF
                   READ QA-RESULT-FILE
                       AT END MOVE 'Y' TO WS-EOF-SW
                   END-READ
               END-PERFORM
               CLOSE QA-RESULT-FILE
               PERFORM NOTE-FILE-SEARCHED
               PERFORM RECOUNT-QA-RESULT
           END-IF.

      *> REJECTF carries no date - it is the last Program2 run's
      *> rejects, so the run date stands in as the day it was seen
       MASK-REJECT-FILE.
           MOVE 15 TO WS-FILE-IX
           OPEN I-O REJECT-FILE
           IF WS-IO-STATUS NOT = '00'
               PERFORM NOTE-OPEN-FAILURE
           ELSE
               READ REJECT-FILE
                   AT END MOVE 'Y' TO WS-EOF-SW
               END-READ
               PERFORM UNTIL WS-EOF
                   ADD 1 TO WS-FT-RECS-IN(WS-FILE-IX)
                   MOVE RJ-STR2 TO WS-PART-GIVEN
                   MOVE RJ-STR3 TO WS-PART-MIDDLE
                   MOVE RJ-STR4 TO WS-PART-SURNAME
                   PERFORM MATCH-NAME-PARTS
                   MOVE WS-RUN-DATE TO WS-REC-DATE
                   PERFORM ACCOUNT-RECORD-HITS
                   IF WS-REC-CHANGED
                       MOVE ALL '*' TO RJ-STR2 RJ-STR3 RJ-STR4
                       REWRITE REJECT-REC
                       PERFORM CHECK-REWRITE
                   END-IF
                   READ REJECT-FILE
                       AT END MOVE 'Y' TO WS-EOF-SW
                   END-READ
               END-PERFORM
               CLOSE REJECT-FILE
               PERFORM NOTE-FILE-SEARCHED
               PERFORM RECOUNT-REJECT
           END-IF.

       MASK-VALIDEXC-FILE.
           MOVE 16 TO WS-FILE-IX
           OPEN I-O VALIDATION-EXCEPTION-FILE
           IF WS-IO-STATUS NOT = '00'
               PERFORM NOTE-OPEN-FAILURE
           ELSE
               READ VALIDATION-EXCEPTION-FILE
                       INTO VALID-EXCEPTION-REC
                   AT END MOVE 'Y' TO WS-EOF-SW
               END-READ
               PERFORM UNTIL WS-EOF
                   ADD 1 TO WS-FT-RECS-IN(WS-FILE-IX)
                   PERFORM MASK-EXCEPTION-IMAGE
                   IF WS-REC-CHANGED
                       REWRITE VALIDEXC-IN-REC
                           FROM VALID-EXCEPTION-REC
                       PERFORM CHECK-REWRITE
                   END-IF
                   READ VALIDATION-EXCEPTION-FILE
                           INTO VALID-EXCEPTION-REC
                       AT END MOVE 'Y' TO WS-EOF-SW
                   END-READ
               END-PERFORM
               CLOSE VALIDATION-EXCEPTION-FILE
               PERFORM NOTE-FILE-SEARCHED
               PERFORM RECOUNT-VALIDATION-EXCEPTION
           END-IF.

       MASK-VALIDARC-FILE.
           MOVE 17 TO WS-FILE-IX
           OPEN I-O VALIDEXC-ARCH-FILE
           IF WS-IO-STATUS NOT = '00'
               PERFORM NOTE-OPEN-FAILURE
           ELSE
               READ VALIDEXC-ARCH-FILE INTO VALID-EXCEPTION-REC
                   AT END MOVE 'Y' TO WS-EOF-SW
               END-READ
               PERFORM UNTIL WS-EOF
                   ADD 1 TO WS-FT-RECS-IN(WS-FILE-IX)
                   PERFORM MASK-EXCEPTION-IMAGE
                   IF WS-REC-CHANGED
                       REWRITE VALIDEXC-ARCH-REC
                           FROM VALID-EXCEPTION-REC
                       PERFORM CHECK-REWRITE
                   END-IF
                   READ VALIDEXC-ARCH-FILE INTO VALID-EXCEPTION-REC
                       AT END MOVE 'Y' TO WS-EOF-SW
                   END-READ
               END-PERFORM
               CLOSE VALIDEXC-ARCH-FILE
               PERFORM NOTE-FILE-SEARCHED
               PERFORM RECOUNT-VALIDEXC-ARCH
           END-IF.

      *> an exception carries the whole input record it came from, in
      *> the writer's own layout: HELLO-WORLD's NAMEPART body (a
      *> company name on its COMPANY check), Program2's STREXTR body.
      *> A record that is the requested name loses its source image
      *> and the rejected field with it. Any other record only loses
      *> a rejected field that is the name - the full name, or on a
      *> day the name was seen, its surname - and any place the full
      *> name stands in either field
       MASK-EXCEPTION-IMAGE.
           EVALUATE TRUE
               WHEN VE-PROGRAM-ID = 'HELLO-WO'
                    AND VE-OPERATION = 'COMPANY'
                   MOVE VE-SOURCE-REC(1:29) TO WS-KEY-WORK
                   MOVE 'C' TO WS-MATCH-TYPE
                   PERFORM MATCH-KEY-FIELD
               WHEN VE-PROGRAM-ID = 'HELLO-WO'
                   MOVE VE-SOURCE-REC(16:7) TO WS-PART-GIVEN
                   MOVE VE-SOURCE-REC(23:7) TO WS-PART-MIDDLE
                   MOVE VE-SOURCE-REC(1:15) TO WS-PART-SURNAME
                   PERFORM MATCH-NAME-PARTS
               WHEN VE-PROGRAM-ID = 'Program2'
                   MOVE VE-SOURCE-REC(1:7) TO WS-PART-GIVEN
                   MOVE VE-SOURCE-REC(8:3) TO WS-PART-MIDDLE
                   MOVE VE-SOURCE-REC(11:30) TO WS-PART-SURNAME
                   PERFORM MATCH-NAME-PARTS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF VE-BUSINESS-DATE IS NUMERIC
               MOVE VE-BUSINESS-DATE TO WS-REC-DATE
           ELSE
               MOVE 0 TO WS-REC-DATE
           END-IF
           IF WS-REC-HIT-TABLE NOT = SPACES
               MOVE ALL '*' TO VE-SOURCE-REC
               IF VE-FIELD-VALUE NOT = SPACES
                   MOVE ALL '*' TO VE-FIELD-VALUE
               END-IF
           ELSE
               MOVE VE-FIELD-VALUE TO WS-VALUE-WORK
               MOVE 30 TO WS-VALUE-LEN
               PERFORM MATCH-PART-VALUE
               IF WS-VALUE-HIT
                   MOVE ALL '*' TO VE-FIELD-VALUE
               END-IF
               MOVE VE-FIELD-VALUE TO WS-MASK-AREA
               MOVE 30 TO WS-MASK-LEN
               PERFORM SCAN-MASK-AREA
               MOVE WS-MASK-AREA(1:30) TO VE-FIELD-VALUE
               MOVE VE-SOURCE-REC TO WS-MASK-AREA
               MOVE 40 TO WS-MASK-LEN
               PERFORM SCAN-MASK-AREA
               MOVE WS-MASK-AREA(1:40) TO VE-SOURCE-REC
           END-IF
           PERFORM ACCOUNT-RECORD-HITS.

       MASK-AUDITLOG-FILE.
           MOVE 18 TO WS-FILE-IX
           OPEN I-O AUDIT-LOG-FILE
           IF WS-IO-STATUS NOT = '00'
               PERFORM NOTE-OPEN-FAILURE
           ELSE
               READ AUDIT-LOG-FILE INTO AUDIT-LOG-REC
                   AT END MOVE 'Y' TO WS-EOF-SW
               END-READ
               PERFORM UNTIL WS-EOF
                   ADD 1 TO WS-FT-RECS-IN(WS-FILE-IX)
                   PERFORM MASK-AUDIT-IMAGE
                   IF WS-REC-CHANGED
                       REWRITE AUDITLOG-IN-REC FROM AUDIT-LOG-REC
                       PERFORM CHECK-REWRITE
                   END-IF
                   READ AUDIT-LOG-FILE INTO AUDIT-LOG-REC
                       AT END MOVE 'Y' TO WS-EOF-SW
                   END-READ
               END-PERFORM
               CLOSE AUDIT-LOG-FILE
               PERFORM NOTE-FILE-SEARCHED
               PERFORM RECOUNT-AUDIT-LOG
           END-IF.

       MASK-AUDITARC-FILE.
           MOVE 19 TO WS-FILE-IX
           OPEN I-O AUDITLOG-ARCH-FILE
           IF WS-IO-STATUS NOT = '00'
               PERFORM NOTE-OPEN-FAILURE
           ELSE
               READ AUDITLOG-ARCH-FILE INTO AUDIT-LOG-REC
                   AT END MOVE 'Y' TO WS-EOF-SW
               END-READ
               PERFORM UNTIL WS-EOF
                   ADD 1 TO WS-FT-RECS-IN(WS-FILE-IX)
                   PERFORM MASK-AUDIT-IMAGE
                   IF WS-REC-CHANGED
                       REWRITE AUDITLOG-ARCH-REC FROM AUDIT-LOG-REC
                       PERFORM CHECK-REWRITE
                   END-IF
                   READ AUDITLOG-ARCH-FILE INTO AUDIT-LOG-REC
                       AT END MOVE 'Y' TO WS-EOF-SW
                   END-READ
               END-PERFORM
               CLOSE AUDITLOG-ARCH-FILE
               PERFORM NOTE-FILE-SEARCHED
               PERFORM RECOUNT-AUDITLOG-ARCH
           END-IF.

      *> the standardize step logs one name part per entry, before and
      *> after. A value that is the full name is masked wherever it
      *> is; a surname only on a day the requested name was seen on
      *> file - a surname alone on any other day is someone else's.
      *> Given and middle names alone identify nobody and are left
       MASK-AUDIT-IMAGE.
           IF AL-BUSINESS-DATE IS NUMERIC
               MOVE AL-BUSINESS-DATE TO WS-REC-DATE
           ELSE
               MOVE 0 TO WS-REC-DATE
           END-IF
           MOVE AL-BEFORE-VALUE TO WS-VALUE-WORK
           MOVE 25 TO WS-VALUE-LEN
           PERFORM MATCH-PART-VALUE
           IF WS-VALUE-HIT
               MOVE ALL '*' TO AL-BEFORE-VALUE
           ELSE
               MOVE AL-BEFORE-VALUE TO WS-MASK-AREA
               MOVE 25 TO WS-MASK-LEN
               PERFORM SCAN-MASK-AREA
               MOVE WS-MASK-AREA(1:25) TO AL-BEFORE-VALUE
           END-IF
           MOVE AL-AFTER-VALUE TO WS-VALUE-WORK
           MOVE 25 TO WS-VALUE-LEN
           PERFORM MATCH-PART-VALUE
           IF WS-VALUE-HIT
               MOVE ALL '*' TO AL-AFTER-VALUE
           ELSE
               MOVE AL-AFTER-VALUE TO WS-MASK-AREA
               MOVE 25 TO WS-MASK-LEN
               PERFORM SCAN-MASK-AREA
               MOVE WS-MASK-AREA(1:25) TO AL-AFTER-VALUE
           END-IF
           PERFORM ACCOUNT-RECORD-HITS.

      *> ---------------------------------------------------------------
      *> the master-side outputs: the sound-alike cross-reference and
      *> the inquiry extract carry a master key in a fixed field and
      *> are matched on it whole, like a CONCAT output. The reports of
      *> the master, steward and QA jobs are free text, searched like
      *> the cycle's own reports
      *> ---------------------------------------------------------------
      *> the skeleton is the name's sound - it goes with the key
       MASK-XREF-FILE.
           MOVE 20 TO WS-FILE-IX
           OPEN I-O SOUNDEX-XREF-FILE
           IF WS-IO-STATUS NOT = '00'
               PERFORM NOTE-OPEN-FAILURE
           ELSE
               READ SOUNDEX-XREF-FILE
                   AT END MOVE 'Y' TO WS-EOF-SW
               END-READ
               PERFORM UNTIL WS-EOF
                   ADD 1 TO WS-FT-RECS-IN(WS-FILE-IX)
                   MOVE NX-NAME-KEY TO WS-KEY-WORK
                   MOVE 'P' TO WS-MATCH-TYPE
                   PERFORM MATCH-KEY-FIELD
                   MOVE WS-RUN-DATE TO WS-REC-DATE
                   PERFORM ACCOUNT-RECORD-HITS
                   IF WS-REC-CHANGED
                       MOVE ALL '*' TO NX-NAME-KEY
                       MOVE ALL '*' TO NX-PHONETIC-KEY
                       REWRITE SOUNDEX-XREF-REC
                       PERFORM CHECK-REWRITE
                   END-IF
                   READ SOUNDEX-XREF-FILE
                       AT END MOVE 'Y' TO WS-EOF-SW
                   END-READ
               END-PERFORM
               CLOSE SOUNDEX-XREF-FILE
               PERFORM NOTE-FILE-SEARCHED
               PERFORM RECOUNT-SOUNDEX-XREF
           END-IF.

       MASK-INQUIRY-EXTRACT.
           MOVE 21 TO WS-FILE-IX
           OPEN I-O INQUIRY-EXTRACT-FILE
           IF WS-IO-STATUS NOT = '00'
               PERFORM NOTE-OPEN-FAILURE
           ELSE
               READ INQUIRY-EXTRACT-FILE
                   AT END MOVE 'Y' TO WS-EOF-SW
               END-READ
               PERFORM UNTIL WS-EOF
                   ADD 1 TO WS-FT-RECS-IN(WS-FILE-IX)
                   MOVE INQUIRY-EXTRACT-REC(1:30) TO WS-KEY-WORK
                   MOVE 'P' TO WS-MATCH-TYPE
                   PERFORM MATCH-KEY-FIELD
                   MOVE WS-RUN-DATE TO WS-REC-DATE
                   PERFORM ACCOUNT-RECORD-HITS
                   IF WS-REC-CHANGED
                       MOVE ALL '*' TO INQUIRY-EXTRACT-REC(1:30)
                       REWRITE INQUIRY-EXTRACT-REC
                       PERFORM CHECK-REWRITE
                   END-IF
                   READ INQUIRY-EXTRACT-FILE
                       AT END MOVE 'Y' TO WS-EOF-SW
                   END-READ
               END-PERFORM
               CLOSE INQUIRY-EXTRACT-FILE
               PERFORM NOTE-FILE-SEARCHED
               PERFORM RECOUNT-INQUIRY-EXTRACT
           END-IF.

       MASK-QA-WORKSHEET.
           MOVE 22 TO WS-FILE-IX
           OPEN I-O QA-WORKSHEET-FILE
           IF WS-IO-STATUS NOT = '00'
               PERFORM NOTE-OPEN-FAILURE
           ELSE
               READ QA-WORKSHEET-FILE
                   AT END MOVE 'Y' TO WS-EOF-SW
               END-READ
               PERFORM UNTIL WS-EOF
                   ADD 1 TO WS-FT-RECS-IN(WS-FILE-IX)
                   MOVE QA-WORKSHEET-REC TO WS-MASK-AREA
                   MOVE 80 TO WS-MASK-LEN
                   PERFORM SCAN-MASK-AREA
                   MOVE WS-RUN-DATE TO WS-REC-DATE
                   PERFORM ACCOUNT-RECORD-HITS
                   IF WS-REC-CHANGED
                       MOVE WS-MASK-AREA(1:80) TO QA-WORKSHEET-REC
                       REWRITE QA-WORKSHEET-REC
                       PERFORM CHECK-REWRITE
                   END-IF
                   READ QA-WORKSHEET-FILE
                       AT END MOVE 'Y' TO WS-EOF-SW
                   END-READ
               END-PERFORM
               CLOSE QA-WORKSHEET-FILE
               PERFORM NOTE-FILE-SEARCHED
               PERFORM RECOUNT-QA-WORKSHEET
           END-IF.

       MASK-COMPARE-REPORT.
           MOVE 23 TO WS-FILE-IX
           OPEN I-O COMPARE-REPORT-FILE
           IF WS-IO-STATUS NOT = '00'
               PERFORM NOTE-OPEN-FAILURE
           ELSE
               READ COMPARE-REPORT-FILE
                   AT END MOVE 'Y' TO WS-EOF-SW
               END-READ
               PERFORM UNTIL WS-EOF
                   ADD 1 TO WS-FT-RECS-IN(WS-FILE-IX)
                   MOVE COMPARE-REPORT-REC TO WS-MASK-AREA
                   MOVE 80 TO WS-MASK-LEN
                   PERFORM SCAN-MASK-AREA
                   MOVE WS-RUN-DATE TO WS-REC-DATE
                   PERFORM ACCOUNT-RECORD-HITS
                   IF WS-REC-CHANGED
                       MOVE WS-MASK-AREA(1:80) TO COMPARE-REPORT-REC
                       REWRITE COMPARE-REPORT-REC
                       PERFORM CHECK-REWRITE
                   END-IF
                   READ COMPARE-REPORT-FILE
                       AT END MOVE 'Y' TO WS-EOF-SW
                   END-READ
               END-PERFORM
               CLOSE COMPARE-REPORT-FILE
               PERFORM NOTE-FILE-SEARCHED
               PERFORM RECOUNT-COMPARE-REPORT
           END-IF.

       MASK-SOUNDEX-REPORT.
           MOVE 24 TO WS-FILE-IX
           OPEN I-O SOUNDEX-REPORT-FILE
           IF WS-IO-STATUS NOT = '00'
               PERFORM NOTE-OPEN-FAILURE
           ELSE
               READ SOUNDEX-REPORT-FILE
                   AT END MOVE 'Y' TO WS-EOF-SW
               END-READ
               PERFORM UNTIL WS-EOF
                   ADD 1 TO WS-FT-RECS-IN(WS-FILE-IX)
                   MOVE SOUNDEX-REPORT-REC TO WS-MASK-AREA
                   MOVE 80 TO WS-MASK-LEN
                   PERFORM SCAN-MASK-AREA
                   MOVE WS-RUN-DATE TO WS-REC-DATE
                   PERFORM ACCOUNT-RECORD-HITS
                   IF WS-REC-CHANGED
                       MOVE WS-MASK-AREA(1:80) TO SOUNDEX-REPORT-REC
                       REWRITE SOUNDEX-REPORT-REC
                       PERFORM CHECK-REWRITE
                   END-IF
                   READ SOUNDEX-REPORT-FILE
                       AT END MOVE 'Y' TO WS-EOF-SW
                   END-READ
               END-PERFORM
               CLOSE SOUNDEX-REPORT-FILE
               PERFORM NOTE-FILE-SEARCHED
               PERFORM RECOUNT-SOUNDEX-REPORT
           END-IF.

       MASK-MAINT-REPORT.
           MOVE 25 TO WS-FILE-IX
           OPEN I-O MAINT-REPORT-FILE
           IF WS-IO-STATUS NOT = '00'
               PERFORM NOTE-OPEN-FAILURE
           ELSE
               READ MAINT-REPORT-FILE
                   AT END MOVE 'Y' TO WS-EOF-SW
               END-READ
               PERFORM UNTIL WS-EOF
                   ADD 1 TO WS-FT-RECS-IN(WS-FILE-IX)
                   MOVE MAINT-REPORT-REC TO WS-MASK-AREA
                   MOVE 80 TO WS-MASK-LEN
                   PERFORM SCAN-MASK-AREA
                   MOVE WS-RUN-DATE TO WS-REC-DATE
                   PERFORM ACCOUNT-RECORD-HITS
                   IF WS-REC-CHANGED
                       MOVE WS-MASK-AREA(1:80) TO MAINT-REPORT-REC
                       REWRITE MAINT-REPORT-REC
                       PERFORM CHECK-REWRITE
                   END-IF
                   READ MAINT-REPORT-FILE
                       AT END MOVE 'Y' TO WS-EOF-SW
                   END-READ
               END-PERFORM
               CLOSE MAINT-REPORT-FILE
               PERFORM NOTE-FILE-SEARCHED
               PERFORM RECOUNT-MAINT-REPORT
           END-IF.

       MASK-REPORT-6.
           MOVE 26 TO WS-FILE-IX
           OPEN I-O REPORT-6-FILE
           IF WS-IO-STATUS NOT = '00'
               PERFORM NOTE-OPEN-FAILURE
           ELSE
               READ REPORT-6-FILE
                   AT END MOVE 'Y' TO WS-EOF-SW
               END-READ
               PERFORM UNTIL WS-EOF
                   ADD 1 TO WS-FT-RECS-IN(WS-FILE-IX)
                   MOVE REPORT-6-REC TO WS-MASK-AREA
                   MOVE 80 TO WS-MASK-LEN
                   PERFORM SCAN-MASK-AREA
                   MOVE WS-RUN-DATE TO WS-REC-DATE
                   PERFORM ACCOUNT-RECORD-HITS
                   IF WS-REC-CHANGED
                       MOVE WS-MASK-AREA(1:80) TO REPORT-6-REC
                       REWRITE REPORT-6-REC
                       PERFORM CHECK-REWRITE
                   END-IF
                   READ REPORT-6-FILE
                       AT END MOVE 'Y' TO WS-EOF-SW
                   END-READ
               END-PERFORM
               CLOSE REPORT-6-FILE
               PERFORM NOTE-FILE-SEARCHED
               PERFORM RECOUNT-REPORT-6
           END-IF.

       MASK-REPORT-7.
           MOVE 27 TO WS-FILE-IX
           OPEN I-O REPORT-7-FILE
           IF WS-IO-STATUS NOT = '00'
               PERFORM NOTE-OPEN-FAILURE
           ELSE
               READ REPORT-7-FILE
                   AT END MOVE 'Y' TO WS-EOF-SW
               END-READ
               PERFORM UNTIL WS-EOF
                   ADD 1 TO WS-FT-RECS-IN(WS-FILE-IX)
                   MOVE REPORT-7-REC TO WS-MASK-AREA
                   MOVE 80 TO WS-MASK-LEN
                   PERFORM SCAN-MASK-AREA
                   MOVE WS-RUN-DATE TO WS-REC-DATE
                   PERFORM ACCOUNT-RECORD-HITS
                   IF WS-REC-CHANGED
                       MOVE WS-MASK-AREA(1:80) TO REPORT-7-REC
                       REWRITE REPORT-7-REC
                       PERFORM CHECK-REWRITE
                   END-IF
                   READ REPORT-7-FILE
                       AT END MOVE 'Y' TO WS-EOF-SW
                   END-READ
               END-PERFORM
               CLOSE REPORT-7-FILE
               PERFORM NOTE-FILE-SEARCHED
               PERFORM RECOUNT-REPORT-7
           END-IF.

       MASK-REPORT-9.
           MOVE 28 TO WS-FILE-IX
           OPEN I-O REPORT-9-FILE
           IF WS-IO-STATUS NOT = '00'
               PERFORM NOTE-OPEN-FAILURE
           ELSE
               READ REPORT-9-FILE
                   AT END MOVE 'Y' TO WS-EOF-SW
               END-READ
               PERFORM UNTIL WS-EOF
                   ADD 1 TO WS-FT-RECS-IN(WS-FILE-IX)
                   MOVE REPORT-9-REC TO WS-MASK-AREA
                   MOVE 80 TO WS-MASK-LEN
                   PERFORM SCAN-MASK-AREA
                   MOVE WS-RUN-DATE TO WS-REC-DATE
                   PERFORM ACCOUNT-RECORD-HITS
                   IF WS-REC-CHANGED
                       MOVE WS-MASK-AREA(1:80) TO REPORT-9-REC
                       REWRITE REPORT-9-REC
                       PERFORM CHECK-REWRITE
                   END-IF
                   READ REPORT-9-FILE
                       AT END MOVE 'Y' TO WS-EOF-SW
                   END-READ
               END-PERFORM
               CLOSE REPORT-9-FILE
               PERFORM NOTE-FILE-SEARCHED
               PERFORM RECOUNT-REPORT-9
           END-IF.

      *> ---------------------------------------------------------------
      *> files not searched: each is opened and one record read. One
      *> that holds anything is certified as not searched, and no
      *> erasure in the run can be certified complete while it does
      *> ---------------------------------------------------------------
       LOOK-AT-NAME-PARTS.
           MOVE 29 TO WS-FILE-IX
           OPEN INPUT NAME-PARTS-FILE
           IF WS-IO-STATUS NOT = '00'
               PERFORM NOTE-OPEN-FAILURE
           ELSE
               READ NAME-PARTS-FILE
                   AT END MOVE 'Y' TO WS-EOF-SW
               END-READ
               CLOSE NAME-PARTS-FILE
               PERFORM NOTE-FILE-LOOKED-AT
           END-IF.

       LOOK-AT-STRING-EXTRACT.
           MOVE 30 TO WS-FILE-IX
           OPEN INPUT STRING-EXTRACT-FILE
           IF WS-IO-STATUS NOT = '00'
               PERFORM NOTE-OPEN-FAILURE
           ELSE
               READ STRING-EXTRACT-FILE
                   AT END MOVE 'Y' TO WS-EOF-SW
               END-READ
               CLOSE STRING-EXTRACT-FILE
               PERFORM NOTE-FILE-LOOKED-AT
           END-IF.

       LOOK-AT-RESUB-NAMEPART.
           MOVE 31 TO WS-FILE-IX
           OPEN INPUT RESUB-NAMEPART-FILE
           IF WS-IO-STATUS NOT = '00'
               PERFORM NOTE-OPEN-FAILURE
           ELSE
               READ RESUB-NAMEPART-FILE
                   AT END MOVE 'Y' TO WS-EOF-SW
               END-READ
               CLOSE RESUB-NAMEPART-FILE
               PERFORM NOTE-FILE-LOOKED-AT
           END-IF.

       LOOK-AT-RESUB-STREXTR.
           MOVE 32 TO WS-FILE-IX
           OPEN INPUT RESUB-STREXTR-FILE
           IF WS-IO-STATUS NOT = '00'
               PERFORM NOTE-OPEN-FAILURE
           ELSE
               READ RESUB-STREXTR-FILE
                   AT END MOVE 'Y' TO WS-EOF-SW
               END-READ
               CLOSE RESUB-STREXTR-FILE
               PERFORM NOTE-FILE-LOOKED-AT
           END-IF.

       LOOK-AT-MAINT-TRAN.
           MOVE 33 TO WS-FILE-IX
           OPEN INPUT MAINT-TRAN-FILE
           IF WS-IO-STATUS NOT = '00'
               PERFORM NOTE-OPEN-FAILURE
           ELSE
               READ MAINT-TRAN-FILE
                   AT END MOVE 'Y' TO WS-EOF-SW
               END-READ
               CLOSE MAINT-TRAN-FILE
               PERFORM NOTE-FILE-LOOKED-AT
           END-IF.

       LOOK-AT-INQUIRY-REQUEST.
           MOVE 34 TO WS-FILE-IX
           OPEN INPUT INQUIRY-REQUEST-FILE
           IF WS-IO-STATUS NOT = '00'
               PERFORM NOTE-OPEN-FAILURE
           ELSE
               READ INQUIRY-REQUEST-FILE
                   AT END MOVE 'Y' TO WS-EOF-SW
               END-READ
               CLOSE INQUIRY-REQUEST-FILE
               PERFORM NOTE-FILE-LOOKED-AT
           END-IF.

       LOOK-AT-RESTART-1.
           MOVE 35 TO WS-FILE-IX
           OPEN INPUT RESTART-1-FILE
           IF WS-IO-STATUS NOT = '00'
               PERFORM NOTE-OPEN-FAILURE
           ELSE
               READ RESTART-1-FILE
                   AT END MOVE 'Y' TO WS-EOF-SW
               END-READ
               CLOSE RESTART-1-FILE
               PERFORM NOTE-FILE-LOOKED-AT
           END-IF.

       LOOK-AT-RESTART-2.
           MOVE 36 TO WS-FILE-IX
           OPEN INPUT RESTART-2-FILE
           IF WS-IO-STATUS NOT = '00'
               PERFORM NOTE-OPEN-FAILURE
           ELSE
               READ RESTART-2-FILE
                   AT END MOVE 'Y' TO WS-EOF-SW
               END-READ
               CLOSE RESTART-2-FILE
               PERFORM NOTE-FILE-LOOKED-AT
           END-IF.

       NOTE-FILE-LOOKED-AT.
           IF WS-EOF
               MOVE 'E' TO WS-FT-STATE(WS-FILE-IX)
           ELSE
               MOVE 'N' TO WS-FT-STATE(WS-FILE-IX)
               ADD 1 TO WS-NOT-SEARCHED-COUNT
           END-IF
           MOVE 'N' TO WS-EOF-SW.

      *> ---------------------------------------------------------------
      *> matching - each test sets the hit flag of every request whose
      *> name it finds, and leaves the record itself alone
      *> ---------------------------------------------------------------

      *> a field that holds a key: the name is the whole field, give or
      *> take leading blanks (CONCATO2's pointer offset) and case
       MATCH-KEY-FIELD.
           MOVE SPACES TO WS-KEY-CMP
           IF WS-KEY-WORK NOT = SPACES
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-KEY-WORK))
                   TO WS-KEY-CMP
               PERFORM VARYING WS-SJ-IX FROM 1 BY 1
                       UNTIL WS-SJ-IX > WS-SUBJ-COUNT
                   IF WS-SJ-ACTIVE(WS-SJ-IX)
                      AND WS-SJ-TYPE(WS-SJ-IX) = WS-MATCH-TYPE
                       PERFORM MATCH-SUBJECT-KEY
                   END-IF
               END-PERFORM
           END-IF.

       MATCH-SUBJECT-KEY.
           PERFORM VARYING WS-FORM-IX FROM 1 BY 1
                   UNTIL WS-FORM-IX > 2
               IF WS-SJ-KEY(WS-SJ-IX, WS-FORM-IX) = WS-KEY-CMP
                   MOVE 'Y' TO WS-REC-HIT(WS-SJ-IX)
               END-IF
           END-PERFORM.

      *> an input record's three name parts, made into the key the
      *> CONCAT would have made of them
       MATCH-NAME-PARTS.
           PERFORM BUILD-PARTS-KEY
           IF WS-KEY-CMP NOT = SPACES
               PERFORM VARYING WS-SJ-IX FROM 1 BY 1
                       UNTIL WS-SJ-IX > WS-SUBJ-COUNT
                   IF WS-SJ-ACTIVE(WS-SJ-IX)
                      AND WS-SJ-TYPE(WS-SJ-IX) = 'P'
                       PERFORM MATCH-SUBJECT-KEY
                   END-IF
               END-PERFORM
           END-IF.

       BUILD-PARTS-KEY.
           MOVE SPACES TO WS-KEY-CMP
           MOVE 1 TO WS-KEY-PTR
           MOVE WS-PART-GIVEN TO WS-PART-WORK
           MOVE 30 TO WS-PART-CLIP
           PERFORM ADD-PART-TO-KEY
           MOVE WS-PART-MIDDLE TO WS-PART-WORK
           MOVE WS-CLIP-MIDDLE TO WS-PART-CLIP
           PERFORM ADD-PART-TO-KEY
           MOVE WS-PART-SURNAME TO WS-PART-WORK
           MOVE WS-CLIP-SURNAME TO WS-PART-CLIP
           PERFORM ADD-PART-TO-KEY
           MOVE FUNCTION UPPER-CASE(WS-KEY-CMP) TO WS-KEY-CMP.

      *> the part is clipped after it is standardized, as the feeds
      *> clip theirs - a record's own parts are never wider than the
      *> clip, so only the request's key forms are cut by it
       ADD-PART-TO-KEY.
           PERFORM STANDARDIZE-PART
           IF WS-PART-CLIP < 30
               MOVE SPACES TO WS-PART-WORK(WS-PART-CLIP + 1:)
           END-IF
           IF WS-PART-WORK NOT = SPACES
               STRING FUNCTION TRIM(WS-PART-WORK) DELIMITED BY SIZE
                      INTO WS-KEY-CMP
                      WITH POINTER WS-KEY-PTR
               END-STRING
           END-IF.

       STANDARDIZE-PART.
           MOVE 'N' TO SU-FUNCTION
           MOVE WS-PART-WORK TO SU-SOURCE-STRING
           MOVE SPACES TO SU-SOURCE-NAME
           CALL 'STRUTIL' USING STRUTIL-PARMS
           MOVE FUNCTION TRIM(SU-RESULT-STRING) TO WS-PART-WORK.

      *> a single logged value - the full name, or the surname on a
      *> day the name was seen; only the first WS-VALUE-LEN bytes
      *> count, since the audit log clips its values at 25
       MATCH-PART-VALUE.
           MOVE 'N' TO WS-VALUE-HIT-SW
           MOVE WS-VALUE-WORK TO WS-PART-WORK
           PERFORM STANDARDIZE-PART
           MOVE FUNCTION UPPER-CASE(WS-PART-WORK) TO WS-VALUE-CMP
           IF WS-VALUE-CMP NOT = SPACES
               PERFORM VARYING WS-SJ-IX FROM 1 BY 1
                       UNTIL WS-SJ-IX > WS-SUBJ-COUNT
                   IF WS-SJ-ACTIVE(WS-SJ-IX)
                       PERFORM MATCH-VALUE-FOR-SUBJECT
                   END-IF
               END-PERFORM
           END-IF.

       MATCH-VALUE-FOR-SUBJECT.
           PERFORM VARYING WS-FORM-IX FROM 1 BY 1
                   UNTIL WS-FORM-IX > 2
               IF WS-VALUE-CMP(1:WS-VALUE-LEN) =
                  WS-SJ-KEY(WS-SJ-IX, WS-FORM-IX)(1:WS-VALUE-LEN)
                   MOVE 'Y' TO WS-VALUE-HIT-SW
                   MOVE 'Y' TO WS-REC-HIT(WS-SJ-IX)
               END-IF
           END-PERFORM
           IF NOT WS-VALUE-HIT
               IF WS-SJ-TYPE(WS-SJ-IX) = 'P'
                  AND WS-VALUE-CMP(1:WS-VALUE-LEN) =
                      WS-SJ-SURNAME(WS-SJ-IX)(1:WS-VALUE-LEN)
                   PERFORM FIND-SEEN-DATE
                   IF WS-DATE-FOUND
                       MOVE 'Y' TO WS-VALUE-HIT-SW
                       MOVE 'Y' TO WS-REC-HIT(WS-SJ-IX)
                   END-IF
               END-IF
           END-IF.

       FIND-SEEN-DATE.
           MOVE 'N' TO WS-DATE-FOUND-SW
           IF WS-SJ-ALL-DATES(WS-SJ-IX)
               MOVE 'Y' TO WS-DATE-FOUND-SW
           ELSE
               PERFORM VARYING WS-DATE-IX FROM 1 BY 1
                       UNTIL WS-DATE-IX > WS-SJ-DATE-COUNT(WS-SJ-IX)
                             OR WS-DATE-FOUND
                   IF WS-SJ-SEEN-DATE(WS-SJ-IX, WS-DATE-IX)
                      = WS-REC-DATE
                       MOVE 'Y' TO WS-DATE-FOUND-SW
                   END-IF
               END-PERFORM
           END-IF.

      *> free text: every place the full name stands on its own - not
      *> run into a longer word - is masked, case regardless
       SCAN-MASK-AREA.
           MOVE FUNCTION UPPER-CASE(WS-MASK-AREA) TO WS-MASK-UPPER
           PERFORM VARYING WS-SJ-IX FROM 1 BY 1
                   UNTIL WS-SJ-IX > WS-SUBJ-COUNT
               IF WS-SJ-ACTIVE(WS-SJ-IX)
                   PERFORM VARYING WS-FORM-IX FROM 1 BY 1
                           UNTIL WS-FORM-IX > 2
                       IF WS-SJ-KEY-LEN(WS-SJ-IX, WS-FORM-IX) > 0
                          AND WS-SJ-KEY-LEN(WS-SJ-IX, WS-FORM-IX)
                              <= WS-MASK-LEN
                           PERFORM SCAN-FOR-SUBJECT
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       SCAN-FOR-SUBJECT.
           MOVE WS-SJ-KEY-LEN(WS-SJ-IX, WS-FORM-IX) TO WS-KEY-LEN
           COMPUTE WS-SCAN-LAST = WS-MASK-LEN - WS-KEY-LEN + 1
           PERFORM VARYING WS-SCAN-POS FROM 1 BY 1
                   UNTIL WS-SCAN-POS > WS-SCAN-LAST
               IF WS-MASK-UPPER(WS-SCAN-POS:WS-KEY-LEN) =
                  WS-SJ-KEY(WS-SJ-IX, WS-FORM-IX)(1:WS-KEY-LEN)
                   PERFORM CHECK-MATCH-BOUNDARY
                   IF WS-BND-OK
                       MOVE ALL '*'
                           TO WS-MASK-AREA(WS-SCAN-POS:WS-KEY-LEN)
                       MOVE ALL '*'
                           TO WS-MASK-UPPER(WS-SCAN-POS:WS-KEY-LEN)
                       MOVE 'Y' TO WS-REC-HIT(WS-SJ-IX)
                   END-IF
               END-IF
           END-PERFORM.

      *> a letter either side means the name is only part of a longer
      *> one - JOHNSMITH inside JOHNSMITHSON is somebody else
       CHECK-MATCH-BOUNDARY.
           MOVE 'Y' TO WS-BND-OK-SW
           IF WS-SCAN-POS > 1
               COMPUTE WS-BND-POS = WS-SCAN-POS - 1
               MOVE WS-MASK-UPPER(WS-BND-POS:1) TO WS-BND-CHAR
               IF WS-BND-CHAR IS ALPHABETIC
                  AND WS-BND-CHAR NOT = SPACE
                   MOVE 'N' TO WS-BND-OK-SW
               END-IF
           END-IF
           COMPUTE WS-BND-POS = WS-SCAN-POS + WS-KEY-LEN
           IF WS-BND-POS <= WS-MASK-LEN
               MOVE WS-MASK-UPPER(WS-BND-POS:1) TO WS-BND-CHAR
               IF WS-BND-CHAR IS ALPHABETIC
                  AND WS-BND-CHAR NOT = SPACE
                   MOVE 'N' TO WS-BND-OK-SW
               END-IF
           END-IF.

      *> the record's hits are credited to each request they belong
      *> to, with the record's date as a day the name was seen, and
      *> the flags cleared for the next record
       ACCOUNT-RECORD-HITS.
           MOVE 'N' TO WS-REC-CHANGED-SW
           IF WS-REC-HIT-TABLE NOT = SPACES
               MOVE 'Y' TO WS-REC-CHANGED-SW
               ADD 1 TO WS-FT-CHANGED(WS-FILE-IX)
               PERFORM VARYING WS-SJ-IX FROM 1 BY 1
                       UNTIL WS-SJ-IX > WS-SUBJ-COUNT
                   IF WS-REC-HIT(WS-SJ-IX) = 'Y'
                       ADD 1 TO WS-SJ-FILE-HITS(WS-SJ-IX, WS-FILE-IX)
                       ADD 1 TO WS-SJ-TOTAL-HITS(WS-SJ-IX)
                       PERFORM NOTE-SEEN-DATE
                   END-IF
               END-PERFORM
      *>       the masters count a deletion only once it is done
               IF WS-FN-DELETE(WS-FILE-IX)
                   SUBTRACT 1 FROM WS-FT-CHANGED(WS-FILE-IX)
               END-IF
           END-IF
           MOVE SPACES TO WS-REC-HIT-TABLE.

      *> a second date off the same record - the master's last-seen
      *> beside its first-seen - for the requests it belongs to
       NOTE-HIT-DATES.
           PERFORM VARYING WS-SJ-IX FROM 1 BY 1
                   UNTIL WS-SJ-IX > WS-SUBJ-COUNT
               IF WS-REC-HIT(WS-SJ-IX) = 'Y'
                   PERFORM NOTE-SEEN-DATE
               END-IF
           END-PERFORM.

      *> past the table's reach every date counts as seen - the
      *> surname rule errs toward masking, never toward leaving
       NOTE-SEEN-DATE.
           IF WS-REC-DATE > 0
              AND NOT WS-SJ-ALL-DATES(WS-SJ-IX)
               PERFORM FIND-SEEN-DATE
               IF NOT WS-DATE-FOUND
                   IF WS-SJ-DATE-COUNT(WS-SJ-IX) >= 100
                       MOVE 'Y' TO WS-SJ-ALL-DATES-SW(WS-SJ-IX)
                   ELSE
                       ADD 1 TO WS-SJ-DATE-COUNT(WS-SJ-IX)
                       MOVE WS-REC-DATE TO WS-SJ-SEEN-DATE(WS-SJ-IX,
                                           WS-SJ-DATE-COUNT(WS-SJ-IX))
                   END-IF
               END-IF
           END-IF.

      *> ---------------------------------------------------------------
      *> file outcomes for the certificates
      *> ---------------------------------------------------------------
      *> a file that is not there has nothing to erase - it is
      *> certified as not on file; any other open failure leaves the
      *> file unsearched and every erasure in the run incomplete
       NOTE-OPEN-FAILURE.
           IF WS-FN-DELETE(WS-FILE-IX)
               MOVE WS-MASTER-STATUS TO WS-IO-STATUS
           END-IF
           IF WS-IO-STATUS = '35'
               MOVE 'M' TO WS-FT-STATE(WS-FILE-IX)
           ELSE
               MOVE 'F' TO WS-FT-STATE(WS-FILE-IX)
               ADD 1 TO WS-FAILED-COUNT
           END-IF.

       CHECK-REWRITE.
           IF WS-IO-STATUS NOT = '00'
               PERFORM NOTE-IO-FAILURE
           END-IF.

       NOTE-IO-FAILURE.
           IF NOT WS-FT-FAILED(WS-FILE-IX)
               MOVE 'F' TO WS-FT-STATE(WS-FILE-IX)
               ADD 1 TO WS-FAILED-COUNT
           END-IF.

       NOTE-FILE-SEARCHED.
           MOVE 'N' TO WS-EOF-SW
           IF NOT WS-FT-FAILED(WS-FILE-IX)
               MOVE 'S' TO WS-FT-STATE(WS-FILE-IX)
           END-IF.

      *> ---------------------------------------------------------------
      *> record counts after the search: each file is read again from
      *> the top once it is closed, so the count out is what the file
      *> now holds and not what the masking pass wrote back
      *> ---------------------------------------------------------------
       RECOUNT-NAME-MASTER.
           OPEN INPUT NAME-MASTER-FILE
           IF WS-MASTER-STATUS NOT = '00'
               PERFORM NOTE-IO-FAILURE
           ELSE
               PERFORM START-NAME-SCAN
               PERFORM UNTIL WS-SCAN-EOF
                   ADD 1 TO WS-FT-RECS-OUT(WS-FILE-IX)
                   PERFORM READ-NAME-NEXT
               END-PERFORM
               MOVE 'N' TO WS-SCAN-EOF-SW
               CLOSE NAME-MASTER-FILE
           END-IF.

       RECOUNT-COMPANY-MASTER.
           OPEN INPUT COMPANY-MASTER-FILE
           IF WS-MASTER-STATUS NOT = '00'
               PERFORM NOTE-IO-FAILURE
           ELSE
               PERFORM START-COMPANY-SCAN
               PERFORM UNTIL WS-SCAN-EOF
                   ADD 1 TO WS-FT-RECS-OUT(WS-FILE-IX)
                   PERFORM READ-COMPANY-NEXT
               END-PERFORM
               MOVE 'N' TO WS-SCAN-EOF-SW
               CLOSE COMPANY-MASTER-FILE
           END-IF.

       RECOUNT-NAME-JOURNAL.
           OPEN INPUT NAME-JOURNAL-FILE
           IF WS-IO-STATUS NOT = '00'
               PERFORM NOTE-IO-FAILURE
           ELSE
               READ NAME-JOURNAL-FILE
                   AT END MOVE 'Y' TO WS-EOF-SW
               END-READ
               PERFORM UNTIL WS-EOF
                   ADD 1 TO WS-FT-RECS-OUT(WS-FILE-IX)
                   READ NAME-JOURNAL-FILE
                       AT END MOVE 'Y' TO WS-EOF-SW
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-SW
               CLOSE NAME-JOURNAL-FILE
           END-IF.

       RECOUNT-NAME-DELTA.
           OPEN INPUT NAME-DELTA-FILE
           IF WS-IO-STATUS NOT = '00'
               PERFORM NOTE-IO-FAILURE
           ELSE
               READ NAME-DELTA-FILE
                   AT END MOVE 'Y' TO WS-EOF-SW
               END-READ
               PERFORM UNTIL WS-EOF
                   ADD 1 TO WS-FT-RECS-OUT(WS-FILE-IX)
                   READ NAME-DELTA-FILE
                       AT END MOVE 'Y' TO WS-EOF-SW
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-SW
               CLOSE NAME-DELTA-FILE
           END-IF.

       RECOUNT-NAME-RETIRED.
           OPEN INPUT NAME-RETIRED-FILE
           IF WS-IO-STATUS NOT = '00'
               PERFORM NOTE-IO-FAILURE
           ELSE
               READ NAME-RETIRED-FILE
                   AT END MOVE 'Y' TO WS-EOF-SW
               END-READ
               PERFORM UNTIL WS-EOF
                   ADD 1 TO WS-FT-RECS-OUT(WS-FILE-IX)
                   READ NAME-RETIRED-FILE
                       AT END MOVE 'Y' TO WS-EOF-SW
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-SW
               CLOSE NAME-RETIRED-FILE
           END-IF.

       RECOUNT-CYCLE-ARCHIVE.
           OPEN INPUT CYCLE-ARCHIVE-FILE
           IF WS-IO-STATUS NOT = '00'
               PERFORM NOTE-IO-FAILURE
           ELSE
               READ CYCLE-ARCHIVE-FILE
                   AT END MOVE 'Y' TO WS-EOF-SW
               END-READ
               PERFORM UNTIL WS-EOF
                   ADD 1 TO WS-FT-RECS-OUT(WS-FILE-IX)
                   READ CYCLE-ARCHIVE-FILE
                       AT END MOVE 'Y' TO WS-EOF-SW
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-SW
               CLOSE CYCLE-ARCHIVE-FILE
           END-IF.

       RECOUNT-CONCAT-OUT-1.
           OPEN INPUT CONCAT-OUT-1-FILE
           IF WS-IO-STATUS NOT = '00'
               PERFORM NOTE-IO-FAILURE
           ELSE
               READ CONCAT-OUT-1-FILE
                   AT END MOVE 'Y' TO WS-EOF-SW
               END-READ
               PERFORM UNTIL WS-EOF
                   ADD 1 TO WS-FT-RECS-OUT(WS-FILE-IX)
                   READ CONCAT-OUT-1-FILE
                       AT END MOVE 'Y' TO WS-EOF-SW
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-SW
               CLOSE CONCAT-OUT-1-FILE
           END-IF.

       RECOUNT-COMPANY-OUT.
           OPEN INPUT COMPANY-OUT-FILE
           IF WS-IO-STATUS NOT = '00'
               PERFORM NOTE-IO-FAILURE
           ELSE
               READ COMPANY-OUT-FILE
                   AT END MOVE 'Y' TO WS-EOF-SW
               END-READ
               PERFORM UNTIL WS-EOF
                   ADD 1 TO WS-FT-RECS-OUT(WS-FILE-IX)
                   READ COMPANY-OUT-FILE
                       AT END MOVE 'Y' TO WS-EOF-SW
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-SW
               CLOSE COMPANY-OUT-FILE
           END-IF.

       RECOUNT-CONCAT-OUT-2.
           OPEN INPUT CONCAT-OUT-2-FILE
           IF WS-IO-STATUS NOT = '00'
               PERFORM NOTE-IO-FAILURE
           ELSE
               READ CONCAT-OUT-2-FILE
                   AT END MOVE 'Y' TO WS-EOF-SW
               END-READ
               PERFORM UNTIL WS-EOF
                   ADD 1 TO WS-FT-RECS-OUT(WS-FILE-IX)
                   READ CONCAT-OUT-2-FILE
                       AT END MOVE 'Y' TO WS-EOF-SW
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-SW
               CLOSE CONCAT-OUT-2-FILE
           END-IF.

       RECOUNT-REPORT-1.
           OPEN INPUT REPORT-1-FILE
           IF WS-IO-STATUS NOT = '00'
               PERFORM NOTE-IO-FAILURE
           ELSE
               READ REPORT-1-FILE
                   AT END MOVE 'Y' TO WS-EOF-SW
               END-READ
               PERFORM UNTIL WS-EOF
                   ADD 1 TO WS-FT-RECS-OUT(WS-FILE-IX)
                   READ REPORT-1-FILE
                       AT END MOVE 'Y' TO WS-EOF-SW
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-SW
               CLOSE REPORT-1-FILE
           END-IF.

       RECOUNT-REPORT-2.
           OPEN INPUT REPORT-2-FILE
           IF WS-IO-STATUS NOT = '00'
               PERFORM NOTE-IO-FAILURE
           ELSE
               READ REPORT-2-FILE
                   AT END MOVE 'Y' TO WS-EOF-SW
               END-READ
               PERFORM UNTIL WS-EOF
                   ADD 1 TO WS-FT-RECS-OUT(WS-FILE-IX)
                   READ REPORT-2-FILE
                       AT END MOVE 'Y' TO WS-EOF-SW
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-SW
               CLOSE REPORT-2-FILE
           END-IF.

       RECOUNT-REPORT-4.
           OPEN INPUT REPORT-4-FILE
           IF WS-IO-STATUS NOT = '00'
               PERFORM NOTE-IO-FAILURE
           ELSE
               READ REPORT-4-FILE
                   AT END MOVE 'Y' TO WS-EOF-SW
               END-READ
               PERFORM UNTIL WS-EOF
                   ADD 1 TO WS-FT-RECS-OUT(WS-FILE-IX)
                   READ REPORT-4-FILE
                       AT END MOVE 'Y' TO WS-EOF-SW
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-SW
               CLOSE REPORT-4-FILE
           END-IF.

       RECOUNT-REPORT-5.
           OPEN INPUT REPORT-5-FILE
           IF WS-IO-STATUS NOT = '00'
               PERFORM NOTE-IO-FAILURE
           ELSE
               READ REPORT-5-FILE
                   AT END MOVE 'Y' TO WS-EOF-SW
               END-READ
               PERFORM UNTIL WS-EOF
                   ADD 1 TO WS-FT-RECS-OUT(WS-FILE-IX)
                   READ REPORT-5-FILE
                       AT END MOVE 'Y' TO WS-EOF-SW
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-SW
               CLOSE REPORT-5-FILE
           END-IF.

       RECOUNT-QA-RESULT.
           OPEN INPUT QA-RESULT-FILE
           IF WS-IO-STATUS NOT = '00'
               PERFORM NOTE-IO-FAILURE
           ELSE
               READ QA-RESULT-FILE
                   AT END MOVE 'Y' TO WS-EOF-SW
               END-READ
               PERFORM UNTIL WS-EOF
                   ADD 1 TO WS-FT-RECS-OUT(WS-FILE-IX)
                   READ QA-RESULT-FILE
                       AT END MOVE 'Y' TO WS-EOF-SW
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-SW
               CLOSE QA-RESULT-FILE
           END-IF.

       RECOUNT-REJECT.
           OPEN INPUT REJECT-FILE
           IF WS-IO-STATUS NOT = '00'
               PERFORM NOTE-IO-FAILURE
           ELSE
               READ REJECT-FILE
                   AT END MOVE 'Y' TO WS-EOF-SW
               END-READ
               PERFORM UNTIL WS-EOF
                   ADD 1 TO WS-FT-RECS-OUT(WS-FILE-IX)
                   READ REJECT-FILE
                       AT END MOVE 'Y' TO WS-EOF-SW
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-SW
               CLOSE REJECT-FILE
           END-IF.

       RECOUNT-VALIDATION-EXCEPTION.
           OPEN INPUT VALIDATION-EXCEPTION-FILE
           IF WS-IO-STATUS NOT = '00'
               PERFORM NOTE-IO-FAILURE
           ELSE
               READ VALIDATION-EXCEPTION-FILE
                   AT END MOVE 'Y' TO WS-EOF-SW
               END-READ
               PERFORM UNTIL WS-EOF
                   ADD 1 TO WS-FT-RECS-OUT(WS-FILE-IX)
                   READ VALIDATION-EXCEPTION-FILE
                       AT END MOVE 'Y' TO WS-EOF-SW
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-SW
               CLOSE VALIDATION-EXCEPTION-FILE
           END-IF.

       RECOUNT-VALIDEXC-ARCH.
           OPEN INPUT VALIDEXC-ARCH-FILE
           IF WS-IO-STATUS NOT = '00'
               PERFORM NOTE-IO-FAILURE
           ELSE
               READ VALIDEXC-ARCH-FILE
                   AT END MOVE 'Y' TO WS-EOF-SW
               END-READ
               PERFORM UNTIL WS-EOF
                   ADD 1 TO WS-FT-RECS-OUT(WS-FILE-IX)
                   READ VALIDEXC-ARCH-FILE
                       AT END MOVE 'Y' TO WS-EOF-SW
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-SW
               CLOSE VALIDEXC-ARCH-FILE
           END-IF.

       RECOUNT-AUDIT-LOG.
           OPEN INPUT AUDIT-LOG-FILE
           IF WS-IO-STATUS NOT = '00'
               PERFORM NOTE-IO-FAILURE
           ELSE
               READ AUDIT-LOG-FILE
                   AT END MOVE 'Y' TO WS-EOF-SW
               END-READ
               PERFORM UNTIL WS-EOF
                   ADD 1 TO WS-FT-RECS-OUT(WS-FILE-IX)
                   READ AUDIT-LOG-FILE
                       AT END MOVE 'Y' TO WS-EOF-SW
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-SW
               CLOSE AUDIT-LOG-FILE
           END-IF.

       RECOUNT-AUDITLOG-ARCH.
           OPEN INPUT AUDITLOG-ARCH-FILE
           IF WS-IO-STATUS NOT = '00'
               PERFORM NOTE-IO-FAILURE
           ELSE
               READ AUDITLOG-ARCH-FILE
                   AT END MOVE 'Y' TO WS-EOF-SW
               END-READ
               PERFORM UNTIL WS-EOF
                   ADD 1 TO WS-FT-RECS-OUT(WS-FILE-IX)
                   READ AUDITLOG-ARCH-FILE
                       AT END MOVE 'Y' TO WS-EOF-SW
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-SW
               CLOSE AUDITLOG-ARCH-FILE
           END-IF.

       RECOUNT-SOUNDEX-XREF.
           OPEN INPUT SOUNDEX-XREF-FILE
           IF WS-IO-STATUS NOT = '00'
               PERFORM NOTE-IO-FAILURE
           ELSE
               READ SOUNDEX-XREF-FILE
                   AT END MOVE 'Y' TO WS-EOF-SW
               END-READ
               PERFORM UNTIL WS-EOF
                   ADD 1 TO WS-FT-RECS-OUT(WS-FILE-IX)
                   READ SOUNDEX-XREF-FILE
                       AT END MOVE 'Y' TO WS-EOF-SW
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-SW
               CLOSE SOUNDEX-XREF-FILE
           END-IF.

       RECOUNT-INQUIRY-EXTRACT.
           OPEN INPUT INQUIRY-EXTRACT-FILE
           IF WS-IO-STATUS NOT = '00'
               PERFORM NOTE-IO-FAILURE
           ELSE
               READ INQUIRY-EXTRACT-FILE
                   AT END MOVE 'Y' TO WS-EOF-SW
               END-READ
               PERFORM UNTIL WS-EOF
                   ADD 1 TO WS-FT-RECS-OUT(WS-FILE-IX)
                   READ INQUIRY-EXTRACT-FILE
                       AT END MOVE 'Y' TO WS-EOF-SW
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-SW
               CLOSE INQUIRY-EXTRACT-FILE
           END-IF.

       RECOUNT-QA-WORKSHEET.
           OPEN INPUT QA-WORKSHEET-FILE
           IF WS-IO-STATUS NOT = '00'
               PERFORM NOTE-IO-FAILURE
           ELSE
               READ QA-WORKSHEET-FILE
                   AT END MOVE 'Y' TO WS-EOF-SW
               END-READ
               PERFORM UNTIL WS-EOF
                   ADD 1 TO WS-FT-RECS-OUT(WS-FILE-IX)
                   READ QA-WORKSHEET-FILE
                       AT END MOVE 'Y' TO WS-EOF-SW
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-SW
               CLOSE QA-WORKSHEET-FILE
           END-IF.

       RECOUNT-COMPARE-REPORT.
           OPEN INPUT COMPARE-REPORT-FILE
           IF WS-IO-STATUS NOT = '00'
               PERFORM NOTE-IO-FAILURE
           ELSE
               READ COMPARE-REPORT-FILE
                   AT END MOVE 'Y' TO WS-EOF-SW
               END-READ
               PERFORM UNTIL WS-EOF
                   ADD 1 TO WS-FT-RECS-OUT(WS-FILE-IX)
                   READ COMPARE-REPORT-FILE
                       AT END MOVE 'Y' TO WS-EOF-SW
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-SW
               CLOSE COMPARE-REPORT-FILE
           END-IF.

       RECOUNT-SOUNDEX-REPORT.
           OPEN INPUT SOUNDEX-REPORT-FILE
           IF WS-IO-STATUS NOT = '00'
               PERFORM NOTE-IO-FAILURE
           ELSE
               READ SOUNDEX-REPORT-FILE
                   AT END MOVE 'Y' TO WS-EOF-SW
               END-READ
               PERFORM UNTIL WS-EOF
                   ADD 1 TO WS-FT-RECS-OUT(WS-FILE-IX)
                   READ SOUNDEX-REPORT-FILE
                       AT END MOVE 'Y' TO WS-EOF-SW
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-SW
               CLOSE SOUNDEX-REPORT-FILE
           END-IF.

       RECOUNT-MAINT-REPORT.
           OPEN INPUT MAINT-REPORT-FILE
           IF WS-IO-STATUS NOT = '00'
               PERFORM NOTE-IO-FAILURE
           ELSE
               READ MAINT-REPORT-FILE
                   AT END MOVE 'Y' TO WS-EOF-SW
               END-READ
               PERFORM UNTIL WS-EOF
                   ADD 1 TO WS-FT-RECS-OUT(WS-FILE-IX)
                   READ MAINT-REPORT-FILE
                       AT END MOVE 'Y' TO WS-EOF-SW
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-SW
               CLOSE MAINT-REPORT-FILE
           END-IF.

       RECOUNT-REPORT-6.
           OPEN INPUT REPORT-6-FILE
           IF WS-IO-STATUS NOT = '00'
               PERFORM NOTE-IO-FAILURE
           ELSE
               READ REPORT-6-FILE
                   AT END MOVE 'Y' TO WS-EOF-SW
               END-READ
               PERFORM UNTIL WS-EOF
                   ADD 1 TO WS-FT-RECS-OUT(WS-FILE-IX)
                   READ REPORT-6-FILE
                       AT END MOVE 'Y' TO WS-EOF-SW
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-SW
               CLOSE REPORT-6-FILE
           END-IF.

       RECOUNT-REPORT-7.
           OPEN INPUT REPORT-7-FILE
           IF WS-IO-STATUS NOT = '00'
               PERFORM NOTE-IO-FAILURE
           ELSE
               READ REPORT-7-FILE
                   AT END MOVE 'Y' TO WS-EOF-SW
               END-READ
               PERFORM UNTIL WS-EOF
                   ADD 1 TO WS-FT-RECS-OUT(WS-FILE-IX)
                   READ REPORT-7-FILE
                       AT END MOVE 'Y' TO WS-EOF-SW
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-SW
               CLOSE REPORT-7-FILE
           END-IF.

       RECOUNT-REPORT-9.
           OPEN INPUT REPORT-9-FILE
           IF WS-IO-STATUS NOT = '00'
               PERFORM NOTE-IO-FAILURE
           ELSE
               READ REPORT-9-FILE
                   AT END MOVE 'Y' TO WS-EOF-SW
               END-READ
               PERFORM UNTIL WS-EOF
                   ADD 1 TO WS-FT-RECS-OUT(WS-FILE-IX)
                   READ REPORT-9-FILE
                       AT END MOVE 'Y' TO WS-EOF-SW
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-SW
               CLOSE REPORT-9-FILE
           END-IF.

      *> masking never changes a file's record count, and a master
      *> loses exactly the records deleted from it - anything else
      *> means a file changed under the run and nothing is certified
      *> complete
       CHECK-RECORD-COUNTS.
           PERFORM VARYING WS-FILE-IX FROM 1 BY 1
                   UNTIL WS-FILE-IX > WS-FILE-COUNT
               IF WS-FT-SEARCHED(WS-FILE-IX)
                   IF WS-FN-DELETE(WS-FILE-IX)
                       IF WS-FT-RECS-IN(WS-FILE-IX)
                          - WS-FT-CHANGED(WS-FILE-IX)
                          NOT = WS-FT-RECS-OUT(WS-FILE-IX)
                           PERFORM NOTE-UNBALANCED
                       END-IF
                   ELSE
                       IF WS-FT-RECS-IN(WS-FILE-IX)
                          NOT = WS-FT-RECS-OUT(WS-FILE-IX)
                           PERFORM NOTE-UNBALANCED
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *> the file is named on every certificate as the one that did
      *> not balance
       NOTE-UNBALANCED.
           MOVE 'U' TO WS-FT-BALANCE-SW(WS-FILE-IX)
           MOVE 'N' TO WS-COUNTS-OK-SW.

      *> ---------------------------------------------------------------
      *> the suppression list: every request carried out leaves its
      *> name on the list, whether or not it was found on file today -
      *> a name not yet on file is exactly the one a later feed brings
      *> ---------------------------------------------------------------
       ADD-TO-SUPPRESSION-LIST.
           OPEN INPUT SUPPRESS-LIST-FILE
           IF WS-SUPPLIST-STATUS = '00'
               READ SUPPRESS-LIST-FILE
                   AT END MOVE 'Y' TO WS-EOF-SW
               END-READ
               PERFORM UNTIL WS-EOF
                   PERFORM VARYING WS-SJ-IX FROM 1 BY 1
                           UNTIL WS-SJ-IX > WS-SUBJ-COUNT
                       IF WS-SJ-ACTIVE(WS-SJ-IX)
                          AND WS-SJ-TYPE(WS-SJ-IX) = SP-NAME-TYPE
                           PERFORM NOTE-FORM-LISTED
                       END-IF
                   END-PERFORM
                   READ SUPPRESS-LIST-FILE
                       AT END MOVE 'Y' TO WS-EOF-SW
                   END-READ
               END-PERFORM
               CLOSE SUPPRESS-LIST-FILE
               MOVE 'N' TO WS-EOF-SW
           END-IF
           OPEN EXTEND SUPPRESS-LIST-FILE
           IF WS-SUPPLIST-STATUS = '35'
               OPEN OUTPUT SUPPRESS-LIST-FILE
           END-IF
           PERFORM VARYING WS-SJ-IX FROM 1 BY 1
                   UNTIL WS-SJ-IX > WS-SUBJ-COUNT
               IF WS-SJ-ACTIVE(WS-SJ-IX)
                   MOVE 'L' TO WS-SJ-LISTED-SW(WS-SJ-IX)
                   PERFORM VARYING WS-FORM-IX FROM 1 BY 1
                           UNTIL WS-FORM-IX > 2
                       IF WS-SJ-KEY(WS-SJ-IX, WS-FORM-IX) NOT = SPACES
                          AND NOT WS-SJ-FORM-LISTED(WS-SJ-IX,
                                                    WS-FORM-IX)
                           PERFORM WRITE-SUPPRESSION-ENTRY
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           CLOSE SUPPRESS-LIST-FILE.

       NOTE-FORM-LISTED.
           PERFORM VARYING WS-FORM-IX FROM 1 BY 1
                   UNTIL WS-FORM-IX > 2
               IF WS-SJ-KEY(WS-SJ-IX, WS-FORM-IX) = SP-NAME-KEY
                   MOVE 'Y'
                       TO WS-SJ-FORM-LISTED-SW(WS-SJ-IX, WS-FORM-IX)
               END-IF
           END-PERFORM.

      *> each form of the name goes on the list once - a form already
      *> there, or written for an earlier request in the deck, is not
      *> written again. A request is 'added' if any form of its name
      *> went on today, 'already listed' if every form was there
       WRITE-SUPPRESSION-ENTRY.
           MOVE WS-SJ-TYPE(WS-SJ-IX) TO SP-NAME-TYPE
           MOVE WS-SJ-KEY(WS-SJ-IX, WS-FORM-IX) TO SP-NAME-KEY
           MOVE WS-SJ-IX TO WS-SJ-IX-2
           PERFORM VARYING WS-SJ-IX FROM 1 BY 1
                   UNTIL WS-SJ-IX >= WS-SJ-IX-2
               IF WS-SJ-ACTIVE(WS-SJ-IX)
                  AND WS-SJ-TYPE(WS-SJ-IX) = SP-NAME-TYPE
                   PERFORM FIND-FORM-WRITTEN
               END-IF
           END-PERFORM
           MOVE WS-SJ-IX-2 TO WS-SJ-IX
           IF NOT WS-SJ-FORM-LISTED(WS-SJ-IX, WS-FORM-IX)
               MOVE WS-SJ-REQUEST-ID(WS-SJ-IX) TO SP-REQUEST-ID
               MOVE WS-RUN-DATE TO SP-ADDED-DATE
               MOVE FUNCTION CURRENT-DATE TO SP-TIMESTAMP
               WRITE SUPPRESS-LIST-REC
               IF WS-SUPPLIST-STATUS = '00'
                   MOVE 'Y'
                       TO WS-SJ-FORM-LISTED-SW(WS-SJ-IX, WS-FORM-IX)
                   IF NOT WS-SJ-LIST-FAILED(WS-SJ-IX)
                       MOVE 'N' TO WS-SJ-LISTED-SW(WS-SJ-IX)
                   END-IF
               ELSE
                   IF NOT WS-SJ-LIST-FAILED(WS-SJ-IX)
                       MOVE 'F' TO WS-SJ-LISTED-SW(WS-SJ-IX)
                       ADD 1 TO WS-FAILED-COUNT
                   END-IF
               END-IF
           END-IF.

      *> an earlier request's form written or found this run - the
      *> form index in hand is the later request's, so it is kept
       FIND-FORM-WRITTEN.
           IF (WS-SJ-KEY(WS-SJ-IX, 1) = SP-NAME-KEY
               AND WS-SJ-FORM-LISTED(WS-SJ-IX, 1))
              OR (WS-SJ-KEY(WS-SJ-IX, 2) = SP-NAME-KEY
               AND WS-SJ-FORM-LISTED(WS-SJ-IX, 2))
               MOVE 'Y' TO WS-SJ-FORM-LISTED-SW(WS-SJ-IX-2,
                                                WS-FORM-IX)
           END-IF.

      *> ---------------------------------------------------------------
      *> one certificate per request, each on its own page: what was
      *> asked, who signed it off, every file searched with what was
      *> found there, the suppression listing and the outcome. The
      *> name itself is never printed - the request id ties the
      *> certificate to the office's own file
      *> ---------------------------------------------------------------
       PRINT-CERTIFICATE.
           MOVE 99 TO WS-LINE-COUNT
           MOVE WS-CERT-TITLE TO WS-PRINT-REC
           PERFORM WRITE-PRINT-LINE
           MOVE WS-SJ-REQUEST-ID(WS-SJ-IX) TO WS-RQ-ID
           MOVE WS-SJ-RECEIVED(WS-SJ-IX)(1:4) TO WS-RQ-YYYY
           MOVE WS-SJ-RECEIVED(WS-SJ-IX)(5:2) TO WS-RQ-MM
           MOVE WS-SJ-RECEIVED(WS-SJ-IX)(7:2) TO WS-RQ-DD
           EVALUATE WS-SJ-TYPE(WS-SJ-IX)
               WHEN 'P'
                   MOVE 'PERSON' TO WS-RQ-TYPE
               WHEN 'C'
                   MOVE 'COMPANY' TO WS-RQ-TYPE
               WHEN OTHER
                   MOVE 'UNKNOWN' TO WS-RQ-TYPE
           END-EVALUATE
           MOVE WS-REQUEST-LINE TO WS-PRINT-REC
           PERFORM WRITE-PRINT-LINE
           IF WS-SJ-REFUSED(WS-SJ-IX)
               MOVE SPACES TO WS-PRINT-REC
               STRING 'REQUEST REFUSED - ' DELIMITED BY SIZE
                      WS-SJ-REASON(WS-SJ-IX) DELIMITED BY SIZE
                      INTO WS-PRINT-REC
               END-STRING
               PERFORM WRITE-PRINT-LINE
               MOVE 'NO FILE WAS SEARCHED OR CHANGED FOR THIS REQUEST'
                   TO WS-PRINT-REC
               PERFORM WRITE-PRINT-LINE
               MOVE 'THE NAME WAS NOT ADDED TO THE SUPPRESSION LIST'
                   TO WS-PRINT-REC
               PERFORM WRITE-PRINT-LINE
           ELSE
               PERFORM PRINT-CERTIFICATE-BODY
           END-IF.

       PRINT-CERTIFICATE-BODY.
           MOVE SPACES TO WS-PRINT-REC
           STRING 'AUTHORIZED - REQUESTER ' DELIMITED BY SIZE
                  WS-SJ-REQUESTER(WS-SJ-IX) DELIMITED BY SPACE
                  ' APPROVER ' DELIMITED BY SIZE
                  WS-SJ-APPROVER(WS-SJ-IX) DELIMITED BY SPACE
                  ' TICKET ' DELIMITED BY SIZE
                  WS-SJ-TICKET(WS-SJ-IX) DELIMITED BY SPACE
                  INTO WS-PRINT-REC
           END-STRING
           PERFORM WRITE-PRINT-LINE
           MOVE 'THE NAME IS NOT REPRODUCED ON THIS CERTIFICATE'
               TO WS-PRINT-REC
           PERFORM WRITE-PRINT-LINE
           MOVE SPACES TO WS-PRINT-REC
           PERFORM WRITE-PRINT-LINE
           MOVE WS-COLUMN-HEAD TO WS-PRINT-REC
           PERFORM WRITE-PRINT-LINE
           PERFORM VARYING WS-FILE-IX FROM 1 BY 1
                   UNTIL WS-FILE-IX > WS-FILE-COUNT
               PERFORM PRINT-FILE-ROW
           END-PERFORM
           MOVE SPACES TO WS-PRINT-REC
           PERFORM WRITE-PRINT-LINE
           MOVE WS-SJ-TOTAL-HITS(WS-SJ-IX) TO WS-TL-HITS
           MOVE WS-TOTAL-LINE TO WS-PRINT-REC
           PERFORM WRITE-PRINT-LINE
           IF WS-DELTA-RESTATED
              AND WS-SJ-FILE-HITS(WS-SJ-IX, 4) > 0
               MOVE 'NAMDELTA TRAILER HASH RESTATED OVER MASKED RECORDS'
                   TO WS-PRINT-REC
               PERFORM WRITE-PRINT-LINE
           END-IF
           IF WS-COUNTS-OK
               MOVE 'RECORD COUNTS RECONCILED FOR EVERY FILE SEARCHED'
                   TO WS-PRINT-REC
           ELSE
               MOVE 'RECORD COUNTS DO NOT RECONCILE - SEE UNBALANCED'
                   TO WS-PRINT-REC
           END-IF
           PERFORM WRITE-PRINT-LINE
           EVALUATE TRUE
               WHEN WS-SJ-NEWLY-LISTED(WS-SJ-IX)
                   MOVE 'SUPPRESSION LIST: NAME ADDED' TO WS-PRINT-REC
               WHEN WS-SJ-ALREADY-LISTED(WS-SJ-IX)
                   MOVE 'SUPPRESSION LIST: NAME ALREADY LISTED'
                       TO WS-PRINT-REC
               WHEN OTHER
                   MOVE 'SUPPRESSION LIST: WRITE FAILED'
                       TO WS-PRINT-REC
           END-EVALUATE
           PERFORM WRITE-PRINT-LINE
           EVALUATE TRUE
               WHEN WS-FAILED-COUNT > 0
                   MOVE 'ERASURE INCOMPLETE - A FILE FAILED, RERUN'
                       TO WS-RS-TEXT
               WHEN NOT WS-COUNTS-OK
                   MOVE 'ERASURE INCOMPLETE - A FILE DID NOT BALANCE'
                       TO WS-RS-TEXT
               WHEN WS-NOT-SEARCHED-COUNT > 0
                   MOVE 'NOT COMPLETE - FILES HOLD DATA NOT SEARCHED'
                       TO WS-RS-TEXT
               WHEN WS-SJ-TOTAL-HITS(WS-SJ-IX) = 0
                   MOVE 'COMPLETE - NAME NOT FOUND IN ANY FILE SEARCHED'
                       TO WS-RS-TEXT
               WHEN OTHER
                   MOVE 'COMPLETE - EVERY OCCURRENCE FOUND WAS ERASED'
                       TO WS-RS-TEXT
           END-EVALUATE
           MOVE WS-RESULT-LINE TO WS-PRINT-REC
           PERFORM WRITE-PRINT-LINE
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP(1:4) TO WS-ST-YYYY
           MOVE WS-TIMESTAMP(5:2) TO WS-ST-MM
           MOVE WS-TIMESTAMP(7:2) TO WS-ST-DD
           MOVE WS-TIMESTAMP(9:2) TO WS-ST-HH
           MOVE WS-TIMESTAMP(11:2) TO WS-ST-MI
           MOVE WS-TIMESTAMP(13:2) TO WS-ST-SS
           MOVE WS-STAMP-LINE TO WS-PRINT-REC
           PERFORM WRITE-PRINT-LINE.

       PRINT-FILE-ROW.
           MOVE WS-FN-NAME(WS-FILE-IX) TO WS-FL-NAME
           EVALUATE TRUE
               WHEN WS-FN-DELETE(WS-FILE-IX)
                   MOVE 'DELETE' TO WS-FL-ACTION
               WHEN WS-FN-MASK(WS-FILE-IX)
                   MOVE 'MASK' TO WS-FL-ACTION
               WHEN OTHER
                   MOVE 'NONE' TO WS-FL-ACTION
           END-EVALUATE
      *>   a file only looked at has no counts to show
           IF WS-FN-LOOK-ONLY(WS-FILE-IX)
               MOVE SPACES TO WS-FL-COUNTS
           ELSE
               MOVE WS-FT-RECS-IN(WS-FILE-IX) TO WS-FL-IN
               MOVE WS-SJ-FILE-HITS(WS-SJ-IX, WS-FILE-IX) TO WS-FL-HITS
               MOVE WS-FT-RECS-OUT(WS-FILE-IX) TO WS-FL-OUT
           END-IF
           EVALUATE TRUE
               WHEN WS-FT-SEARCHED(WS-FILE-IX)
                    AND WS-FT-UNBALANCED(WS-FILE-IX)
                   MOVE 'UNBALANCED' TO WS-FL-STATUS
               WHEN WS-FT-SEARCHED(WS-FILE-IX)
                   MOVE 'SEARCHED' TO WS-FL-STATUS
               WHEN WS-FT-MISSING(WS-FILE-IX)
                   MOVE 'NOT ON FILE' TO WS-FL-STATUS
               WHEN WS-FT-EMPTY(WS-FILE-IX)
                   MOVE 'EMPTY' TO WS-FL-STATUS
               WHEN WS-FT-FAILED(WS-FILE-IX)
                   MOVE 'FAILED' TO WS-FL-STATUS
               WHEN WS-FT-NOT-SEARCHED(WS-FILE-IX)
                   MOVE 'NOT SEARCHED' TO WS-FL-STATUS
               WHEN OTHER
                   MOVE 'NOT REACHED' TO WS-FL-STATUS
           END-EVALUATE
           MOVE WS-FILE-LINE TO WS-PRINT-REC
           PERFORM WRITE-PRINT-LINE.

       WRITE-PRINT-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM WRITE-PAGE-HEADER
           END-IF
           WRITE PRINT-LINE FROM WS-PRINT-REC
           ADD 1 TO WS-LINE-COUNT.

       WRITE-PAGE-HEADER.
           ADD 1 TO WS-PAGE-NO
           MOVE WS-PAGE-NO TO WS-PH-PAGE
           WRITE PRINT-LINE FROM WS-PAGE-HEAD-1
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE 0 TO WS-LINE-COUNT.
