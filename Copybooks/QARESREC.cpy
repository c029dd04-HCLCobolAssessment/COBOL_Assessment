      *> Shared layout for the QA result-entry file QARESULT: QASAMPLE
      *> writes one record per sampled CONCATO1/CONCATC1 output, with
      *> the NAMEPART record that produced it, and leaves the mark
      *> blank. The reviewer sets QR-RESULT to 'P' or 'F', gives a
      *> defect code on every fail (and none on a pass) and signs the
      *> record; QATALLY reads the marked file back.
       01  QA-RESULT-REC.
           05 QR-BUSINESS-DATE   PIC 9(8).
           05 QR-STREAM          PIC X(8).
           05 QR-SAMPLE-NO       PIC 9(4).
      *> position of the output record in its file, and of the source
      *> record in NAMEPART (zero when no source could be matched)
           05 QR-OUTPUT-SEQ      PIC 9(8).
           05 QR-SOURCE-SEQ      PIC 9(8).
           05 QR-OUTPUT-VALUE    PIC X(40).
           05 QR-SOURCE-TYPE     PIC X(1).
           05 QR-SOURCE-BODY     PIC X(29).
           05 QR-RESULT          PIC X(1).
               88 QR-PASS        VALUE 'P'.
               88 QR-FAIL        VALUE 'F'.
               88 QR-NOT-MARKED  VALUE ' '.
           05 QR-DEFECT-CODE     PIC X(4).
               88 QR-DEF-TOKEN-ORDER  VALUE 'TORD'.
               88 QR-DEF-TRUNCATED    VALUE 'TRNC'.
               88 QR-DEF-SPACING      VALUE 'SPAC'.
               88 QR-DEF-CHARACTER    VALUE 'CHAR'.
               88 QR-DEF-WRONG-SOURCE VALUE 'SRCE'.
               88 QR-DEF-OTHER        VALUE 'OTHR'.
               88 QR-VALID-DEFECT     VALUE 'TORD' 'TRNC' 'SPAC'
                                            'CHAR' 'SRCE' 'OTHR'.
           05 QR-REVIEWER        PIC X(12).
