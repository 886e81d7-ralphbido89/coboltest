      *>-----------------------------------------------------------
      *> VALRPT.cpy
      *> Print-line layouts for the VALRPT01 validation preview
      *> produced by coboltstb when run with PARM='VALIDATE' - what
      *> tonight's posting run would post, hold, and reject for the
      *> file as it arrived, by source and reason code.  Nothing is
      *> posted, held or rejected by the preview run itself.
      *>-----------------------------------------------------------
       01  RPT-VAL-HEADING-LINE.
           05  FILLER                  PIC X(48) VALUE
               "TRANFILE VALIDATION PREVIEW - NOTHING POSTED".
           05  FILLER                  PIC X(11) VALUE "FILE DATE ".
           05  RPT-VAL-FILE-DATE       PIC 9(8).
           05  FILLER                  PIC X(12) VALUE
               "   RUN DATE ".
           05  RPT-VAL-RUN-DATE        PIC X(8).

       01  RPT-VAL-SECTION-LINE.
           05  RPT-VAL-SECTION-TEXT    PIC X(60).

      *>  One line per record that would not simply post - every
      *>  reject and hold, and every warning on a record that
      *>  would post but deserves a look first.  The SSNum prints
      *>  as sent (PIC X), since a reject may carry a bad key -
      *>  masked unless the run asked for it in full
      *>  (ssnmaskw.cpy).
       01  RPT-VAL-ITEM-COLUMN-LINE.
           05  FILLER                  PIC X(5)  VALUE "SRC".
           05  FILLER                  PIC X(4)  VALUE "TC".
           05  FILLER                  PIC X(13) VALUE "SSNUM".
           05  FILLER                  PIC X(8)  VALUE "ACTION".
           05  FILLER                  PIC X(6)  VALUE "CODE".
           05  FILLER                  PIC X(32) VALUE "REASON".
           05  FILLER                  PIC X(8)  VALUE "EFF DATE".

       01  RPT-VAL-ITEM-LINE.
           05  RPT-VI-SOURCE           PIC X(2).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  RPT-VI-TRAN-CODE        PIC X.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  RPT-VI-SSNUM            PIC X(11).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RPT-VI-ACTION           PIC X(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RPT-VI-CODE             PIC X(4).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RPT-VI-TEXT             PIC X(30).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RPT-VI-EFF-DATE         PIC X(8).

      *>  Per-source summary - what each feeder's records would do,
      *>  and whether the feeder balances to its own trailer.
       01  RPT-VAL-SOURCE-COLUMN-LINE.
           05  FILLER                  PIC X(5)  VALUE "SRC".
           05  FILLER                  PIC X(10) VALUE "     READ".
           05  FILLER                  PIC X(10) VALUE "     POST".
           05  FILLER                  PIC X(10) VALUE "     HOLD".
           05  FILLER                  PIC X(10) VALUE "   REJECT".
           05  FILLER                  PIC X(10) VALUE "     WARN".
           05  FILLER                  PIC X(10) VALUE "  TRAILER".
           05  FILLER                  PIC X(15) VALUE "  BALANCE".

       01  RPT-VAL-SOURCE-LINE.
           05  RPT-VS-SOURCE           PIC X(2).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  RPT-VS-READ             PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X VALUE SPACE.
           05  RPT-VS-POST             PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X VALUE SPACE.
           05  RPT-VS-HOLD             PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X VALUE SPACE.
           05  RPT-VS-REJECT           PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X VALUE SPACE.
           05  RPT-VS-WARN             PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X VALUE SPACE.
           05  RPT-VS-TRAILER          PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RPT-VS-BALANCE          PIC X(14).

       01  RPT-VAL-REASON-COLUMN-LINE.
           05  FILLER                  PIC X(5)  VALUE "SRC".
           05  FILLER                  PIC X(8)  VALUE "ACTION".
           05  FILLER                  PIC X(6)  VALUE "CODE".
           05  FILLER                  PIC X(32) VALUE "REASON".
           05  FILLER                  PIC X(9)  VALUE "    COUNT".

       01  RPT-VAL-REASON-LINE.
           05  RPT-VR-SOURCE           PIC X(2).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  RPT-VR-ACTION           PIC X(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RPT-VR-CODE             PIC X(4).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RPT-VR-TEXT             PIC X(30).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RPT-VR-COUNT            PIC Z,ZZZ,ZZ9.

       01  RPT-VAL-TOTAL-LINE.
           05  RPT-VT-LABEL            PIC X(40).
           05  RPT-VT-COUNT            PIC Z,ZZZ,ZZ9.

       01  RPT-VAL-RESULT-LINE.
           05  RPT-VAL-RESULT-TEXT     PIC X(80).
