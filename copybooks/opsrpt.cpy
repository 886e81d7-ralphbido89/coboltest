      *>-----------------------------------------------------------
      *> OPSRPT.cpy
      *> Print-line layouts for the OPSRPT01 morning operations
      *> summary produced by opsrpt01 at the end of the nightly
      *> job.  One page: how each step of the night came out as
      *> its control file records it, the key counts and totals,
      *> and the short list of what operations has to do about it
      *> - first what must be done before the business day starts,
      *> then what can be worked during the day.  No SSNum appears
      *> anywhere on the page.
      *>-----------------------------------------------------------
       01  RPT-HEADING-LINE.
           05  FILLER                  PIC X(39) VALUE
               "MORNING OPERATIONS SUMMARY - RUN DATE".
           05  RPT-RUN-DATE            PIC X(8).
           05  FILLER                  PIC X(11) VALUE
               "   PRINTED ".
           05  RPT-PRINT-DATE          PIC X(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  RPT-PRINT-TIME          PIC X(4).

       01  RPT-SECTION-LINE.
           05  RPT-SECTION-TEXT        PIC X(60).

      *>  How each step came out - read from the control file the
      *>  step leaves behind, not from its return code, so a step
      *>  that never ran shows up the same as one that failed.
       01  RPT-STEP-COLUMN-LINE.
           05  FILLER                  PIC X(9)  VALUE "STEP".
           05  FILLER                  PIC X(11) VALUE "PROGRAM".
           05  FILLER                  PIC X(19) VALUE "CONTROL FILE".
           05  FILLER                  PIC X(7)  VALUE "OUTCOME".

       01  RPT-STEP-LINE.
           05  RPT-STEP-ID             PIC X(7).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RPT-STEP-PROGRAM        PIC X(9).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RPT-STEP-FILE           PIC X(17).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RPT-STEP-OUTCOME        PIC X(50).

       01  RPT-COUNT-COLUMN-LINE.
           05  FILLER                  PIC X(40) VALUE "FIGURE".
           05  FILLER                  PIC X(9)  VALUE "    COUNT".
           05  FILLER                  PIC X(17) VALUE
               "           AMOUNT".

       01  RPT-COUNT-LINE.
           05  RPT-CT-LABEL            PIC X(40).
           05  RPT-CT-COUNT            PIC Z,ZZZ,ZZ9.

       01  RPT-AMOUNT-LINE.
           05  RPT-AM-LABEL            PIC X(40).
           05  RPT-AM-COUNT            PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  RPT-AM-AMOUNT           PIC -(10)9.99.

      *>  One line per condition, not per item - the detail is on
      *>  the report the action points to.  RPT-ACT-WHEN is
      *>  BEFORE OPEN (must be done before the business day
      *>  starts) or TODAY (work it during the day).
       01  RPT-ACTION-COLUMN-LINE.
           05  FILLER                  PIC X(13) VALUE "WHEN".
           05  FILLER                  PIC X(9)  VALUE "  COUNT".
           05  FILLER                  PIC X(6)  VALUE "ACTION".

       01  RPT-ACTION-LINE.
           05  RPT-ACT-WHEN            PIC X(11).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RPT-ACT-COUNT           PIC ZZZ,ZZ9 BLANK WHEN ZERO.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RPT-ACT-TEXT            PIC X(72).

       01  RPT-RESULT-LINE.
           05  RPT-RESULT-TEXT         PIC X(80).
