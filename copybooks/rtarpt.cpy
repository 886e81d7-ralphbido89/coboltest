      *> per adjusted master record showing the amounts as they
      *> stood and as rewritten, then the run totals - the
      *> checking that used to take a whole evening against a
      *> spreadsheet of generated C transactions.  SSNums print
      *> masked unless the run asked for them in full
      *> (ssnmaskw.cpy).
      *>-----------------------------------------------------------
       01  RPT-HEADING-LINE.
           05  FILLER                  PIC X(38) VALUE
           05  FILLER                  PIC X(14) VALUE "  NEW TOTAL".

       01  RPT-DETAIL-LINE.
           05  RPT-SSNUM               PIC X(11).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RPT-OLD-NUM1            PIC -(7)9.99.
           05  FILLER                  PIC X VALUE SPACE.
