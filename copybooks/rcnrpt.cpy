      *> produced by cobolrcn.  One exception line per master record
      *> that fails an edit, then the certificate block with the
      *> record count and hash total of CM-TOTAL to file.
      *> SSNums print masked unless the run asked for them in
      *> full (ssnmaskw.cpy).
      *>-----------------------------------------------------------
       01  RPT-HEADING-LINE.
           05  FILLER                  PIC X(44) VALUE

       01  RPT-EXCEPTION-LINE.
           05  FILLER                  PIC X(11) VALUE "EXCEPTION ".
           05  RPT-EXC-SSNUM           PIC X(11).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RPT-EXC-REASON          PIC X(30).

