      *>-----------------------------------------------------------
      *> COBRPT.cpy
      *> Print-line layout for the coboltest batch report
      *> (COBRPT01) produced by coboltstb.  SSNums print masked
      *> unless the run asked for them in full (ssnmaskw.cpy).
      *>-----------------------------------------------------------
       01  RPT-HEADING-LINE.
           05  FILLER                  PIC X(30) VALUE "USERNAME".

       01  RPT-DETAIL-LINE.
           05  RPT-USERNAME            PIC X(30).
           05  RPT-SSNUM               PIC X(11).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RPT-NUM1                PIC -(7)9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
