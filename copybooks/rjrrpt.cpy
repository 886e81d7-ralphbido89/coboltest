      *> Print-line layouts for the RJRRPT01 reject disposition
      *> report produced by cobolrjr.  One line per reject worked,
      *> so the auditors can see that every reject was either
      *> recycled or consciously discarded.  The report goes to
      *> general SYSOUT, so the SSNum prints masked unless the run
      *> carries the FULLSSN PARM (ssnmaskw.cpy).
      *>-----------------------------------------------------------
       01  RPT-HEADING-LINE.
           05  FILLER                  PIC X(13) VALUE "SSNUM".
           05  RPT-OPERATOR            PIC X(8).

       01  RPT-DETAIL-LINE.
           05  RPT-SSNUM               PIC X(11).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RPT-REASON-CODE         PIC X(4).
           05  FILLER                  PIC X(2) VALUE SPACES.
