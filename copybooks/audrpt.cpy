      *> produced by audrpt01.  One SSNum group per customer, a
      *> dated detail line per AUDITLOG posting, and a group total
      *> line with the posting count and net change for the period.
      *> SSNums print masked unless the run asked for them in full
      *> (ssnmaskw.cpy).
      *>-----------------------------------------------------------
       01  RPT-CRITERIA-LINE.
           05  FILLER                  PIC X(17) VALUE

       01  RPT-SSNUM-LINE.
           05  FILLER                  PIC X(7) VALUE "SSNUM ".
           05  RPT-GRP-SSNUM           PIC X(11).

       01  RPT-HEADING-LINE.
           05  FILLER                  PIC X(12) VALUE "  DATE".
