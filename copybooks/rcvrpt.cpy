      *>-----------------------------------------------------------
      *> RCVRPT.cpy
      *> Print-line layouts for the RCVRPT01 forward-recovery
      *> report produced by cobolrcv.  The recovery point, one
      *> exception line per journal record that did not apply
      *> cleanly, the counts loaded from the backup and re-applied
      *> from the journal (by transaction type), and a closing
      *> record count and hash total of CM-TOTAL laid out like the
      *> RCNRPT01 certificate, so the two can be compared line for
      *> line.
      *> SSNums print masked unless the run asked for them in
      *> full (ssnmaskw.cpy).
      *>-----------------------------------------------------------
       01  RPT-HEADING-LINE.
           05  FILLER                  PIC X(40) VALUE
               "CUSTMAS FORWARD RECOVERY REPORT".
           05  FILLER                  PIC X(10) VALUE "RUN DATE ".
           05  RPT-RUN-DATE            PIC 9(8).

       01  RPT-POINT-LINE.
           05  FILLER                  PIC X(25) VALUE
               "RECOVERED THROUGH:".
           05  RPT-RECOVERY-POINT      PIC X(30).

       01  RPT-EXCEPTION-LINE.
           05  FILLER                  PIC X(10) VALUE "EXCEPTION ".
           05  RPT-EXC-TYPE            PIC X.
           05  FILLER                  PIC X VALUE SPACE.
           05  RPT-EXC-SSNUM           PIC X(11).
           05  FILLER                  PIC X VALUE SPACE.
           05  RPT-EXC-TIMESTAMP       PIC X(14).
           05  FILLER                  PIC X VALUE SPACE.
           05  RPT-EXC-REASON          PIC X(36).

       01  RPT-COUNT-LINE.
           05  RPT-COUNT-LABEL         PIC X(34).
           05  RPT-COUNT-VALUE         PIC Z,ZZZ,ZZ9.

       01  RPT-HASH-LINE.
           05  FILLER                  PIC X(25) VALUE
               "HASH TOTAL OF CM-TOTAL:".
           05  RPT-HASH-TOTAL          PIC -(12)9.99.

       01  RPT-CERTIFY-LINE.
           05  RPT-CERTIFY-TEXT        PIC X(72).
