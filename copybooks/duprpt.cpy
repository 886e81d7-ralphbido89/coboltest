      *> Print-line layouts for the DUPRPT01 duplicate-customer
      *> report produced by duprpt01.  Records sharing a name are
      *> listed side by side with their SSNums, statuses, and
      *> Totals; a group holding both an active record and one
      *> that is not paying (inactive, or on deceased hold) gets
      *> the work-this-pair flag - that is the classic
      *> mis-keyed-then-re-added shape.  SSNums print masked
      *> unless the run asked for them in full (ssnmaskw.cpy).
      *>-----------------------------------------------------------
       01  RPT-HEADING-LINE.
           05  FILLER                  PIC X(33) VALUE
       01  RPT-COLUMN-LINE.
           05  FILLER                  PIC X(32) VALUE "USERNAME".
           05  FILLER                  PIC X(13) VALUE "SSNUM".
           05  FILLER                  PIC X(15) VALUE "STATUS".
           05  FILLER                  PIC X(7)  VALUE "TOTAL".

       01  RPT-DETAIL-LINE.
           05  RPT-USERNAME            PIC X(30).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RPT-SSNUM               PIC X(11).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RPT-STATUS              PIC X(13).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RPT-TOTAL               PIC -(8)9.99.

       01  RPT-MIXED-FLAG-LINE.
           05  FILLER                  PIC X(60) VALUE
               "** ONE ACTIVE / ONE INACTIVE OR HELD - WORK THIS PAIR **".

       01  RPT-TOTALS-LINE.
           05  FILLER                  PIC X(18) VALUE
