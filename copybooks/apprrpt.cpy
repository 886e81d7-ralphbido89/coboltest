      *>-----------------------------------------------------------
      *> APPRRPT.cpy
      *> Print-line layouts for the APPRPT01 correction-approval
      *> report produced by cobolapr.  One section of the large
      *> cobolmnt corrections still waiting for a second
      *> operator's approval, one of those declined since the last
      *> report, each line showing the Total as it stood and as
      *> keyed, who keyed it and who decided it.
      *> SSNums print masked unless the run asked for them in
      *> full (ssnmaskw.cpy).
      *>-----------------------------------------------------------
       01  RPT-HEADING-LINE.
           05  FILLER                  PIC X(40) VALUE
               "CORRECTION APPROVAL REPORT - RUN".
           05  RPT-RUN-DATE            PIC 9(8).

       01  RPT-SECTION-LINE.
           05  RPT-SECTION-TEXT        PIC X(60).

       01  RPT-COLUMN-LINE.
           05  FILLER                  PIC X(13) VALUE "SSNUM".
           05  FILLER                  PIC X(32) VALUE "USERNAME".
           05  FILLER                  PIC X(13) VALUE "  OLD TOTAL".
           05  FILLER                  PIC X(14) VALUE "  NEW TOTAL".
           05  FILLER                  PIC X(10) VALUE "KEYED BY".
           05  FILLER                  PIC X(10) VALUE "KEYED ON".
           05  FILLER                  PIC X(10) VALUE "DECIDER".
           05  FILLER                  PIC X(10) VALUE "DECIDED".

       01  RPT-DETAIL-LINE.
           05  RPT-SSNUM               PIC X(11).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RPT-USERNAME            PIC X(30).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RPT-OLD-TOTAL           PIC -(8)9.99.
           05  FILLER                  PIC X VALUE SPACE.
           05  RPT-NEW-TOTAL           PIC -(8)9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RPT-KEYED-BY            PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RPT-KEYED-ON            PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RPT-DECIDED-BY          PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RPT-DECIDED-ON          PIC X(8).

       01  RPT-TOTALS-LINE.
           05  FILLER                  PIC X(16) VALUE
               "STILL WAITING:".
           05  RPT-WAITING-COUNT       PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(13) VALUE
               "  APPROVED:".
           05  RPT-APPROVED-COUNT      PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(13) VALUE
               "  DECLINED:".
           05  RPT-DECLINED-COUNT      PIC Z,ZZZ,ZZ9.
