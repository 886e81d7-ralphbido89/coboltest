      *>-----------------------------------------------------------
      *> DMFRPT.cpy
      *> Print-line layouts for the DMFRPT01 Death Master File
      *> match report produced by coboldmf.  One line per DMF entry
      *> that matched a customer master record, showing the name
      *> on each side, the date of death, what was done to the
      *> record, and a warning where the names or birth dates do
      *> not agree - those are worked before the hold is trusted.
      *> The run counts close out the report.
      *> SSNums print masked unless the run asked for them in
      *> full (ssnmaskw.cpy).
      *>-----------------------------------------------------------
       01  RPT-HEADING-LINE.
           05  FILLER                  PIC X(40) VALUE
               "DEATH MASTER FILE MATCH REPORT - RUN".
           05  RPT-RUN-DATE            PIC 9(8).

       01  RPT-COLUMN-LINE.
           05  FILLER                  PIC X(13) VALUE "SSNUM".
           05  FILLER                  PIC X(32) VALUE
               "CUSTOMER MASTER NAME".
           05  FILLER                  PIC X(32) VALUE "DMF NAME".
           05  FILLER                  PIC X(12) VALUE "DIED".
           05  FILLER                  PIC X(16) VALUE "ACTION".
           05  FILLER                  PIC X(27) VALUE "WARNING".

       01  RPT-DETAIL-LINE.
           05  RPT-SSNUM               PIC X(11).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RPT-CM-NAME             PIC X(30).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RPT-DMF-NAME            PIC X(30).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RPT-DOD-CCYY            PIC 9(4).
           05  FILLER                  PIC X VALUE "-".
           05  RPT-DOD-MM              PIC 99.
           05  FILLER                  PIC X VALUE "-".
           05  RPT-DOD-DD              PIC 99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RPT-ACTION              PIC X(14).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RPT-WARNING             PIC X(27).

       01  RPT-COUNTS-LINE-1.
           05  FILLER                  PIC X(21) VALUE
               "DMF RECORDS READ:".
           05  RPT-READ-COUNT          PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(16) VALUE
               "  MATCHED:".
           05  RPT-MATCH-COUNT         PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(18) VALUE
               "  PLACED ON HOLD:".
           05  RPT-HOLD-COUNT          PIC Z,ZZZ,ZZ9.

       01  RPT-COUNTS-LINE-2.
           05  FILLER                  PIC X(21) VALUE
               "ALREADY ON HOLD:".
           05  RPT-ALREADY-COUNT       PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(16) VALUE
               "  DMF RETRACTED:".
           05  RPT-RETRACT-COUNT       PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(18) VALUE
               "  WARNINGS:".
           05  RPT-WARNING-COUNT       PIC Z,ZZZ,ZZ9.

       01  RPT-COUNTS-LINE-3.
           05  FILLER                  PIC X(21) VALUE
               "UPDATE FAILURES:".
           05  RPT-FAILED-COUNT        PIC Z,ZZZ,ZZ9.
