      *>-----------------------------------------------------------
      *> ACHCTL.cpy
      *> Record layout for the cobolpay payment control file
      *> (ACHCTL01).  One record is appended for every payment run
      *> that builds an ACH file, stamped with the effective entry
      *> date, the date it ran and what it paid - the same
      *> convention as RTACTL01 for the rate adjustment - so a
      *> resubmitted job cannot pay the same date's benefits to
      *> the same customers a second time.
      *>-----------------------------------------------------------
       01  ACH-CONTROL-RECORD.
           05  AC-EFFECTIVE-DATE       PIC 9(8).
           05  AC-RUN-DATE             PIC 9(8).
           05  AC-ENTRY-COUNT          PIC 9(8).
           05  AC-CREDIT-TOTAL         PIC 9(10)V99.
