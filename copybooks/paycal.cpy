      *>-----------------------------------------------------------
      *> PAYCAL.cpy
      *> Record layout for the cobolpay payment calendar
      *> (PAYCAL01) - one record per scheduled payment, carrying
      *> the effective entry date the benefits are to reach the
      *> customers' accounts.  Payments operations loads a year's
      *> dates at a time, in any order; a run with no date on its
      *> PARM pays the earliest date on the calendar that is today
      *> or later and not yet on ACHCTL01, so each run takes the
      *> next payment without its JCL being touched.
      *>-----------------------------------------------------------
       01  PAYMENT-CALENDAR-RECORD.
           05  PC-EFFECTIVE-DATE       PIC 9(8).
      *>  Free text for whoever maintains the calendar, e.g.
      *>  NOVEMBER 2026 BENEFITS - not used by the program.
           05  PC-DESCRIPTION          PIC X(30).
