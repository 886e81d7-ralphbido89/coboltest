      *>-----------------------------------------------------------
      *> ACHPARM.cpy
      *> Record layout for the cobolpay ACH origination parameter
      *> file (ACHPARM) - the standing identifiers from the
      *> origination agreement with the bank, one record, changed
      *> only when the agreement does.  The effective entry date
      *> of each payment run comes from the PAYCAL01 payment
      *> calendar (paycal.cpy) instead.
      *>-----------------------------------------------------------
       01  ACH-PARAMETER-RECORD.
      *>  Immediate destination - the routing number of the ACH
      *>  operator or bank the file is delivered to, and its name.
           05  AP-DEST-ROUTING         PIC 9(9).
           05  AP-DEST-NAME            PIC X(23).
      *>  Immediate origin - as assigned by that bank, usually
      *>  "1" followed by the company's federal tax id.
           05  AP-ORIGIN-ID            PIC X(10).
           05  AP-ORIGIN-NAME          PIC X(23).
           05  AP-COMPANY-NAME         PIC X(16).
           05  AP-COMPANY-ID           PIC X(10).
      *>  Originating bank's eight-digit id - leads every trace
      *>  number in the file.
           05  AP-ODFI-ID              PIC 9(8).
      *>  Printed on the customer's bank statement, e.g. BENEFITS.
           05  AP-ENTRY-DESC           PIC X(10).
