      *>-----------------------------------------------------------
      *> TAXPARM.cpy
      *> Record layout for the coboltax year-end parameter file
      *> (TAXPARM) - the payer and transmitter details that head
      *> the IRS information return file and every recipient
      *> form, one record, changed only when they do.  The tax
      *> year of each run comes in on the job's PARM instead.
      *>-----------------------------------------------------------
       01  TAX-PARAMETER-RECORD.
           05  TP-PAYER-TIN            PIC 9(9).
      *>  First four characters of the payer name as the IRS has
      *>  it on file - printed on the notice assigning the TCC.
           05  TP-PAYER-NAME-CONTROL   PIC X(4).
           05  TP-PAYER-NAME           PIC X(40).
           05  TP-PAYER-ADDRESS        PIC X(40).
           05  TP-PAYER-CITY           PIC X(40).
           05  TP-PAYER-STATE          PIC X(2).
           05  TP-PAYER-ZIP            PIC X(9).
           05  TP-PAYER-PHONE          PIC X(15).
      *>  Transmitter control code issued for electronic filing.
           05  TP-TCC                  PIC X(5).
           05  TP-CONTACT-NAME         PIC X(40).
           05  TP-CONTACT-PHONE        PIC X(15).
           05  TP-CONTACT-EMAIL        PIC X(50).
      *>  "T" while the file is being sent as a test file, space
      *>  for the real filing.
           05  TP-TEST-FILE-IND        PIC X.
