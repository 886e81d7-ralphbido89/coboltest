      *>-----------------------------------------------------------
      *> TAXREC.cpy
      *> IRS electronic information return record layouts for the
      *> IRSFILE built by coboltax - one transmission of one payer
      *> reporting Form 1099-MISC, box 3 (other income).  Every
      *> record is 750 bytes; each layout is built here in
      *> WORKING-STORAGE and written FROM it.  Amounts are whole
      *> cents with no sign or decimal point, and every record
      *> carries its position in the file in bytes 500-507.
      *>    T  transmitter          A  payer
      *>    B  payee, one per form  C  end of payer (totals)
      *>    F  end of transmission
      *>-----------------------------------------------------------
       01  IRS-TRANSMITTER-RECORD.
           05  FILLER                  PIC X VALUE "T".
           05  TT-PAYMENT-YEAR         PIC 9(4).
           05  FILLER                  PIC X VALUE SPACE.
           05  TT-TRANSMITTER-TIN      PIC 9(9).
           05  TT-TCC                  PIC X(5).
           05  FILLER                  PIC X(7) VALUE SPACES.
           05  TT-TEST-FILE-IND        PIC X.
           05  FILLER                  PIC X VALUE SPACE.
           05  TT-TRANSMITTER-NAME     PIC X(40).
           05  FILLER                  PIC X(40) VALUE SPACES.
           05  TT-COMPANY-NAME         PIC X(40).
           05  FILLER                  PIC X(40) VALUE SPACES.
           05  TT-COMPANY-ADDRESS      PIC X(40).
           05  TT-COMPANY-CITY         PIC X(40).
           05  TT-COMPANY-STATE        PIC X(2).
           05  TT-COMPANY-ZIP          PIC X(9).
           05  FILLER                  PIC X(15) VALUE SPACES.
           05  TT-PAYEE-COUNT          PIC 9(8).
           05  TT-CONTACT-NAME         PIC X(40).
           05  TT-CONTACT-PHONE        PIC X(15).
           05  TT-CONTACT-EMAIL        PIC X(50).
           05  FILLER                  PIC X(91) VALUE SPACES.
           05  TT-SEQUENCE             PIC 9(8).
           05  FILLER                  PIC X(10) VALUE SPACES.
      *>  "I" - prepared in-house, so the vendor block is blank.
           05  FILLER                  PIC X VALUE "I".
           05  FILLER                  PIC X(230) VALUE SPACES.
           05  FILLER                  PIC X(2) VALUE SPACES.

       01  IRS-PAYER-RECORD.
           05  FILLER                  PIC X VALUE "A".
           05  TA-PAYMENT-YEAR         PIC 9(4).
           05  FILLER                  PIC X VALUE SPACE.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  TA-PAYER-TIN            PIC 9(9).
           05  TA-NAME-CONTROL         PIC X(4).
           05  FILLER                  PIC X VALUE SPACE.
      *>  Type of return "A" is 1099-MISC; amount code 3 is box 3.
           05  TA-TYPE-OF-RETURN       PIC X(2) VALUE "A".
           05  TA-AMOUNT-CODES         PIC X(18) VALUE "3".
           05  FILLER                  PIC X(6) VALUE SPACES.
           05  FILLER                  PIC X VALUE SPACE.
           05  TA-PAYER-NAME           PIC X(40).
           05  FILLER                  PIC X(40) VALUE SPACES.
           05  FILLER                  PIC X VALUE "0".
           05  TA-PAYER-ADDRESS        PIC X(40).
           05  TA-PAYER-CITY           PIC X(40).
           05  TA-PAYER-STATE          PIC X(2).
           05  TA-PAYER-ZIP            PIC X(9).
           05  TA-PAYER-PHONE          PIC X(15).
           05  FILLER                  PIC X(260) VALUE SPACES.
           05  TA-SEQUENCE             PIC 9(8).
           05  FILLER                  PIC X(241) VALUE SPACES.
           05  FILLER                  PIC X(2) VALUE SPACES.

       01  IRS-PAYEE-RECORD.
           05  FILLER                  PIC X VALUE "B".
           05  TB-PAYMENT-YEAR         PIC 9(4).
           05  FILLER                  PIC X VALUE SPACE.
           05  TB-NAME-CONTROL         PIC X(4) VALUE SPACES.
      *>  TIN type 2 - the payee TIN is an SSN.
           05  FILLER                  PIC X VALUE "2".
           05  TB-PAYEE-TIN            PIC 9(9).
           05  TB-ACCOUNT-NUMBER       PIC X(20) VALUE SPACES.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE SPACES.
      *>  Payment amounts 1-9 and A-G; only amount 3 is used.
           05  TB-PAYMENT-AMOUNT       PIC 9(10)V99 VALUE ZERO
                                       OCCURS 16 TIMES.
           05  FILLER                  PIC X VALUE SPACE.
           05  TB-PAYEE-NAME           PIC X(40).
           05  FILLER                  PIC X(40) VALUE SPACES.
           05  TB-PAYEE-ADDRESS        PIC X(40).
           05  FILLER                  PIC X(40) VALUE SPACES.
           05  TB-PAYEE-CITY           PIC X(40).
           05  TB-PAYEE-STATE          PIC X(2).
           05  TB-PAYEE-ZIP            PIC X(9).
           05  FILLER                  PIC X(41) VALUE SPACES.
           05  TB-SEQUENCE             PIC 9(8).
           05  FILLER                  PIC X(36) VALUE SPACES.
           05  FILLER                  PIC X(205) VALUE SPACES.
           05  FILLER                  PIC X(2) VALUE SPACES.

       01  IRS-END-OF-PAYER-RECORD.
           05  FILLER                  PIC X VALUE "C".
           05  TC-PAYEE-COUNT          PIC 9(8).
           05  FILLER                  PIC X(6) VALUE SPACES.
           05  TC-CONTROL-TOTAL        PIC 9(16)V99 VALUE ZERO
                                       OCCURS 16 TIMES.
           05  FILLER                  PIC X(196) VALUE SPACES.
           05  TC-SEQUENCE             PIC 9(8).
           05  FILLER                  PIC X(241) VALUE SPACES.
           05  FILLER                  PIC X(2) VALUE SPACES.

       01  IRS-END-OF-TRANSMISSION-RECORD.
           05  FILLER                  PIC X VALUE "F".
           05  TF-PAYER-COUNT          PIC 9(8).
           05  FILLER                  PIC X(21) VALUE ALL "0".
           05  FILLER                  PIC X(19) VALUE SPACES.
           05  TF-PAYEE-COUNT          PIC 9(8).
           05  FILLER                  PIC X(442) VALUE SPACES.
           05  TF-SEQUENCE             PIC 9(8).
           05  FILLER                  PIC X(241) VALUE SPACES.
           05  FILLER                  PIC X(2) VALUE SPACES.
