      *>-----------------------------------------------------------
      *> TAXRPT.cpy
      *> Print-line layouts for the two reports produced by the
      *> coboltax year-end run:
      *>   TAXRPT01 - control report.  The customers whose form
      *>              could not be mailed for want of a usable
      *>              address, then the form counts and dollar
      *>              totals, which must agree with the C record
      *>              of the IRS file.
      *>   TAXFRM01 - recipient forms.  One Form 1099-MISC copy B
      *>              per customer, a page each, addressed from
      *>              CM-ADDR-LINE1-3 for a windowed envelope.
      *>              Only the last four digits of the recipient's
      *>              SSNum are printed, as the IRS allows on the
      *>              recipient copy, whatever the PARM.
      *> TAXRPT01 SSNums print masked unless the run asked for
      *> them in full (ssnmaskw.cpy).
      *>-----------------------------------------------------------
       01  RPT-HEADING-LINE.
           05  FILLER                  PIC X(56) VALUE
               "YEAR-END INFORMATION RETURN CONTROL REPORT - TAX YEAR".
           05  RPT-TAX-YEAR            PIC 9(4).
           05  FILLER                  PIC X(12) VALUE
               "  RUN DATE".
           05  RPT-RUN-DATE            PIC 9(8).

       01  RPT-SECTION-LINE.
           05  RPT-SECTION-TEXT        PIC X(60).

       01  RPT-NOADDR-COLUMN-LINE.
           05  FILLER                  PIC X(13) VALUE "SSNUM".
           05  FILLER                  PIC X(32) VALUE "NAME".
           05  FILLER                  PIC X(15) VALUE "     AMOUNT".
           05  FILLER                  PIC X(30) VALUE "REASON".

       01  RPT-NOADDR-LINE.
           05  RPT-NA-SSNUM            PIC X(11).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RPT-NA-NAME             PIC X(30).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RPT-NA-AMOUNT           PIC Z(7)9.99.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  RPT-NA-REASON           PIC X(30).

       01  RPT-COUNT-LINE.
           05  RPT-COUNT-LABEL         PIC X(44).
           05  RPT-COUNT               PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RPT-COUNT-AMOUNT        PIC -(12)9.99.

       01  RPT-CERTIFY-LINE.
           05  RPT-CERTIFY-TEXT        PIC X(80).

       01  RPT-FORM-TITLE-LINE.
           05  FILLER                  PIC X(52) VALUE
               "FORM 1099-MISC   MISCELLANEOUS INFORMATION".
           05  FILLER                  PIC X(9) VALUE "TAX YEAR".
           05  RPT-FORM-YEAR           PIC 9(4).

       01  RPT-FORM-COPY-LINE.
           05  FILLER                  PIC X(22) VALUE
               "COPY B - FOR RECIPIENT".

      *>  One line of the payer or recipient block - the label on
      *>  the first line of each block only.
       01  RPT-FORM-BLOCK-LINE.
           05  RPT-FORM-LABEL          PIC X(12).
           05  RPT-FORM-TEXT           PIC X(40).

       01  RPT-FORM-CITY-LINE.
           05  FILLER                  PIC X(12) VALUE SPACES.
           05  RPT-FORM-CITY           PIC X(40).
           05  FILLER                  PIC X VALUE SPACE.
           05  RPT-FORM-STATE          PIC X(2).
           05  FILLER                  PIC X VALUE SPACE.
           05  RPT-FORM-ZIP            PIC X(9).

       01  RPT-FORM-TIN-LINE.
           05  FILLER                  PIC X(13) VALUE
               "PAYER'S TIN".
           05  RPT-FORM-PAYER-TIN-1    PIC 99.
           05  FILLER                  PIC X VALUE "-".
           05  RPT-FORM-PAYER-TIN-2    PIC 9(7).
           05  FILLER                  PIC X(30) VALUE
               "     RECIPIENT'S TIN ***-**-".
           05  RPT-FORM-SSSERIAL       PIC 9999.

       01  RPT-FORM-AMOUNT-LINE.
           05  FILLER                  PIC X(36) VALUE
               "BOX 3   OTHER INCOME".
           05  FILLER                  PIC X(2) VALUE "$".
           05  RPT-FORM-AMOUNT         PIC Z,ZZZ,ZZZ,ZZ9.99.

       01  RPT-FORM-NOTICE-LINE-1.
           05  FILLER                  PIC X(65) VALUE
               "THIS IS IMPORTANT TAX INFORMATION AND IS BEING FURNISHED TO".

       01  RPT-FORM-NOTICE-LINE-2.
           05  FILLER                  PIC X(65) VALUE
               "THE INTERNAL REVENUE SERVICE.".
