      *>-----------------------------------------------------------
      *> ACHRPT.cpy
      *> Print-line layouts for the two reports produced by the
      *> cobolpay payment run:
      *>   ACHRPT01 - payment register.  One line per ACH entry
      *>              (credit or prenote), the batch and file
      *>              control totals exactly as written to the
      *>              file, and a reconciliation block that ties
      *>              every customer's CM-TOTAL back to the
      *>              record count and hash total on the same
      *>              night's RCNRPT01 certificate.
      *>   ACHEXC01 - exception list.  Active customers left out
      *>              of the file because they have no verified
      *>              bank account, with the reason.
      *> Only the last four digits of a bank account number are
      *> ever printed.  SSNums print masked unless the run asked
      *> for them in full (ssnmaskw.cpy).
      *>-----------------------------------------------------------
       01  RPT-HEADING-LINE.
           05  FILLER                  PIC X(45) VALUE
               "ACH PAYMENT REGISTER - EFFECTIVE ENTRY DATE".
           05  RPT-EFFECTIVE-DATE      PIC 9(8).
           05  FILLER                  PIC X(12) VALUE
               "  RUN DATE".
           05  RPT-RUN-DATE            PIC 9(8).

       01  RPT-ORIGIN-LINE.
           05  FILLER                  PIC X(9) VALUE "COMPANY".
           05  RPT-COMPANY-NAME        PIC X(16).
           05  FILLER                  PIC X(6) VALUE "  ID".
           05  RPT-COMPANY-ID          PIC X(10).
           05  FILLER                  PIC X(8) VALUE "  ODFI".
           05  RPT-ODFI-ID             PIC 9(8).
           05  FILLER                  PIC X(15) VALUE
               "  DESTINATION".
           05  RPT-DEST-NAME           PIC X(23).

       01  RPT-COLUMN-LINE.
           05  FILLER                  PIC X(13) VALUE "SSNUM".
           05  FILLER                  PIC X(24) VALUE "NAME".
           05  FILLER                  PIC X(11) VALUE "ROUTING".
           05  FILLER                  PIC X(19) VALUE "ACCOUNT".
           05  FILLER                  PIC X(10) VALUE "TYPE".
           05  FILLER                  PIC X(4) VALUE "TC".
           05  FILLER                  PIC X(9) VALUE "ENTRY".
           05  FILLER                  PIC X(13) VALUE "     AMOUNT".
           05  FILLER                  PIC X(15) VALUE "TRACE NUMBER".

       01  RPT-DETAIL-LINE.
           05  RPT-SSNUM               PIC X(11).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RPT-NAME                PIC X(22).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RPT-ROUTING             PIC 9(9).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RPT-ACCOUNT.
               10  FILLER              PIC X(13) VALUE
                   "*************".
               10  RPT-ACCOUNT-LAST4   PIC X(4).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RPT-ACCOUNT-TYPE        PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RPT-TRAN-CODE           PIC 99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RPT-ENTRY-KIND          PIC X(7).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RPT-AMOUNT              PIC Z(7)9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RPT-TRACE-NUMBER        PIC 9(15).

       01  RPT-BATCH-LINE.
           05  FILLER                  PIC X(6) VALUE "BATCH".
           05  RPT-BATCH-NUMBER        PIC 9(7).
           05  FILLER                  PIC X(11) VALUE
               "  ENTRIES".
           05  RPT-BATCH-ENTRIES       PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(14) VALUE
               "  ENTRY HASH".
           05  RPT-BATCH-HASH          PIC 9(10).
           05  FILLER                  PIC X(10) VALUE
               "  DEBITS".
           05  RPT-BATCH-DEBITS        PIC Z(9)9.99.
           05  FILLER                  PIC X(11) VALUE
               "  CREDITS".
           05  RPT-BATCH-CREDITS       PIC Z(9)9.99.

       01  RPT-FILE-LINE.
           05  FILLER                  PIC X(14) VALUE
               "FILE  BATCHES".
           05  RPT-FILE-BATCHES        PIC ZZ9.
           05  FILLER                  PIC X(10) VALUE
               "  BLOCKS".
           05  RPT-FILE-BLOCKS         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(11) VALUE
               "  ENTRIES".
           05  RPT-FILE-ENTRIES        PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(14) VALUE
               "  ENTRY HASH".
           05  RPT-FILE-HASH           PIC 9(10).
           05  FILLER                  PIC X(10) VALUE
               "  DEBITS".
           05  RPT-FILE-DEBITS         PIC Z(9)9.99.
           05  FILLER                  PIC X(11) VALUE
               "  CREDITS".
           05  RPT-FILE-CREDITS        PIC Z(9)9.99.

       01  RPT-RECON-LINE.
           05  RPT-RECON-LABEL         PIC X(44).
           05  RPT-RECON-COUNT         PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RPT-RECON-AMOUNT        PIC -(12)9.99.

       01  RPT-CERTIFY-LINE.
           05  RPT-CERTIFY-TEXT        PIC X(80).

       01  RPT-EXC-HEADING-LINE.
           05  FILLER                  PIC X(57) VALUE
               "ACH PAYMENT EXCEPTIONS - NO VERIFIED BANK ACCOUNT -".
           05  FILLER                  PIC X(10) VALUE "EFFECTIVE".
           05  RPT-EXC-EFFECTIVE-DATE  PIC 9(8).

       01  RPT-EXC-COLUMN-LINE.
           05  FILLER                  PIC X(13) VALUE "SSNUM".
           05  FILLER                  PIC X(32) VALUE "NAME".
           05  FILLER                  PIC X(15) VALUE "      TOTAL".
           05  FILLER                  PIC X(36) VALUE "REASON".

       01  RPT-EXC-DETAIL-LINE.
           05  RPT-EXC-SSNUM           PIC X(11).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RPT-EXC-NAME            PIC X(30).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RPT-EXC-TOTAL           PIC -(8)9.99.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  RPT-EXC-REASON          PIC X(36).

       01  RPT-EXC-COUNT-LINE.
           05  FILLER                  PIC X(25) VALUE
               "CUSTOMERS NOT PAID:".
           05  RPT-EXC-COUNT           PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(10) VALUE
               "  AMOUNT".
           05  RPT-EXC-AMOUNT          PIC -(12)9.99.
