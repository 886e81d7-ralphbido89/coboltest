      *>-----------------------------------------------------------
      *> BANKACCT.cpy
      *> Record layout for the customer direct-deposit bank
      *> account file (BANKACCT), keyed on SSNum like CUSTMAS -
      *> at most one account per customer.  Maintained online
      *> through cobolmnt's bank-account option and read by the
      *> cobolpay payment run, which builds the ACH file from it.
      *>
      *> A new or changed account cannot be paid until its
      *> zero-dollar prenote has gone through the ACH network
      *> unreturned.  cobolmnt resets the status to "N" whenever
      *> the routing number, account number or account type
      *> changes; cobolpay sends the prenote and sets "P" with the
      *> date it went; once the waiting period passes without the
      *> bank returning it, cobolpay promotes the account to "V"
      *> and pays it.  A prenote the bank returns is marked "R"
      *> through cobolmnt and stays unpaid until the account is
      *> corrected.
      *>-----------------------------------------------------------
       01  BANK-ACCOUNT-RECORD.
           05  BA-SSNUM.
               10  BA-SSAREA           PIC 9(3).
               10  BA-SSGROUP          PIC 9(2).
               10  BA-SSSERIAL         PIC 9(4).
      *>  ABA routing transit number - the first eight digits are
      *>  the receiving bank's id as it goes on the entry detail
      *>  record and into the batch entry hash, the ninth is the
      *>  check digit cobolmnt edits (rtneditp.cpy).
           05  BA-ROUTING-NUMBER       PIC 9(9).
           05  BA-ROUTING-PARTS REDEFINES BA-ROUTING-NUMBER.
               10  BA-RDFI-ID          PIC 9(8).
               10  BA-CHECK-DIGIT      PIC 9.
           05  BA-ACCOUNT-NUMBER       PIC X(17).
           05  BA-ACCOUNT-TYPE         PIC X.
               88  BA-CHECKING         VALUE "C".
               88  BA-SAVINGS          VALUE "S".
               88  BA-VALID-TYPE       VALUE "C" "S".
           05  BA-PRENOTE-STATUS       PIC X.
               88  BA-PRENOTE-NEEDED   VALUE "N".
               88  BA-PRENOTE-SENT     VALUE "P".
               88  BA-PRENOTE-VERIFIED VALUE "V".
               88  BA-PRENOTE-RETURNED VALUE "R".
           05  BA-PRENOTE-DATE         PIC 9(8).
      *>  Same CURRENT-DATE stamp as CM-LAST-MAINT, with the
      *>  signed-on cobolmnt operator (or "COBOLPAY" when the
      *>  payment run moved the prenote status on).
           05  BA-MAINT-OPERATOR       PIC X(8).
           05  BA-LAST-MAINT           PIC X(26).
           05  FILLER                  PIC X(21).
