      *>    1- 9  SSNum, no dashes
      *>   10-39  UserName
      *>   40-49  Total, signed zoned decimal, 2 decimal places
      *>
      *> A customer moved to a corrected SSNum is announced with a
      *> re-key notice ahead of the data records, so the benefits
      *> system can move its own record before the new number's
      *> data record loads.  The notice is told apart from a data
      *> record by the marker in the name columns:
      *>    1- 9  New (corrected) SSNum
      *>   10-21  "*SSN-REKEY* "
      *>   22-30  Old SSNum the customer was filed under
      *>   31-49  Spaces
      *>-----------------------------------------------------------
       01  BENEFITS-EXTRACT-RECORD.
           05  BX-SSNUM                PIC 9(9).
           05  BX-USERNAME             PIC X(30).
           05  BX-TOTAL                PIC S9(8)V99.

       01  BENEFITS-REKEY-NOTICE.
           05  BN-NEW-SSNUM            PIC 9(9).
           05  BN-NOTICE-MARK          PIC X(12).
               88  BN-REKEY-NOTICE     VALUE "*SSN-REKEY* ".
           05  BN-OLD-SSNUM            PIC 9(9).
           05  FILLER                  PIC X(19).
