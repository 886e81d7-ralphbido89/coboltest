      *>-----------------------------------------------------------
      *> DMFREC.cpy
      *> Record layout for the SSA Death Master File monthly update
      *> (DMFFILE), read by coboldmf.  Column positions are SSA's
      *> public-file format:
      *>      1     change indicator (blank/A add, C change,
      *>            D delete - SSA retracting an earlier entry)
      *>    2- 10   SSN, no dashes
      *>   11- 30   surname
      *>   31- 34   name suffix
      *>   35- 49   given name
      *>   50- 64   middle name
      *>     65     verified/proof code
      *>   66- 73   date of death MMDDCCYY (day or month may be 00)
      *>   74- 81   date of birth MMDDCCYY
      *>   82-100   unused
      *>-----------------------------------------------------------
       01  DMF-RECORD.
           05  DM-CHANGE-CODE          PIC X.
               88  DM-ADD              VALUE " " "A".
               88  DM-CHANGE           VALUE "C".
               88  DM-DELETE           VALUE "D".
           05  DM-SSNUM.
               10  DM-SSAREA           PIC 9(3).
               10  DM-SSGROUP          PIC 9(2).
               10  DM-SSSERIAL         PIC 9(4).
           05  DM-LAST-NAME            PIC X(20).
           05  DM-NAME-SUFFIX          PIC X(4).
           05  DM-FIRST-NAME           PIC X(15).
           05  DM-MIDDLE-NAME          PIC X(15).
           05  DM-VERIFY-CODE          PIC X.
           05  DM-DATE-OF-DEATH.
               10  DM-DOD-MM           PIC 9(2).
               10  DM-DOD-DD           PIC 9(2).
               10  DM-DOD-CCYY         PIC 9(4).
           05  DM-DATE-OF-BIRTH.
               10  DM-DOB-MM           PIC 9(2).
               10  DM-DOB-DD           PIC 9(2).
               10  DM-DOB-CCYY         PIC 9(4).
           05  FILLER                  PIC X(19).
