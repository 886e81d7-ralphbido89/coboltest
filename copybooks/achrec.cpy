      *>-----------------------------------------------------------
      *> ACHREC.cpy
      *> NACHA record layouts for the ACH credit file (ACHFILE)
      *> built by cobolpay.  Every record is 94 bytes, blocked
      *> ten to a block; each layout is built here in
      *> WORKING-STORAGE and written FROM it.  Amounts are whole
      *> cents with no sign or decimal point, as the format
      *> requires.
      *>    1  file header
      *>    5  batch header   (PPD, service class 220 - credits)
      *>    6  entry detail   (22/32 credit, 23/33 prenote)
      *>    8  batch control
      *>    9  file control, then all-nines block filler
      *>-----------------------------------------------------------
       01  ACH-FILE-HEADER.
           05  FILLER                  PIC X VALUE "1".
           05  FILLER                  PIC X(2) VALUE "01".
           05  FILLER                  PIC X VALUE SPACE.
           05  AH-DEST-ROUTING         PIC 9(9).
           05  AH-ORIGIN-ID            PIC X(10).
           05  AH-CREATION-DATE        PIC 9(6).
           05  AH-CREATION-TIME        PIC 9(4).
           05  AH-FILE-ID-MODIFIER     PIC X VALUE "A".
           05  FILLER                  PIC X(3) VALUE "094".
           05  FILLER                  PIC X(2) VALUE "10".
           05  FILLER                  PIC X VALUE "1".
           05  AH-DEST-NAME            PIC X(23).
           05  AH-ORIGIN-NAME          PIC X(23).
           05  AH-REFERENCE-CODE       PIC X(8) VALUE SPACES.

       01  ACH-BATCH-HEADER.
           05  FILLER                  PIC X VALUE "5".
           05  FILLER                  PIC X(3) VALUE "220".
           05  BH-COMPANY-NAME         PIC X(16).
           05  BH-DISCRETIONARY        PIC X(20) VALUE SPACES.
           05  BH-COMPANY-ID           PIC X(10).
           05  FILLER                  PIC X(3) VALUE "PPD".
           05  BH-ENTRY-DESC           PIC X(10).
           05  BH-DESCRIPTIVE-DATE     PIC X(6) VALUE SPACES.
           05  BH-EFFECTIVE-DATE       PIC 9(6).
           05  BH-SETTLEMENT-DATE      PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X VALUE "1".
           05  BH-ODFI-ID              PIC 9(8).
           05  BH-BATCH-NUMBER         PIC 9(7).

       01  ACH-ENTRY-DETAIL.
           05  FILLER                  PIC X VALUE "6".
           05  ED-TRANSACTION-CODE     PIC 9(2).
               88  ED-CHECKING-CREDIT  VALUE 22.
               88  ED-CHECKING-PRENOTE VALUE 23.
               88  ED-SAVINGS-CREDIT   VALUE 32.
               88  ED-SAVINGS-PRENOTE  VALUE 33.
               88  ED-PRENOTE          VALUE 23 33.
           05  ED-RDFI-ID              PIC 9(8).
           05  ED-CHECK-DIGIT          PIC 9.
           05  ED-ACCOUNT-NUMBER       PIC X(17).
           05  ED-AMOUNT               PIC 9(8)V99.
           05  ED-INDIVIDUAL-ID        PIC X(15).
           05  ED-INDIVIDUAL-NAME      PIC X(22).
           05  ED-DISCRETIONARY        PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X VALUE "0".
           05  ED-TRACE-NUMBER.
               10  ED-TRACE-ODFI       PIC 9(8).
               10  ED-TRACE-SEQUENCE   PIC 9(7).

       01  ACH-BATCH-CONTROL.
           05  FILLER                  PIC X VALUE "8".
           05  FILLER                  PIC X(3) VALUE "220".
           05  BC-ENTRY-COUNT          PIC 9(6).
           05  BC-ENTRY-HASH           PIC 9(10).
           05  BC-DEBIT-TOTAL          PIC 9(10)V99.
           05  BC-CREDIT-TOTAL         PIC 9(10)V99.
           05  BC-COMPANY-ID           PIC X(10).
           05  FILLER                  PIC X(19) VALUE SPACES.
           05  FILLER                  PIC X(6) VALUE SPACES.
           05  BC-ODFI-ID              PIC 9(8).
           05  BC-BATCH-NUMBER         PIC 9(7).

       01  ACH-FILE-CONTROL.
           05  FILLER                  PIC X VALUE "9".
           05  FC-BATCH-COUNT          PIC 9(6).
           05  FC-BLOCK-COUNT          PIC 9(6).
           05  FC-ENTRY-COUNT          PIC 9(8).
           05  FC-ENTRY-HASH           PIC 9(10).
           05  FC-DEBIT-TOTAL          PIC 9(10)V99.
           05  FC-CREDIT-TOTAL         PIC 9(10)V99.
           05  FILLER                  PIC X(39) VALUE SPACES.

       01  ACH-BLOCK-FILLER            PIC X(94) VALUE ALL "9".
