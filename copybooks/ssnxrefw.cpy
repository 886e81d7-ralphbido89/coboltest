      *>-----------------------------------------------------------
      *> SSNXREFW.cpy
      *> Working-storage fields for the shared SSNum cross-reference
      *> logic in SSNXREFP.cpy.  The program SELECTs SSN-XREF-FILE
      *> (ASSIGN "SSNXREF1", ORGANIZATION LINE SEQUENTIAL, FILE
      *> STATUS WS-SSNXREF-STATUS) with ssnxref.cpy under its FD.
      *> A program that reads items filed under an SSNum PERFORMs
      *> LOAD-SSN-XREF once before it starts; then, for each item,
      *> it moves the item's SSNum to WS-XREF-SSNUM and the date
      *> the item was posted (CCYYMMDD..., the CURRENT-DATE format;
      *> SPACES when the item carries no date) to WS-XREF-AS-OF,
      *> PERFORMs MAP-SSN-XREF, and takes the SSNum the customer
      *> is filed under today back out of WS-XREF-SSNUM.
      *> WS-XREF-WAS-MAPPED says whether it changed.
      *>-----------------------------------------------------------
       01  WS-SSNXREF-STATUS           PIC XX VALUE ZEROS.
       01  WS-XREF-EOF                 PIC X VALUE "N".
           88  WS-XREF-AT-END          VALUE "Y" FALSE "N".
       01  WS-XREF-MAPPED-SW           PIC X VALUE "N".
           88  WS-XREF-WAS-MAPPED      VALUE "Y" FALSE "N".
       01  WS-XREF-SSNUM               PIC X(9) VALUE SPACES.
       01  WS-XREF-AS-OF               PIC X(26) VALUE SPACES.
       01  WS-XREF-MAPPED              PIC 9(7) VALUE ZERO.
       01  WS-XREF-SUB                 PIC 9(4) COMP VALUE ZERO.
       01  WS-XREF-MAX                 PIC 9(4) COMP VALUE 2000.
       01  WS-XREF-TABLE.
           05  WS-XREF-COUNT           PIC 9(4) COMP VALUE ZERO.
           05  WS-XREF-ENTRY OCCURS 2000 TIMES.
               10  WS-XREF-OLD         PIC X(9).
               10  WS-XREF-NEW         PIC X(9).
               10  WS-XREF-STAMP       PIC X(26).
