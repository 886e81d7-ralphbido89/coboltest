      *>-----------------------------------------------------------
      *> SSNXREF.cpy
      *> Record layout for the permanent SSNum cross-reference
      *> (SSNXREF1).  One record is appended every time a customer
      *> is moved from a mistyped SSNum to the corrected one - by
      *> the cobolmnt re-key option or a (K) transaction through
      *> coboltstb - and the file is never rewritten or emptied.
      *> It is the link between the two numbers: the programs that
      *> read history, held items and open items filed under the
      *> old number (cobolstm, audrpt01, coboltax, cobolrel,
      *> cobolack, cobolarc) load it through SSNXREFP.cpy and carry
      *> those items across to the current number, and cobolext
      *> sends the benefits system a re-key notice from it.
      *>
      *> LINE SEQUENTIAL - display fields only.  Records are in the
      *> order the re-keys were made, so a customer re-keyed twice
      *> (A to B, then B to C) resolves from A straight to C in one
      *> pass of the file.
      *>-----------------------------------------------------------
       01  SSN-XREF-RECORD.
           05  XR-OLD-SSNUM.
               10  XR-OLD-SSAREA       PIC 9(3).
               10  XR-OLD-SSGROUP      PIC 9(2).
               10  XR-OLD-SSSERIAL     PIC 9(4).
           05  XR-NEW-SSNUM.
               10  XR-NEW-SSAREA       PIC 9(3).
               10  XR-NEW-SSGROUP      PIC 9(2).
               10  XR-NEW-SSSERIAL     PIC 9(4).
      *>  FUNCTION CURRENT-DATE when the record moved - the same
      *>  value stamped on the new record's CM-LAST-MAINT.  Postings
      *>  under the old number dated before it belong to this
      *>  customer; anything dated after it belongs to whoever
      *>  holds the old number now.
           05  XR-REKEY-STAMP          PIC X(26).
      *>  The program that made the change, and the verified
      *>  operator id online or the program's own name in batch
      *>  (as on JR-OPERATOR).
           05  XR-PROGRAM              PIC X(8).
           05  XR-OPERATOR             PIC X(8).
      *>  TR-SOURCE-SYSTEM of a batch re-key; spaces online.
           05  XR-SOURCE-SYSTEM        PIC X(2).
           05  XR-USERNAME             PIC X(30).
