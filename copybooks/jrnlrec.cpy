      *>-----------------------------------------------------------
      *> JRNLREC.cpy
      *> Record layout for the CUSTMAS change journal (CUSTJRNL).
      *> One record is appended for every write, rewrite or delete
      *> of a customer master record, by every program that
      *> updates the master, carrying the whole record as it
      *> stood before the change and as it was written.  Together
      *> with the last IDCAMS backup of CUSTMAS it is what
      *> cobolrcv rolls forward to rebuild a damaged master - see
      *> jcl/custmas_backup.jcl and jcl/cobolrcv.jcl.
      *>
      *> ORGANIZATION SEQUENTIAL (RECORD CONTAINS 441), not LINE
      *> SEQUENTIAL: the two images carry CUSTMAS's packed
      *> amounts byte for byte, and packed bytes would corrupt
      *> text record boundaries.
      *>-----------------------------------------------------------
       01  JOURNAL-RECORD.
      *>  FUNCTION CURRENT-DATE when the change was made - same
      *>  format as AL-TIMESTAMP and CM-LAST-MAINT.  Recovery
      *>  compares the first 14 bytes (CCYYMMDDHHMMSS) against
      *>  the point in time being recovered to.
           05  JR-TIMESTAMP            PIC X(26).
           05  JR-TRAN-TYPE            PIC X.
               88  JR-ADD              VALUE "A".
               88  JR-CHANGE           VALUE "C".
               88  JR-DELETE           VALUE "D".
               88  JR-ADDRESS          VALUE "M".
               88  JR-REINSTATE        VALUE "R".
               88  JR-RATE             VALUE "T".
               88  JR-DECEASED-HOLD    VALUE "H".
               88  JR-PURGE            VALUE "P".
               88  JR-REKEY            VALUE "K".
      *>  The program that made the change, and the verified
      *>  operator id for an online program or the program's own
      *>  name for a batch job (the same value it stamps on
      *>  CM-STATUS-OPERATOR).
           05  JR-PROGRAM              PIC X(8).
           05  JR-OPERATOR             PIC X(8).
      *>  Spaces before an add; spaces after a purge (the record
      *>  left the master for ARCHIVE1).  A re-key's before image
      *>  carries the old SSNum and its after image the new one.
           05  JR-BEFORE-IMAGE         PIC X(198).
           05  JR-AFTER-IMAGE          PIC X(198).
           05  FILLER                  PIC X(2).
