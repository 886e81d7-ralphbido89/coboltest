      *> Record layout for the coboltest batch transaction file
      *> (TRANFILE) read by coboltstb.  The leading transaction
      *> code says what to do with the record: (A)dd a new master
      *> record, (C)hange an existing one, (D)elete it, change
      *> its (M)ailing address block (the TRAN-ADDRESS-RECORD
      *> layout below), or re-(K)ey it to a corrected SSNum (the
      *> TRAN-REKEY-RECORD layout) - so the source systems can send
      *> corrections, deletions, and address changes in bulk
      *> instead of one at a time through cobolmnt.  Num1/Num2 are
      *> signed external (zoned) decimal - a text-file-safe
           05  TA-DATE-OF-BIRTH        PIC X(8).
           05  TA-SOURCE-SYSTEM        PIC X(2).

      *>  Re-key transaction - code (K).  Moves the customer filed
      *>  under a mistyped TK-OLD-SSNUM to the corrected
      *>  TK-NEW-SSNUM, the batch counterpart of the cobolmnt
      *>  re-key option.  TK-USERNAME must match the name on the
      *>  master record, so a second typing error cannot move the
      *>  wrong customer.  The new number sits where TR-NUM1 does
      *>  on an A/C/D record, and everything else lines up with
      *>  TRAN-RECORD, so rejects, checkpoints and dispositions
      *>  treat it like any other record.  A K record carries no
      *>  amounts and adds nothing to the trailer hash, and takes
      *>  effect on arrival whatever its effective date.
       01  TRAN-REKEY-RECORD.
           05  TK-TRAN-CODE            PIC X.
               88  TK-REKEY            VALUE "K".
           05  TK-USERNAME             PIC X(30).
           05  TK-OLD-SSNUM.
               10  TK-OLD-SSAREA       PIC 9(3).
               10  TK-OLD-SSGROUP      PIC 9(2).
               10  TK-OLD-SSSERIAL     PIC 9(4).
           05  TK-NEW-SSNUM.
               10  TK-NEW-SSAREA       PIC 9(3).
               10  TK-NEW-SSGROUP      PIC 9(2).
               10  TK-NEW-SSSERIAL     PIC 9(4).
           05  FILLER                  PIC X(9).
           05  TK-SOURCE-SYSTEM        PIC X(2).
           05  FILLER                  PIC X(8).

      *>  Control trailer - the last record of every TRANFILE (and
      *>  of each file concatenated onto it, such as the COBOLRJR
      *>  recycle file, which carries its own).  The batch adds up
      *>  The source whose records this trailer covers - blank on
      *>  a trailer sealing records that predate the field.
           05  TL-SOURCE-SYSTEM        PIC X(2).
      *>  Where the records this trailer seals came from: blank on
      *>  a feeder's own file, "R" on the COBOLRJR recycle file of
      *>  repaired rejects, "P" on the COBOLREL release of held
      *>  pending items.  coboltstb carries it onto each record's
      *>  disposition so the feeder return file (cobolret) can tell
      *>  tonight's records from earlier ones posting tonight.
           05  TL-FILE-ORIGIN          PIC X.
               88  TL-FROM-FEEDER      VALUE SPACE.
               88  TL-FROM-RECYCLE     VALUE "R".
               88  TL-FROM-RELEASE     VALUE "P".
