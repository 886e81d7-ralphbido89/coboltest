      *>  archive by cobolprg.  Records written before this field
      *>  existed carry spaces here - anything not "I" is treated
      *>  as active.
      *>  "H" is the deceased hold coboldmf sets when the customer
      *>  matches the SSA Death Master File.  It is not a delete:
      *>  the record stays on file (cobolprg never purges it) and
      *>  keeps posting, but it is left out of the benefits
      *>  extract exactly like an inactive one until a level-3
      *>  operator releases it through cobolmnt's reinstate
      *>  option.  CM-NOT-PAYABLE covers both exclusions.
           05  CM-STATUS               PIC X.
               88  CM-ACTIVE           VALUE "A".
               88  CM-INACTIVE         VALUE "I".
               88  CM-DECEASED-HOLD    VALUE "H".
               88  CM-NOT-PAYABLE      VALUE "I" "H".
           05  CM-STATUS-DATE          PIC 9(8).
           05  CM-STATUS-OPERATOR      PIC X(8).
      *>  Stamped with FUNCTION CURRENT-DATE (same format as
