      *>-----------------------------------------------------------
      *> CORRAPPR.cpy
      *> Record layout for the correction-approval file (APPROVE1).
      *> A cobolmnt Num1/Num2 correction that would move CM-TOTAL
      *> by more than the approval limit is not applied when keyed:
      *> it is written here as waiting, with the amounts as they
      *> stood and as keyed, and only touches CUSTMAS and AUDITLOG
      *> once a second, level-3 operator approves it through
      *> cobolmnt's approval option.  The deciding operator and
      *> time are stamped on the record either way; cobolapr
      *> reports the waiting and declined items daily and retires
      *> the decided ones.  Amounts are zoned, like AUDITLOG, so
      *> the file stays readable line sequential.
      *>-----------------------------------------------------------
       01  CORRECTION-APPROVAL-RECORD.
           05  CA-STATUS               PIC X.
               88  CA-WAITING          VALUE "W".
               88  CA-APPROVED         VALUE "A".
               88  CA-DECLINED         VALUE "D".
           05  CA-SSNUM.
               10  CA-SSAREA           PIC 9(3).
               10  CA-SSGROUP          PIC 9(2).
               10  CA-SSSERIAL         PIC 9(4).
           05  CA-USERNAME             PIC X(30).
      *>  Master amounts when the correction was keyed - approval
      *>  is refused if the record has moved on since.
           05  CA-OLD-NUM1             PIC S9(7)V99.
           05  CA-OLD-NUM2             PIC S9(7)V99.
           05  CA-OLD-TOTAL            PIC S9(8)V99.
           05  CA-NEW-NUM1             PIC S9(7)V99.
           05  CA-NEW-NUM2             PIC S9(7)V99.
           05  CA-NEW-TOTAL            PIC S9(8)V99.
           05  CA-KEYED-BY             PIC X(8).
           05  CA-KEYED-TIMESTAMP      PIC X(26).
      *>  Spaces until the correction is approved or declined.
           05  CA-DECIDED-BY           PIC X(8).
           05  CA-DECIDED-TIMESTAMP    PIC X(26).
