           05  FILLER                  PIC X(8)  VALUE "DAYS".

       01  RPT-EXCEPTION-LINE.
      *>  Masked unless the run asked for SSNums in full
      *>  (ssnmaskw.cpy).
           05  RPT-EXC-SSNUM           PIC X(11).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RPT-EXC-TEXT            PIC X(30).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(16) VALUE
               "  CARRIED FWD:".
           05  RPT-SUSP-OUT-COUNT      PIC Z,ZZZ,ZZ9.
      *>  Open items carried under a re-keyed customer's corrected
      *>  SSNum (SSNXREF1).
           05  FILLER                  PIC X(16) VALUE
               "  RE-KEYED:".
           05  RPT-SUSP-REKEY-COUNT    PIC Z,ZZZ,ZZ9.

       01  RPT-AGING-LINE.
           05  FILLER                  PIC X(21) VALUE
