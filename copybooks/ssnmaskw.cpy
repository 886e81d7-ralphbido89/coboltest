      *>-----------------------------------------------------------
      *> SSNMASKW.cpy
      *> Working-storage fields for the shared SSNum masking logic
      *> in SSNMASKP.cpy and SSNPARMP.cpy.  Every printed report
      *> and every online screen shows an SSNum as ***-**-nnnn -
      *> the same form the cobolstm statement has always used -
      *> unless the run is entitled to see the whole number:
      *>    batch   the job's PARM carries the word FULLSSN, alone
      *>            or after the program's own PARM and a comma
      *>            (PARM='RESTART,FULLSSN').  Only the security
      *>            administrator's jobs pass it; those reports
      *>            open with the WS-FULL-SSNUM-BANNER line and the
      *>            run says so on SYSOUT.
      *>    online  the signed-on operator is authorization level
      *>            3 (OPSIGNW.cpy).  Level 1 and 2 operators still
      *>            key the full number to look a customer up.
      *> A batch program keeps its PARM in WS-RUN-PARM PIC X(20)
      *> (the coboltstb convention) and PERFORMs
      *> CHECK-FULL-SSNUM-PARM (SSNPARMP.cpy) before acting on it,
      *> which takes the FULLSSN word back off; an online program SETs
      *> WS-SHOW-FULL-SSNUM itself after sign-on.  Then, for each
      *> SSNum shown, it moves the nine characters to
      *> WS-MASK-SSNUM, PERFORMs MASK-SSNUM, and prints or
      *> displays the eleven characters of WS-MASKED-SSNUM.
      *>-----------------------------------------------------------
       01  WS-SSNUM-MASK-SWITCH        PIC X VALUE "N".
           88  WS-SHOW-FULL-SSNUM      VALUE "Y" FALSE "N".
       01  WS-MASK-SSNUM               PIC X(9) VALUE SPACES.
       01  WS-MASKED-SSNUM             PIC X(11) VALUE SPACES.
       01  WS-PARM-WORD-1              PIC X(20) VALUE SPACES.
       01  WS-PARM-WORD-2              PIC X(20) VALUE SPACES.
       01  WS-FULL-SSNUM-BANNER        PIC X(60) VALUE
           "*** FULL SSNUMS - SECURITY ADMINISTRATOR DISTRIBUTION ONLY".
