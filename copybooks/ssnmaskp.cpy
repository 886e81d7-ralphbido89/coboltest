      *>-----------------------------------------------------------
      *> SSNMASKP.cpy
      *> Shared SSNum masking paragraph.  COPY this into the
      *> PROCEDURE DIVISION of every program that prints or
      *> displays an SSNum - a batch program COPYs SSNPARMP.cpy
      *> as well.  Requires SSNMASKW.cpy in WORKING-STORAGE - see
      *> the notes there.
      *>-----------------------------------------------------------
       MASK-SSNUM.
           IF WS-SHOW-FULL-SSNUM
               STRING WS-MASK-SSNUM(1:3) "-"
                      WS-MASK-SSNUM(4:2) "-"
                      WS-MASK-SSNUM(6:4)
                   DELIMITED BY SIZE INTO WS-MASKED-SSNUM
               END-STRING
           ELSE
               STRING "***-**-" WS-MASK-SSNUM(6:4)
                   DELIMITED BY SIZE INTO WS-MASKED-SSNUM
               END-STRING
           END-IF
           .
