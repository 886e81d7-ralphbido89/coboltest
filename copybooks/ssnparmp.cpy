      *>-----------------------------------------------------------
      *> SSNPARMP.cpy
      *> Shared full-SSNum PARM check for the batch reports.  COPY
      *> this into the PROCEDURE DIVISION alongside SSNMASKP.cpy
      *> and PERFORM CHECK-FULL-SSNUM-PARM once the job's PARM is
      *> in WS-RUN-PARM PIC X(20), before acting on it - FULLSSN
      *> sets WS-SHOW-FULL-SSNUM and comes back off, leaving the
      *> program's own PARM (if any) as it would have been.
      *> Requires SSNMASKW.cpy in WORKING-STORAGE.
      *>-----------------------------------------------------------
       CHECK-FULL-SSNUM-PARM.
           MOVE SPACES TO WS-PARM-WORD-1
           MOVE SPACES TO WS-PARM-WORD-2
           UNSTRING WS-RUN-PARM DELIMITED BY ","
               INTO WS-PARM-WORD-1 WS-PARM-WORD-2
           END-UNSTRING
           EVALUATE TRUE
               WHEN WS-PARM-WORD-1 = "FULLSSN" OR "fullssn"
                   SET WS-SHOW-FULL-SSNUM TO TRUE
                   MOVE WS-PARM-WORD-2 TO WS-RUN-PARM
               WHEN WS-PARM-WORD-2 = "FULLSSN" OR "fullssn"
                   SET WS-SHOW-FULL-SSNUM TO TRUE
                   MOVE WS-PARM-WORD-1 TO WS-RUN-PARM
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-SHOW-FULL-SSNUM
               DISPLAY "FULL SSNUMS REQUESTED BY PARM - REPORTS "
                   "ARE FOR THE SECURITY ADMINISTRATOR ONLY."
           END-IF
           .
