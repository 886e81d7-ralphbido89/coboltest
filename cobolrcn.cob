      *> prints a report line and sets RETURN-CODE 8 so the
      *> scheduler holds the BENEXTR extract instead of feeding bad
      *> totals downstream.
      *> SSNums print masked (***-**-nnnn) unless the job passes
      *> PARM='FULLSSN' (ssnmaskw.cpy).
      ENVIRONMENT DIVISION.
      INPUT-OUTPUT SECTION.
      FILE-CONTROL.

      COPY "ssneditw.cpy".
      COPY "rcnrpt.cpy".
      01 WS-RUN-PARM                  PIC X(20) VALUE SPACES.
      COPY "ssnmaskw.cpy".

      LINKAGE SECTION.
      *>  Standard z/OS PARM interface - see coboltstb.cob.  The
      *>  only PARM is FULLSSN, which prints the SSNums in full
      *>  instead of masked - see ssnmaskw.cpy.
      01 LS-PARM.
          05 LS-PARM-LEN               PIC S9(4) COMP.
          05 LS-PARM-TEXT              PIC X(20).

      PROCEDURE DIVISION USING LS-PARM.
      000-MAIN.
          IF LS-PARM-LEN > 0
              MOVE SPACES TO WS-RUN-PARM
              MOVE LS-PARM-TEXT(1:LS-PARM-LEN)
                  TO WS-RUN-PARM(1:LS-PARM-LEN)
          END-IF
          PERFORM CHECK-FULL-SSNUM-PARM
          PERFORM 100-OPEN-FILES
          PERFORM 200-READ-MASTER
          PERFORM 300-CHECK-RECORD UNTIL WS-END-OF-FILE
              STOP RUN
          END-IF
          OPEN OUTPUT REPORT-FILE
          IF WS-SHOW-FULL-SSNUM
              WRITE REPORT-RECORD FROM WS-FULL-SSNUM-BANNER
          END-IF
          WRITE REPORT-RECORD FROM RPT-HEADING-LINE
          MOVE SPACES TO REPORT-RECORD
          WRITE REPORT-RECORD
      COPY "ssneditp.cpy".

      400-WRITE-EXCEPTION.
          MOVE CM-SSNUM        TO WS-MASK-SSNUM
          PERFORM MASK-SSNUM
          MOVE WS-MASKED-SSNUM TO RPT-EXC-SSNUM
          WRITE REPORT-RECORD FROM RPT-EXCEPTION-LINE
          ADD 1 TO WS-EXCEPTION-COUNT
          .
          CLOSE CUST-MASTER-FILE
          CLOSE REPORT-FILE
          .

      COPY "ssnparmp.cpy".

      COPY "ssnmaskp.cpy".
