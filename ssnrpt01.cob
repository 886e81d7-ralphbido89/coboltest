      *> area subtotal on each break and a grand total at the end,
      *> followed by the same active population subtotaled by
      *> CM-SOURCE-SYSTEM - the feeder cut of the same figures.
      *> The SSNum column prints masked (***-**-nnnn) unless the
      *> job passes PARM='FULLSSN' (ssnmaskw.cpy).  A masked run
      *> leaves the SSArea column blank as well - the area the
      *> report is broken on prints on its subtotal line.
      ENVIRONMENT DIVISION.
      INPUT-OUTPUT SECTION.
      FILE-CONTROL.
              10 WS-SRC-REC-COUNT     PIC 9(7).
              10 WS-SRC-TOTAL         PIC S9(9)V99 COMP-3.
      COPY "ssnrpt.cpy".
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
          PERFORM 300-PROCESS-RECORD UNTIL WS-END-OF-FILE
      100-OPEN-FILES.
          OPEN INPUT CUST-MASTER-FILE
          OPEN OUTPUT REPORT-FILE
          IF WS-SHOW-FULL-SSNUM
              WRITE REPORT-RECORD FROM WS-FULL-SSNUM-BANNER
          END-IF
          WRITE REPORT-RECORD FROM RPT-HEADING-LINE
          .

      *>  Inactive records are held out of the area break and the
      *>  totals here and reported in their own section afterward,
      *>  so the figures above stay in step with what cobolext
      *>  feeds the benefits system.  Records on the coboldmf
      *>  deceased hold are left out of the extract too, so they
      *>  go with them.
      300-PROCESS-RECORD.
          IF NOT CM-NOT-PAYABLE
              IF NOT WS-RECORDS-EXIST
                  MOVE CM-SSAREA TO WS-PREV-SSAREA
                  SET WS-RECORDS-EXIST TO TRUE
          .

      600-WRITE-DETAIL-LINE.
          IF WS-SHOW-FULL-SSNUM
              MOVE CM-SSAREA TO RPT-SSAREA
          ELSE
              MOVE SPACES    TO RPT-SSAREA
          END-IF
          MOVE CM-SSNUM    TO WS-MASK-SSNUM
          PERFORM MASK-SSNUM
          MOVE WS-MASKED-SSNUM TO RPT-SSNUM
          MOVE CM-USERNAME TO RPT-USERNAME
          MOVE CM-TOTAL    TO RPT-TOTAL
          WRITE REPORT-RECORD FROM RPT-DETAIL-LINE
          .

      760-PROCESS-INACTIVE.
          IF CM-NOT-PAYABLE
              IF WS-INACTIVE-COUNT = ZERO
                  MOVE SPACES TO REPORT-RECORD
                  WRITE REPORT-RECORD
          CLOSE CUST-MASTER-FILE
          CLOSE REPORT-FILE
          .

      COPY "ssnparmp.cpy".

      COPY "ssnmaskp.cpy".
