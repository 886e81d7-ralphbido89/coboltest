      *> SSNums (one wrong at intake, later re-added correctly) no
      *> longer depends on an operator stumbling over both pages
      *> of cobolmnt's name search.  A group holding both an
      *> active record and one that is not paying - inactive, or
      *> on deceased hold - gets the work-this-pair flag - work
      *> the list and deactivate the bad keys before both records
      *> extract to benefits.  SSNums print masked
      *> (***-**-nnnn) unless the job passes PARM='FULLSSN'
      *> (ssnmaskw.cpy); a level-3 operator sees both numbers of
      *> a pair in full on cobolmnt.
      ENVIRONMENT DIVISION.
      INPUT-OUTPUT SECTION.
      FILE-CONTROL.
          88 WS-GROUP-OPEN            VALUE "Y" FALSE "N".
      01 WS-GROUP-ACTIVE-SWITCH       PIC X VALUE "N".
          88 WS-GROUP-HAS-ACTIVE      VALUE "Y" FALSE "N".
      *> Set by any record that is not paying - inactive or on
      *> deceased hold.
      01 WS-GROUP-INACTIVE-SWITCH     PIC X VALUE "N".
          88 WS-GROUP-HAS-INACTIVE    VALUE "Y" FALSE "N".

      01 WS-MIXED-COUNT               PIC 9(7) VALUE ZERO.

      COPY "duprpt.cpy".
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
          PERFORM 150-START-NAME-ORDER
          SORT SORT-WORK-FILE
              STOP RUN
          END-IF
          OPEN OUTPUT REPORT-FILE
          IF WS-SHOW-FULL-SSNUM
              WRITE REPORT-RECORD FROM WS-FULL-SSNUM-BANNER
          END-IF
          WRITE REPORT-RECORD FROM RPT-HEADING-LINE
          WRITE REPORT-RECORD FROM RPT-COLUMN-LINE
          MOVE SPACES TO REPORT-RECORD

      540-WRITE-PREV-DETAIL.
          MOVE WS-PREV-USERNAME    TO RPT-USERNAME
          MOVE WS-PREV-SSNUM   TO WS-MASK-SSNUM
          PERFORM MASK-SSNUM
          MOVE WS-MASKED-SSNUM TO RPT-SSNUM
          MOVE WS-PREV-TOTAL       TO RPT-TOTAL
          EVALUATE WS-PREV-STATUS
              WHEN "I"
                  MOVE "INACTIVE" TO RPT-STATUS
                  SET WS-GROUP-HAS-INACTIVE TO TRUE
              WHEN "H"
                  MOVE "DECEASED HOLD" TO RPT-STATUS
                  SET WS-GROUP-HAS-INACTIVE TO TRUE
              WHEN OTHER
                  MOVE "ACTIVE" TO RPT-STATUS
                  SET WS-GROUP-HAS-ACTIVE TO TRUE
          END-EVALUATE
          WRITE REPORT-RECORD FROM RPT-DETAIL-LINE
          ADD 1 TO WS-LISTED-COUNT
          .

      550-WRITE-CURR-DETAIL.
          MOVE SRT-USERNAME    TO RPT-USERNAME
          MOVE SRT-SSNUM       TO WS-MASK-SSNUM
          PERFORM MASK-SSNUM
          MOVE WS-MASKED-SSNUM TO RPT-SSNUM
          MOVE SRT-TOTAL       TO RPT-TOTAL
          EVALUATE SRT-STATUS
              WHEN "I"
                  MOVE "INACTIVE" TO RPT-STATUS
                  SET WS-GROUP-HAS-INACTIVE TO TRUE
              WHEN "H"
                  MOVE "DECEASED HOLD" TO RPT-STATUS
                  SET WS-GROUP-HAS-INACTIVE TO TRUE
              WHEN OTHER
                  MOVE "ACTIVE" TO RPT-STATUS
                  SET WS-GROUP-HAS-ACTIVE TO TRUE
          END-EVALUATE
          WRITE REPORT-RECORD FROM RPT-DETAIL-LINE
          ADD 1 TO WS-LISTED-COUNT
          .
          CLOSE CUST-MASTER-FILE
          CLOSE REPORT-FILE
          .

      COPY "ssnparmp.cpy".

      COPY "ssnmaskp.cpy".
