      *> holds on every record and the nightly certificate stays
      *> clean.  Each adjusted record posts to AUDITLOG exactly
      *> like a coboltstb change and prints a before/after line on
      *> the RTARPT01 register, and journals its before and after
      *> image to CUSTJRNL (jrnlrec.cpy) for forward recovery -
      *> replacing the spreadsheet of hand-generated C
      *> transactions, the hand-built trailers, and the evening
      *> of checking.
      *>
      *> A parameter whose effective date is still in the future
      *> refuses the run (RC 12) - the adjustment may not post
      *> RTACTL01 control file refuses too (RC 16), so a
      *> resubmitted job cannot compound the same percentage a
      *> second time.  Inactive records are left alone, the same
      *> population rule as the benefits extract.  SSNums print
      *> masked (***-**-nnnn) unless the job passes PARM='FULLSSN'
      *> (ssnmaskw.cpy).
      ENVIRONMENT DIVISION.
      INPUT-OUTPUT SECTION.
      FILE-CONTROL.
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RTACTL-STATUS.

          SELECT JOURNAL-FILE ASSIGN TO "CUSTJRNL"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-JOURNAL-STATUS.

      DATA DIVISION.
      FILE SECTION.
      FD  RATE-PARAMETER-FILE.
      FD  RATE-CONTROL-FILE.
      COPY "rtactl.cpy".

      FD  JOURNAL-FILE
          RECORD CONTAINS 441 CHARACTERS.
      COPY "jrnlrec.cpy".

      WORKING-STORAGE SECTION.
      01 WS-RATEPARM-STATUS           PIC XX VALUE ZEROS.
      01 WS-CUSTMAS-STATUS            PIC XX VALUE ZEROS.
      01 WS-NEW-GRAND-TOTAL           PIC S9(12)V99 COMP-3 VALUE ZERO.

      COPY "rtarpt.cpy".
      COPY "jrnlw.cpy".
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
          PERFORM 100-LOAD-RATE-PARAMETER
          PERFORM 150-OPEN-FILES
          PERFORM 200-READ-MASTER
          IF WS-AUDITLOG-STATUS = "35"
              OPEN OUTPUT AUDIT-LOG-FILE
          END-IF
          MOVE "COBOLRTA" TO WS-JRNL-PROGRAM
          MOVE "COBOLRTA" TO WS-JRNL-OPERATOR
          MOVE "T" TO WS-JRNL-TYPE
          PERFORM OPEN-JOURNAL-FILE
          OPEN OUTPUT REPORT-FILE
          IF WS-SHOW-FULL-SSNUM
              WRITE REPORT-RECORD FROM WS-FULL-SSNUM-BANNER
          END-IF
          MOVE RP-EFFECTIVE-DATE TO RPT-EFFECTIVE-DATE
          MOVE WS-ADJUST-PCT     TO RPT-ADJUST-PCT
          WRITE REPORT-RECORD FROM RPT-HEADING-LINE
      *>  itself could round the other way and break the
      *>  CM-TOTAL = CM-NUM1 + CM-NUM2 rule cobolrcn certifies.
      400-APPLY-RATE.
          MOVE CUST-MASTER-RECORD TO WS-BEFORE-IMAGE
          MOVE CM-NUM1  TO WS-OLD-NUM1
          MOVE CM-NUM2  TO WS-OLD-NUM2
          MOVE CM-TOTAL TO WS-OLD-TOTAL
              CM-NUM2 * (100 + WS-ADJUST-PCT) / 100
          COMPUTE CM-TOTAL = CM-NUM1 + CM-NUM2
          MOVE FUNCTION CURRENT-DATE TO CM-LAST-MAINT
          MOVE CM-SSNUM TO WS-MASK-SSNUM
          PERFORM MASK-SSNUM
          REWRITE CUST-MASTER-RECORD
              INVALID KEY
                  DISPLAY "Unable to update record "
                      WS-MASKED-SSNUM
                      ", status " WS-CUSTMAS-STATUS
          END-REWRITE
          IF WS-CUSTMAS-STATUS = "00"
              ADD WS-OLD-TOTAL TO WS-OLD-GRAND-TOTAL
              ADD CM-TOTAL     TO WS-NEW-GRAND-TOTAL
              PERFORM 800-WRITE-AUDIT-LOG
              PERFORM WRITE-JOURNAL-RECORD
              PERFORM 600-WRITE-REGISTER-LINE
          ELSE
              ADD 1 TO WS-FAILED-COUNT
          .

      600-WRITE-REGISTER-LINE.
          MOVE CM-SSNUM        TO WS-MASK-SSNUM
          PERFORM MASK-SSNUM
          MOVE WS-MASKED-SSNUM TO RPT-SSNUM
          MOVE WS-OLD-NUM1  TO RPT-OLD-NUM1
          MOVE WS-OLD-NUM2  TO RPT-OLD-NUM2
          MOVE WS-OLD-TOTAL TO RPT-OLD-TOTAL
          WRITE AUDIT-LOG-RECORD
          .

      COPY "jrnlp.cpy".

      700-WRITE-TOTALS.
          MOVE SPACES TO REPORT-RECORD
          WRITE REPORT-RECORD
          CLOSE CUST-MASTER-FILE
          CLOSE AUDIT-LOG-FILE
          CLOSE REPORT-FILE
          CLOSE JOURNAL-FILE
          .

      COPY "ssnparmp.cpy".

      COPY "ssnmaskp.cpy".
