      *> open period (per AUDPCTL1) and no AUDHIST was supplied,
      *> a warning prints instead of the report silently coming
      *> back empty.
      *>
      *> A posting made under a customer's old SSNum before they
      *> were re-keyed to a corrected one (SSNXREF1, ssnxref.cpy)
      *> is selected and printed under the new number, so asking
      *> for the customer's current SSNum brings back their whole
      *> history.
      *>
      *> The report goes to general SYSOUT, so SSNums - the
      *> selection criterion included - print masked (***-**-nnnn)
      *> unless the job passes PARM='FULLSSN' (ssnmaskw.cpy).  The
      *> SSNum to select is still keyed in full on SYSIN.
      ENVIRONMENT DIVISION.
      INPUT-OUTPUT SECTION.
      FILE-CONTROL.

          SELECT SORT-WORK-FILE ASSIGN TO "SORTWK01".

          SELECT SSN-XREF-FILE ASSIGN TO "SSNXREF1"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SSNXREF-STATUS.

      DATA DIVISION.
      FILE SECTION.
      FD  AUDIT-LOG-FILE.
      SD  SORT-WORK-FILE.
      COPY "sortaud.cpy".

      FD  SSN-XREF-FILE.
      COPY "ssnxref.cpy".

      WORKING-STORAGE SECTION.
      01 WS-AUDITLOG-STATUS           PIC XX VALUE ZEROS.
      01 WS-AUDHIST-STATUS            PIC XX VALUE ZEROS.
      01 WS-RUN-COUNT                 PIC 9(7) VALUE ZERO.

      COPY "audrpt.cpy".
      COPY "ssnxrefw.cpy".
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
          PERFORM 100-GET-CRITERIA
          PERFORM 150-OPEN-REPORT
          PERFORM LOAD-SSN-XREF
          SORT SORT-WORK-FILE
              ON ASCENDING KEY SRT-SSNUM
              ON ASCENDING KEY SRT-TIMESTAMP

      150-OPEN-REPORT.
          OPEN OUTPUT REPORT-FILE
          IF WS-SHOW-FULL-SSNUM
              WRITE REPORT-RECORD FROM WS-FULL-SSNUM-BANNER
          END-IF
          IF WS-SELECT-ALL
              MOVE "ALL SSNUMS" TO RPT-CRIT-SSNUM
          ELSE
              MOVE WS-SELECT-SSNUM TO WS-MASK-SSNUM
              PERFORM MASK-SSNUM
              MOVE WS-MASKED-SSNUM TO RPT-CRIT-SSNUM
          END-IF
          MOVE WS-FROM-DATE TO RPT-CRIT-FROM
          MOVE WS-THRU-DATE TO RPT-CRIT-THRU
      *>  before the from date are kept so 500-PRINT-HISTORY can
      *>  carry the opening Total forward - they are never printed.
      *>  Tested and released from the sort record area so the live
      *>  log and the history file share one selection - tested
      *>  under the customer's current SSNum.
      320-RELEASE-AUDIT.
          MOVE SRT-SSNUM     TO WS-XREF-SSNUM
          MOVE SRT-TIMESTAMP TO WS-XREF-AS-OF
          PERFORM MAP-SSN-XREF
          MOVE WS-XREF-SSNUM TO SRT-SSNUM
          IF (WS-SELECT-ALL OR SRT-SSNUM = WS-SELECT-SSNUM)
             AND SRT-TIMESTAMP(1:8) <= WS-THRU-DATE
              RELEASE SORT-AUDIT-RECORD
          .

      530-START-SSNUM-GROUP.
          MOVE SRT-SSNUM    TO WS-MASK-SSNUM
          PERFORM MASK-SSNUM
          MOVE WS-MASKED-SSNUM TO RPT-GRP-SSNUM
          WRITE REPORT-RECORD FROM RPT-SSNUM-LINE
          WRITE REPORT-RECORD FROM RPT-HEADING-LINE
          SET WS-GROUP-STARTED TO TRUE
          MOVE WS-RUN-COUNT TO RPT-RUN-COUNT
          WRITE REPORT-RECORD FROM RPT-RUN-TOTAL-LINE
          .

      COPY "ssnxrefp.cpy".

      COPY "ssnparmp.cpy".

      COPY "ssnmaskp.cpy".
