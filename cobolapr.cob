       >>SOURCE FORMAT FREE
      IDENTIFICATION DIVISION.
      PROGRAM-ID. cobolapr.
      AUTHOR. Ralph Bido.
      DATE-WRITTEN.October 15 2026
      *> Daily correction-approval report.  Reads the APPROVE1
      *> pending-approval file that cobolmnt queues large Num1/Num2
      *> corrections to (corrappr.cpy) and prints APPRPT01 in two
      *> sections: the corrections still waiting for a second,
      *> level-3 operator's decision, and the ones declined since
      *> the last report - each line showing the Total as it stood
      *> and as keyed, who keyed it and when, and who decided it.
      *> Approved corrections are already on CUSTMAS and AUDITLOG
      *> and are only counted.
      *>
      *> Once reported, a decided correction is retired: only the
      *> still-waiting ones are carried forward (through the
      *> APPRWK01 work file) and written back over APPROVE1 - the
      *> same convention as cobolrjr's REJECT01 rewrite - so each
      *> decline is reported exactly once and the file stays the
      *> size of the open work.  Anything still waiting ends the
      *> step with RETURN-CODE 8 so it is chased up that morning.
      *> SSNums print masked (***-**-nnnn) unless the job passes
      *> PARM='FULLSSN' (ssnmaskw.cpy).
      ENVIRONMENT DIVISION.
      INPUT-OUTPUT SECTION.
      FILE-CONTROL.
          SELECT APPROVAL-FILE ASSIGN TO "APPROVE1"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-APPROVE-STATUS.

          SELECT APPROVAL-WORK-FILE ASSIGN TO "APPRWK01"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-APPRWK-STATUS.

          SELECT REPORT-FILE ASSIGN TO "APPRPT01"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REPORT-STATUS.

      DATA DIVISION.
      FILE SECTION.
      FD  APPROVAL-FILE.
      COPY "corrappr.cpy".

      FD  APPROVAL-WORK-FILE.
      *>  Byte image of CORRECTION-APPROVAL-RECORD (corrappr.cpy) -
      *>  the still-waiting corrections carried forward.
      01  APPROVAL-WORK-RECORD        PIC X(164).

      FD  REPORT-FILE.
      01  REPORT-RECORD               PIC X(132).

      WORKING-STORAGE SECTION.
      01 WS-APPROVE-STATUS            PIC XX VALUE ZEROS.
      01 WS-APPRWK-STATUS             PIC XX VALUE ZEROS.
      01 WS-REPORT-STATUS             PIC XX VALUE ZEROS.
      01 WS-EOF-SWITCH                PIC X VALUE "N".
          88 WS-END-OF-FILE           VALUE "Y" FALSE "N".
      01 WS-APPRWK-EOF-SWITCH         PIC X VALUE "N".
          88 WS-APPRWK-END-OF-FILE    VALUE "Y" FALSE "N".
      01 WS-APPROVE-OPEN-SWITCH       PIC X VALUE "N".
          88 WS-APPROVE-FILE-OPEN     VALUE "Y" FALSE "N".
      01 WS-TODAY-DATE                PIC 9(8) VALUE ZERO.
      01 WS-WAITING-COUNT             PIC 9(7) VALUE ZERO.
      01 WS-APPROVED-COUNT            PIC 9(7) VALUE ZERO.
      01 WS-DECLINED-COUNT            PIC 9(7) VALUE ZERO.

      COPY "apprrpt.cpy".
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
          MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
          PERFORM 100-OPEN-FILES
          PERFORM 300-REPORT-WAITING
          PERFORM 400-REPORT-DECLINED
          PERFORM 700-WRITE-TOTALS
          PERFORM 900-CLOSE-FILES
          DISPLAY WS-WAITING-COUNT " correction(s) waiting, "
              WS-APPROVED-COUNT " approved, " WS-DECLINED-COUNT
              " declined."
          IF WS-WAITING-COUNT > ZERO
              MOVE 8 TO RETURN-CODE
          END-IF
          STOP RUN
          .

      *>  No APPROVE1 yet simply means nothing has ever been queued
      *>  - an empty report, not a failure.
      100-OPEN-FILES.
          OPEN OUTPUT REPORT-FILE
          IF WS-SHOW-FULL-SSNUM
              WRITE REPORT-RECORD FROM WS-FULL-SSNUM-BANNER
          END-IF
          MOVE WS-TODAY-DATE TO RPT-RUN-DATE
          WRITE REPORT-RECORD FROM RPT-HEADING-LINE
          OPEN OUTPUT APPROVAL-WORK-FILE
          OPEN INPUT APPROVAL-FILE
          IF WS-APPROVE-STATUS NOT = "00"
              DISPLAY "No approval file found - nothing has been "
                  "queued for approval."
              SET WS-END-OF-FILE TO TRUE
          ELSE
              SET WS-APPROVE-FILE-OPEN TO TRUE
          END-IF
          .

      200-READ-APPROVAL.
          READ APPROVAL-FILE
              AT END
                  SET WS-END-OF-FILE TO TRUE
          END-READ
          .

      300-REPORT-WAITING.
          MOVE SPACES TO REPORT-RECORD
          WRITE REPORT-RECORD
          MOVE "CORRECTIONS WAITING FOR SECOND-OPERATOR APPROVAL"
              TO RPT-SECTION-TEXT
          WRITE REPORT-RECORD FROM RPT-SECTION-LINE
          WRITE REPORT-RECORD FROM RPT-COLUMN-LINE
          IF NOT WS-END-OF-FILE
              PERFORM 200-READ-APPROVAL
              PERFORM 310-PROCESS-WAITING UNTIL WS-END-OF-FILE
          END-IF
          .

      *>  First pass lists and carries the waiting items and counts
      *>  the approved ones; declines print in their own section on
      *>  the second pass.
      310-PROCESS-WAITING.
          EVALUATE TRUE
              WHEN CA-WAITING
                  ADD 1 TO WS-WAITING-COUNT
                  PERFORM 600-WRITE-DETAIL-LINE
                  WRITE APPROVAL-WORK-RECORD
                      FROM CORRECTION-APPROVAL-RECORD
              WHEN CA-APPROVED
                  ADD 1 TO WS-APPROVED-COUNT
              WHEN OTHER
                  CONTINUE
          END-EVALUATE
          PERFORM 200-READ-APPROVAL
          .

      *>  Second pass over APPROVE1 for the declined section - the
      *>  file only ever holds a day or so of work, so a rewind is
      *>  simpler than tabling the declines through the first pass.
      400-REPORT-DECLINED.
          MOVE SPACES TO REPORT-RECORD
          WRITE REPORT-RECORD
          MOVE "CORRECTIONS DECLINED SINCE THE LAST REPORT"
              TO RPT-SECTION-TEXT
          WRITE REPORT-RECORD FROM RPT-SECTION-LINE
          WRITE REPORT-RECORD FROM RPT-COLUMN-LINE
          IF WS-APPROVE-FILE-OPEN
              CLOSE APPROVAL-FILE
              OPEN INPUT APPROVAL-FILE
              SET WS-END-OF-FILE TO FALSE
              PERFORM 200-READ-APPROVAL
              PERFORM 410-PROCESS-DECLINED UNTIL WS-END-OF-FILE
          END-IF
          .

      410-PROCESS-DECLINED.
          IF CA-DECLINED
              ADD 1 TO WS-DECLINED-COUNT
              PERFORM 600-WRITE-DETAIL-LINE
          END-IF
          PERFORM 200-READ-APPROVAL
          .

      600-WRITE-DETAIL-LINE.
          MOVE CA-SSNUM        TO WS-MASK-SSNUM
          PERFORM MASK-SSNUM
          MOVE WS-MASKED-SSNUM TO RPT-SSNUM
          MOVE CA-USERNAME   TO RPT-USERNAME
          MOVE CA-OLD-TOTAL  TO RPT-OLD-TOTAL
          MOVE CA-NEW-TOTAL  TO RPT-NEW-TOTAL
          MOVE CA-KEYED-BY   TO RPT-KEYED-BY
          MOVE CA-KEYED-TIMESTAMP(1:8)   TO RPT-KEYED-ON
          MOVE CA-DECIDED-BY TO RPT-DECIDED-BY
          MOVE CA-DECIDED-TIMESTAMP(1:8) TO RPT-DECIDED-ON
          WRITE REPORT-RECORD FROM RPT-DETAIL-LINE
          .

      700-WRITE-TOTALS.
          MOVE SPACES TO REPORT-RECORD
          WRITE REPORT-RECORD
          MOVE WS-WAITING-COUNT  TO RPT-WAITING-COUNT
          MOVE WS-APPROVED-COUNT TO RPT-APPROVED-COUNT
          MOVE WS-DECLINED-COUNT TO RPT-DECLINED-COUNT
          WRITE REPORT-RECORD FROM RPT-TOTALS-LINE
          .

      900-CLOSE-FILES.
          CLOSE REPORT-FILE
          CLOSE APPROVAL-WORK-FILE
          IF WS-APPROVE-FILE-OPEN
              CLOSE APPROVAL-FILE
              PERFORM 910-REWRITE-APPROVAL-FILE
          END-IF
          .

      *>  The carry-forward replaces APPROVE1 only after the report
      *>  is complete, so an abended run leaves the file as it was.
      910-REWRITE-APPROVAL-FILE.
          OPEN INPUT APPROVAL-WORK-FILE
          OPEN OUTPUT APPROVAL-FILE
          PERFORM 920-COPY-APPROVAL-WORK
              UNTIL WS-APPRWK-END-OF-FILE
          CLOSE APPROVAL-WORK-FILE
          CLOSE APPROVAL-FILE
          .

      920-COPY-APPROVAL-WORK.
          READ APPROVAL-WORK-FILE
              AT END
                  SET WS-APPRWK-END-OF-FILE TO TRUE
              NOT AT END
                  WRITE CORRECTION-APPROVAL-RECORD
                      FROM APPROVAL-WORK-RECORD
          END-READ
          .

      COPY "ssnparmp.cpy".

      COPY "ssnmaskp.cpy".
