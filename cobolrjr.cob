      *> logic in opsignp.cpy): repair needs authorization level 2
      *> and a permanent discard level 3, and the verified id is
      *> printed on the disposition report, so the auditors see
      *> who worked each reject.  Only a level-3 operator sees
      *> the SSNum in full on screen - below that it shows as
      *> ***-**-nnnn (ssnmaskw.cpy), though a corrected SSNum is
      *> still keyed in full.  The disposition report goes to
      *> general SYSOUT, so it prints the SSNum masked whatever
      *> the operator's level, unless the run carries the FULLSSN
      *> PARM the same as the batch reports (ssnmaskw.cpy) - the
      *> screen and the report are masked independently.
      ENVIRONMENT DIVISION.
      INPUT-OUTPUT SECTION.
      FILE-CONTROL.
      01 WS-RECYCLED-COUNT            PIC 9(5) VALUE ZERO.
      01 WS-DISCARDED-COUNT           PIC 9(5) VALUE ZERO.
      01 WS-SKIPPED-COUNT             PIC 9(5) VALUE ZERO.
      01 WS-RUN-PARM                  PIC X(20) VALUE SPACES.
      *> WS-SHOW-FULL-SSNUM follows the operator's level for the
      *> screen; these keep the report's own setting (from the
      *> PARM) and the screen's while a disposition line is masked.
      01 WS-REPORT-MASK-SWITCH        PIC X VALUE "N".
          88 WS-REPORT-FULL-SSNUM     VALUE "Y" FALSE "N".
      01 WS-SCREEN-MASK-SWITCH        PIC X VALUE "N".

      COPY "ssneditw.cpy".
      COPY "opsignw.cpy".
      COPY "ssnmaskw.cpy".
      COPY "rjrrpt.cpy".

      LINKAGE SECTION.
      *>  Standard z/OS PARM interface - see coboltstb.cob.  The
      *>  only PARM is FULLSSN, which prints the SSNums on the
      *>  disposition report in full instead of masked - see
      *>  ssnmaskw.cpy.
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
          MOVE WS-SSNUM-MASK-SWITCH TO WS-REPORT-MASK-SWITCH
          SET WS-SHOW-FULL-SSNUM TO FALSE
          PERFORM SIGN-ON-OPERATOR
          IF OPERATOR-FULL-AUTHORITY
              SET WS-SHOW-FULL-SSNUM TO TRUE
          END-IF
          PERFORM 100-OPEN-FILES
          PERFORM 210-READ-REJECT
          PERFORM 200-WORK-REJECT UNTIL WS-END-OF-FILE
              OPEN OUTPUT RECYCLE-FILE
          END-IF
          OPEN OUTPUT REPORT-FILE
          IF WS-REPORT-FULL-SSNUM
              WRITE REPORT-RECORD FROM WS-FULL-SSNUM-BANNER
          END-IF
          WRITE REPORT-RECORD FROM RPT-HEADING-LINE
          MOVE WS-OPERATOR TO RPT-OPERATOR
          WRITE REPORT-RECORD FROM RPT-OPERATOR-LINE
          DISPLAY "Source...: " RJ-SOURCE-SYSTEM
          DISPLAY "Effective: " RJ-EFFECTIVE-DATE
          DISPLAY "Name.....: " RJ-USERNAME
          MOVE RJ-SSNUM TO WS-MASK-SSNUM
          PERFORM MASK-SSNUM
          DISPLAY "SSNum....: " WS-MASKED-SSNUM
      *>  On a re-key the first number is the corrected SSNum, so
      *>  it is masked the same as the SSNum above.
          IF RJ-TRAN-CODE = "K"
              MOVE RJ-NUM1 TO WS-MASK-SSNUM
              PERFORM MASK-SSNUM
              DISPLAY "New SSNum: " WS-MASKED-SSNUM
          ELSE
              DISPLAY "Number 1.: " RJ-NUM1
          END-IF
          DISPLAY "Number 2.: " RJ-NUM2
          .

                  "discard."
              MOVE SPACES TO WS-ACTION
          END-IF
      *>  Nor a re-key (K) reject - its "amount" is the corrected
      *>  SSNum, and a level-3 operator re-keys the customer
      *>  directly through cobolmnt instead.
          IF (WS-ACTION = "R" OR WS-ACTION = "r")
             AND RJ-TRAN-CODE = "K"
              DISPLAY "Re-key rejects cannot be repaired here - "
                  "re-key through cobolmnt or have the source "
                  "resend, or discard."
              MOVE SPACES TO WS-ACTION
          END-IF
          IF (WS-ACTION = "D" OR WS-ACTION = "d")
             AND NOT OPERATOR-FULL-AUTHORITY
              DISPLAY "Not authorized - permanent discard requires "
          .

      410-REPAIR-MENU.
          MOVE TR-SSNUM TO WS-MASK-SSNUM
          PERFORM MASK-SSNUM
          DISPLAY " "
          DISPLAY "1. Correct Tran code (" TR-TRAN-CODE ")"
          DISPLAY "2. Correct Name (" TR-USERNAME ")"
          DISPLAY "3. Correct SSNum (" WS-MASKED-SSNUM ")"
          DISPLAY "4. Correct Number 1 (" TR-NUM1-X ")"
          DISPLAY "5. Correct Number 2 (" TR-NUM2-X ")"
          DISPLAY "6. Write to recycle file"

      COPY "opsignp.cpy".

      COPY "ssnmaskp.cpy".

      COPY "ssnparmp.cpy".

      *>  Disposition lines carry the SSNum as captured on the
      *>  reject, not as repaired, so the report ties back to
      *>  REJECT01 line for line, masked to the report's setting
      *>  rather than the screen's.
      600-WRITE-DISPOSITION.
          MOVE WS-SSNUM-MASK-SWITCH  TO WS-SCREEN-MASK-SWITCH
          MOVE WS-REPORT-MASK-SWITCH TO WS-SSNUM-MASK-SWITCH
          MOVE RJ-SSNUM TO WS-MASK-SSNUM
          PERFORM MASK-SSNUM
          MOVE WS-MASKED-SSNUM TO RPT-SSNUM
          MOVE WS-SCREEN-MASK-SWITCH TO WS-SSNUM-MASK-SWITCH
          MOVE RJ-REASON-CODE TO RPT-REASON-CODE
          MOVE RJ-REASON-TEXT TO RPT-REASON-TEXT
          WRITE REPORT-RECORD FROM RPT-DETAIL-LINE
      *>  count and hash, so the batch's per-source balancing
      *>  holds for recycled repairs too; a session that recycled
      *>  nothing still seals with a single zero trailer so the
      *>  file is never trailerless.  Every trailer is marked as
      *>  recycle-origin, so a repair that posts is reported back
      *>  to its original feeder as a recycled record.
      800-WRITE-RECYCLE-TRAILER.
          IF WS-RCY-COUNT = ZERO
              MOVE SPACES TO TRAN-TRAILER-RECORD
              MOVE FUNCTION CURRENT-DATE(1:8) TO TL-FILE-DATE
              MOVE ZERO TO TL-RECORD-COUNT
              MOVE ZERO TO TL-HASH-TOTAL
              MOVE "R" TO TL-FILE-ORIGIN
              WRITE TRAN-TRAILER-RECORD
          ELSE
              PERFORM 810-WRITE-ONE-SOURCE-TRAILER
          MOVE WS-RCY-REC-COUNT(WS-RCY-SUB) TO TL-RECORD-COUNT
          MOVE WS-RCY-HASH(WS-RCY-SUB)      TO TL-HASH-TOTAL
          MOVE WS-RCY-CODE(WS-RCY-SUB)      TO TL-SOURCE-SYSTEM
          MOVE "R"                         TO TL-FILE-ORIGIN
          WRITE TRAN-TRAILER-RECORD
          .

