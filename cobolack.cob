      *> to RETURN-CODE 12 - a silently dropped customer now
      *> surfaces here instead of when they call about their
      *> benefits.
      *>
      *> A customer re-keyed to a corrected SSNum (SSNXREF1,
      *> ssnxref.cpy) is acknowledged under the new number from
      *> then on, so an open item still carried under the old one
      *> is moved to the new number as it goes back to suspense.
      *> That breaks the SSNum order the merge relies on, so the
      *> carry-forward is sorted on its way back to ACKSUSP, and an
      *> item that lands on a number already open keeps only the
      *> one first left unanswered - the aging clock never resets.
      *> The re-key notices at the front of BENEXTR are not
      *> customer records and are never acknowledged; they are
      *> passed over.
      *>
      *> ACKRPT01 prints SSNums masked (***-**-nnnn) unless the job
      *> passes PARM='FULLSSN' (ssnmaskw.cpy).
      ENVIRONMENT DIVISION.
      INPUT-OUTPUT SECTION.
      FILE-CONTROL.

          SELECT SORT-WORK-FILE ASSIGN TO "SORTWK01".

          SELECT SUSPENSE-SORT-FILE ASSIGN TO "SORTWK02".

          SELECT SSN-XREF-FILE ASSIGN TO "SSNXREF1"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SSNXREF-STATUS.

      DATA DIVISION.
      FILE SECTION.
      FD  BENEFITS-EXTRACT-FILE
              88  SRT-FAILED          VALUE "F".
          05  SRT-ERROR-CODE          PIC X(4).

      *>  Mirror of acksusp.cpy, for putting the carry-forward back
      *>  in SSNum order - earliest first-unanswered date first
      *>  within an SSNum.
      SD  SUSPENSE-SORT-FILE.
      01  SORT-SUSPENSE-RECORD.
          05  SS-SSNUM                PIC 9(9).
          05  SS-USERNAME             PIC X(30).
          05  SS-TOTAL                PIC S9(8)V99.
          05  SS-FIRST-DATE           PIC 9(8).

      FD  SSN-XREF-FILE.
      COPY "ssnxref.cpy".

      WORKING-STORAGE SECTION.
      01 WS-BENEXTR-STATUS            PIC XX VALUE ZEROS.
      01 WS-ACKFILE-STATUS            PIC XX VALUE ZEROS.
      01 WS-SUSPWK-STATUS             PIC XX VALUE ZEROS.
      01 WS-SUSPWK-EOF-SWITCH         PIC X VALUE "N".
          88 WS-SUSPWK-END-OF-FILE    VALUE "Y" FALSE "N".
      01 WS-LAST-SUSP-SSNUM           PIC 9(9) VALUE ZERO.
      01 WS-SUSP-MERGED-COUNT         PIC 9(7) VALUE ZERO.

      *> Current key on each side of the match, HIGH-VALUES once
      *> that side is exhausted so the other drains cleanly.  The
          05 WS-SB-FIRST-DATE         PIC 9(8).

      COPY "ackrpt.cpy".
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
          PERFORM LOAD-SSN-XREF
          PERFORM 100-OPEN-FILES
          SORT SORT-WORK-FILE
              ON ASCENDING KEY SRT-SSNUM
              INPUT PROCEDURE IS 300-RELEASE-ACKS
              OUTPUT PROCEDURE IS 400-MATCH-FILES
          PERFORM 800-CARRY-SUSPENSE
          PERFORM 700-WRITE-COUNTS
          PERFORM 900-CLOSE-FILES
      *>  An item aged past the 3-day limit outranks the ordinary
              STOP RUN
          END-IF
          OPEN OUTPUT REPORT-FILE
          IF WS-SHOW-FULL-SSNUM
              WRITE REPORT-RECORD FROM WS-FULL-SSNUM-BANNER
          END-IF
          WRITE REPORT-RECORD FROM RPT-HEADING-LINE
      *>  No suspense file yet (the first run after cutover) just
      *>  means no open items brought forward - not an error.
          .

      410-GET-NEXT-EXTRACT.
          PERFORM 412-READ-EXTRACT
          PERFORM 412-READ-EXTRACT
              UNTIL WS-EX-SSNUM = HIGH-VALUES
                 OR NOT BN-REKEY-NOTICE
          IF WS-EX-SSNUM NOT = HIGH-VALUES
              ADD 1 TO WS-EXTRACTED-COUNT
          END-IF
          .

      412-READ-EXTRACT.
          READ BENEFITS-EXTRACT-FILE
              AT END
                  MOVE HIGH-VALUES TO WS-EX-SSNUM
              NOT AT END
                  MOVE BX-SSNUM TO WS-EX-SSNUM
          END-READ
          .

      *>  A still-unacknowledged open item: aged from the date it
      *>  first went unanswered, bucketed for the report, and
      *>  carried forward on the suspense work file so tomorrow's
      *>  acks get another chance at it - under the customer's
      *>  corrected SSNum if they were re-keyed after the item
      *>  first went unanswered.
      435-AGE-AND-SUSPEND.
          COMPUTE WS-AGE-DAYS = WS-TODAY-INT
              - FUNCTION INTEGER-OF-DATE(WS-OPEN-FIRST-DATE) + 1
          MOVE WS-AGE-EDIT TO RPT-EXC-AGE
          PERFORM 440-WRITE-EXCEPTION
          ADD 1 TO WS-NOACK-COUNT
          MOVE WS-OPEN-SSNUM      TO WS-XREF-SSNUM
          MOVE WS-OPEN-FIRST-DATE TO WS-XREF-AS-OF
          PERFORM MAP-SSN-XREF
          MOVE WS-XREF-SSNUM      TO WS-SB-SSNUM
          MOVE WS-OPEN-USERNAME   TO WS-SB-USERNAME
          MOVE WS-OPEN-TOTAL      TO WS-SB-TOTAL
          MOVE WS-OPEN-FIRST-DATE TO WS-SB-FIRST-DATE
          WRITE SUSPENSE-WORK-RECORD FROM WS-SUSPENSE-BUILD
          .

      *>  Exception keyed by the open item's SSNum.
      440-WRITE-EXCEPTION.
          MOVE WS-OPEN-SSNUM TO WS-MASK-SSNUM
          PERFORM MASK-SSNUM
          MOVE WS-MASKED-SSNUM TO RPT-EXC-SSNUM
          WRITE REPORT-RECORD FROM RPT-EXCEPTION-LINE
          ADD 1 TO WS-EXCEPTION-COUNT
          .

      *>  Exception keyed by the acknowledgment side's SSNum.
      445-WRITE-ACK-EXCEPTION.
          MOVE WS-AK-SSNUM TO WS-MASK-SSNUM
          PERFORM MASK-SSNUM
          MOVE WS-MASKED-SSNUM TO RPT-EXC-SSNUM
          WRITE REPORT-RECORD FROM RPT-EXCEPTION-LINE
          ADD 1 TO WS-EXCEPTION-COUNT
          .
          WRITE REPORT-RECORD FROM RPT-COUNTS-LINE-2
          MOVE WS-SUSP-IN-COUNT   TO RPT-SUSP-IN-COUNT
          MOVE WS-SUSP-OUT-COUNT  TO RPT-SUSP-OUT-COUNT
          MOVE WS-XREF-MAPPED     TO RPT-SUSP-REKEY-COUNT
          WRITE REPORT-RECORD FROM RPT-SUSPENSE-LINE
          MOVE WS-AGE1-COUNT      TO RPT-AGE1-COUNT
          MOVE WS-AGE2-COUNT      TO RPT-AGE2-COUNT
          WRITE REPORT-RECORD FROM RPT-AGING-LINE
          .

      *>  The carry-forward replaces ACKSUSP only once the whole
      *>  match closed cleanly, so a cancelled run leaves the
      *>  suspense exactly as it started - same convention as
      *>  cobolrjr's REJECT01 rewrite.  Sorted on the way back, so
      *>  items moved to a re-keyed customer's new SSNum are back
      *>  in order for tomorrow's merge; counted here, after any
      *>  two items for one customer have become one.
      800-CARRY-SUSPENSE.
          IF WS-ACKSUSP-STATUS = "00" OR "10"
              CLOSE SUSPENSE-FILE
          END-IF
          CLOSE SUSPENSE-WORK-FILE
          SORT SUSPENSE-SORT-FILE
              ON ASCENDING KEY SS-SSNUM SS-FIRST-DATE
              USING SUSPENSE-WORK-FILE
              OUTPUT PROCEDURE IS 910-REWRITE-SUSPENSE-FILE
          IF WS-SUSP-MERGED-COUNT > ZERO
              DISPLAY WS-SUSP-MERGED-COUNT " open item(s) merged "
                  "into an item already open under a re-keyed "
                  "customer's SSNum."
          END-IF
          .

      910-REWRITE-SUSPENSE-FILE.
          OPEN OUTPUT SUSPENSE-FILE
          PERFORM 920-COPY-SUSPENSE-RECORD
              UNTIL WS-SUSPWK-END-OF-FILE
          CLOSE SUSPENSE-FILE
          .

      920-COPY-SUSPENSE-RECORD.
          RETURN SUSPENSE-SORT-FILE
              AT END
                  SET WS-SUSPWK-END-OF-FILE TO TRUE
              NOT AT END
                  IF WS-SUSP-OUT-COUNT > ZERO
                     AND SS-SSNUM = WS-LAST-SUSP-SSNUM
                      ADD 1 TO WS-SUSP-MERGED-COUNT
                  ELSE
                      WRITE ACK-SUSPENSE-RECORD
                          FROM SORT-SUSPENSE-RECORD
                      ADD 1 TO WS-SUSP-OUT-COUNT
                      MOVE SS-SSNUM TO WS-LAST-SUSP-SSNUM
                  END-IF
          END-RETURN
          .

      COPY "ssnxrefp.cpy".

      900-CLOSE-FILES.
          CLOSE BENEFITS-EXTRACT-FILE
          CLOSE REPORT-FILE
          .

      COPY "ssnparmp.cpy".

      COPY "ssnmaskp.cpy".
