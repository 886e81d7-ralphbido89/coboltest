      *> trailer), dated today so RUNCTL01's double-posting check
      *> covers the released items too, and a night with nothing
      *> due still gets a single zero trailer so the concatenated
      *> file is never trailerless; every trailer is marked as
      *> release-origin, so the feeder return file reports the
      *> items as held ones now posting.  RELEASE1 is rewritten from
      *> scratch every run - a posted release file cannot ride
      *> into the next night.
      *>
      *> RELWK01 scratch file - instead of being overwritten and
      *> lost.  A posted release file (date on RUNCTL01) is simply
      *> discarded as before.
      *>
      *> A held item keyed to a customer who has since been
      *> re-keyed to a corrected SSNum (SSNXREF1, ssnxref.cpy) is
      *> released - or carried - under the new number, so it posts
      *> to the record the customer has now instead of rejecting
      *> as not on file.
      ENVIRONMENT DIVISION.
      INPUT-OUTPUT SECTION.
      FILE-CONTROL.
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RUNCTL-STATUS.

          SELECT SSN-XREF-FILE ASSIGN TO "SSNXREF1"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SSNXREF-STATUS.

      DATA DIVISION.
      FILE SECTION.
      FD  PENDING-FILE.
      FD  RUN-CONTROL-FILE.
      COPY "runctl.cpy".

      FD  SSN-XREF-FILE.
      COPY "ssnxref.cpy".

      WORKING-STORAGE SECTION.
      01 WS-PENDING-STATUS            PIC XX VALUE ZEROS.
      01 WS-RELEASE-STATUS            PIC XX VALUE ZEROS.
      01 WS-READ-COUNT                PIC 9(7) VALUE ZERO.
      01 WS-RELEASED-COUNT            PIC 9(7) VALUE ZERO.
      01 WS-CARRIED-COUNT             PIC 9(7) VALUE ZERO.
      COPY "ssnxrefw.cpy".

      *> Per-source release totals - one trailer per source, the
      *> same convention as cobolrjr's recycle trailers, so the
      PROCEDURE DIVISION.
      000-MAIN.
          MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
          PERFORM LOAD-SSN-XREF
          PERFORM 050-SCAN-PRIOR-RELEASE
          PERFORM 100-OPEN-FILES
          PERFORM 150-RECOVER-UNPOSTED-ITEMS
              WS-RELEASED-COUNT " released as due, "
              WS-CARRIED-COUNT " carried forward, "
              WS-RECOVERED-COUNT " unposted item(s) re-released."
          IF WS-XREF-MAPPED > ZERO
              DISPLAY WS-XREF-MAPPED " item(s) moved to a re-keyed "
                  "customer's corrected SSNum."
          END-IF
          STOP RUN
          .

                  SET WS-RELWK-END-OF-FILE TO TRUE
              NOT AT END
                  MOVE RELEASE-WORK-RECORD TO TRAN-RECORD
                  PERFORM 350-MAP-REKEYED-SSNUM
                  PERFORM 400-TALLY-RELEASE-SOURCE
                  WRITE TRAN-RECORD
                  ADD 1 TO WS-RECOVERED-COUNT
      300-RELEASE-OR-CARRY.
          ADD 1 TO WS-READ-COUNT
          MOVE PENDING-RECORD TO TRAN-RECORD
          PERFORM 350-MAP-REKEYED-SSNUM
          IF TR-EFFECTIVE-DATE IS NUMERIC
             AND TR-EFFECTIVE-DATE > WS-TODAY-DATE
              WRITE CARRY-RECORD FROM TRAN-RECORD
              ADD 1 TO WS-CARRIED-COUNT
          ELSE
              PERFORM 400-TALLY-RELEASE-SOURCE
          PERFORM 200-READ-PENDING
          .

      *>  A held item was keyed before any re-key that could
      *>  apply to it, so its number follows every re-key on file
      *>  whatever the date.
      350-MAP-REKEYED-SSNUM.
          MOVE TR-SSNUM TO WS-XREF-SSNUM
          MOVE SPACES   TO WS-XREF-AS-OF
          PERFORM MAP-SSN-XREF
          MOVE WS-XREF-SSNUM TO TR-SSNUM
          .

      400-TALLY-RELEASE-SOURCE.
          SET WS-RCY-KNOWN TO FALSE
          MOVE ZERO TO WS-RCY-SUB
              MOVE FUNCTION CURRENT-DATE(1:8) TO TL-FILE-DATE
              MOVE ZERO TO TL-RECORD-COUNT
              MOVE ZERO TO TL-HASH-TOTAL
              MOVE "P" TO TL-FILE-ORIGIN
              WRITE TRAN-TRAILER-RECORD
          ELSE
              PERFORM 810-WRITE-ONE-SOURCE-TRAILER
          MOVE WS-RCY-REC-COUNT(WS-RCY-SUB) TO TL-RECORD-COUNT
          MOVE WS-RCY-HASH(WS-RCY-SUB)      TO TL-HASH-TOTAL
          MOVE WS-RCY-CODE(WS-RCY-SUB)      TO TL-SOURCE-SYSTEM
          MOVE "P"                         TO TL-FILE-ORIGIN
          WRITE TRAN-TRAILER-RECORD
          .

                  WRITE PENDING-RECORD FROM CARRY-RECORD
          END-READ
          .

      COPY "ssnxrefp.cpy".
