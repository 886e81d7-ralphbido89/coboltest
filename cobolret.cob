       >>SOURCE FORMAT FREE
      IDENTIFICATION DIVISION.
      PROGRAM-ID. cobolret.
      AUTHOR. Ralph Bido.
      DATE-WRITTEN.October 15 2026
      *> Feeder return file.  Run once per source system after the
      *> nightly coboltstb posting, with the two-character source
      *> code as the PARM, to tell that feeder what became of what
      *> it sent: every record on its file tonight comes back on
      *> RETURN01 (retrec.cpy) as posted, held on PENDING1 until
      *> its effective date, or rejected with the REJECT01 reason
      *> code and text, followed by a trailer echoing the
      *> feeder's own TL-FILE-DATE, record count and hash total
      *> with the disposition counts beside them.  Records the
      *> feeder sent on an earlier night that post tonight - a
      *> reject repaired through cobolrjr and recycled, or a held
      *> item released by cobolrel - come back as well, marked as
      *> such, so the feeder hears the night they finally post.
      *> A released item that rejects is returned too (its reason
      *> is news to the feeder); a recycled repair that rejects
      *> again is not - it is back on REJECT01 for another repair,
      *> and the feeder already has the original reject.
      *>
      *> Everything comes from RETDISP1 (retdisp.cpy), the
      *> disposition file coboltstb writes as it posts.  It is
      *> sorted on the record's position on the TRANFILE
      *> concatenation, duplicates kept in file order, so the
      *> return reads in the order the feeder sent it; after a
      *> restart a reprocessed record appears twice, and the
      *> later copy - the completed run's - is the one returned.
      *>
      *> The RETRPT01 control report shows the counts returned
      *> and proves them: tonight's records returned must equal
      *> the record counts on the feeder's trailers, or the step
      *> ends RC 8 and the return should not be sent until the
      *> difference is understood.  A source with no file of its
      *> own on tonight's run also ends RC 8 - either the feeder
      *> sent nothing or the PARM does not match the code the
      *> feeder puts on TR-SOURCE-SYSTEM - and RETRPT01 lists the
      *> sources that did send, so a wrong code cannot pass as a
      *> quiet night.  A recycled repair held again for its
      *> effective date is not returned yet; it comes back as a
      *> released item the night it posts.  No PARM, or no
      *> RETDISP1, ends the step RC 16.
      ENVIRONMENT DIVISION.
      INPUT-OUTPUT SECTION.
      FILE-CONTROL.
          SELECT DISPOSITION-FILE ASSIGN TO "RETDISP1"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RETDISP-STATUS.

          SELECT RETURN-FILE ASSIGN TO "RETURN01"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-RETURN-STATUS.

          SELECT REPORT-FILE ASSIGN TO "RETRPT01"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REPORT-STATUS.

          SELECT SORT-WORK-FILE ASSIGN TO "SORTWK01".

      DATA DIVISION.
      FILE SECTION.
      FD  DISPOSITION-FILE.
      *>  Byte image of RETURN-DISPOSITION-RECORD as written by
      *>  coboltstb - keep the length in step with retdisp.cpy.
      01  DISPOSITION-FILE-RECORD     PIC X(122).

      FD  RETURN-FILE
          RECORD CONTAINS 121 CHARACTERS.
      01  RETURN-RECORD               PIC X(121).

      FD  REPORT-FILE.
      01  REPORT-RECORD               PIC X(96).

      SD  SORT-WORK-FILE.
      01  SORT-DISPOSITION-RECORD.
          05 SRT-ORDINAL              PIC 9(7).
          05 FILLER                   PIC X(115).

      WORKING-STORAGE SECTION.
      01 WS-RETDISP-STATUS            PIC XX VALUE ZEROS.
      01 WS-RETURN-STATUS             PIC XX VALUE ZEROS.
      01 WS-REPORT-STATUS             PIC XX VALUE ZEROS.
      01 WS-SORT-EOF-SWITCH           PIC X VALUE "N".
          88 WS-SORT-END-OF-FILE      VALUE "Y" FALSE "N".
      01 WS-HELD-SWITCH               PIC X VALUE "N".
          88 WS-RECORD-HELD           VALUE "Y" FALSE "N".
      01 WS-FEEDER-FILE-SWITCH        PIC X VALUE "N".
          88 WS-FEEDER-FILE-SEEN      VALUE "Y" FALSE "N".
      01 WS-RUN-PARM                  PIC X(20) VALUE SPACES.
      01 WS-RETURN-SOURCE             PIC X(2) VALUE SPACES.
      01 WS-TODAY-DATE                PIC X(8) VALUE SPACES.

      *> The record just returned from the sort, looked at only
      *> for its ordinal - the one before it (in
      *> RETURN-DISPOSITION-RECORD) is returned to the feeder
      *> once it is known to be the last copy of its ordinal.
      01 WS-NEXT-DISPOSITION.
          05 WS-NEXT-ORDINAL          PIC 9(7).
          05 FILLER                   PIC X(115).

      *> Tonight's records, tallied since the last of the
      *> feeder's trailers - each trailer carries the counts of
      *> the records it sealed.
      01 WS-PEND-POSTED               PIC 9(7) VALUE ZERO.
      01 WS-PEND-HELD                 PIC 9(7) VALUE ZERO.
      01 WS-PEND-REJECTED             PIC 9(7) VALUE ZERO.

      *> Run totals for RETRPT01.
      01 WS-TONIGHT-POSTED            PIC 9(7) VALUE ZERO.
      01 WS-TONIGHT-HELD              PIC 9(7) VALUE ZERO.
      01 WS-TONIGHT-REJECTED          PIC 9(7) VALUE ZERO.
      01 WS-TONIGHT-RETURNED          PIC 9(7) VALUE ZERO.
      01 WS-RECYCLE-POSTED            PIC 9(7) VALUE ZERO.
      01 WS-RECYCLE-NOT-RETURNED      PIC 9(7) VALUE ZERO.
      01 WS-RECYCLE-HELD              PIC 9(7) VALUE ZERO.
      01 WS-RELEASE-POSTED            PIC 9(7) VALUE ZERO.
      01 WS-RELEASE-REJECTED          PIC 9(7) VALUE ZERO.
      01 WS-EARLIER-RETURNED          PIC 9(7) VALUE ZERO.
      01 WS-DETAIL-WRITTEN            PIC 9(7) VALUE ZERO.
      01 WS-TRAILER-RECORD-TOTAL      PIC 9(7) VALUE ZERO.

      *> The feeder's own trailers, held until the details are
      *> all written.  A feeder sends one file a night; room is
      *> left for a resend concatenated beside it.
      01 WS-TRL-SUB                   PIC 9(2) COMP VALUE ZERO.
      01 WS-TRAILER-TABLE.
          05 WS-TRL-COUNT             PIC 9(2) COMP VALUE ZERO.
          05 WS-TRL-ENTRY OCCURS 10 TIMES.
              10 WS-TRL-FILE-DATE     PIC 9(8).
              10 WS-TRL-RECORD-COUNT  PIC 9(7).
              10 WS-TRL-HASH-TOTAL    PIC S9(11)V99 COMP-3.
              10 WS-TRL-POSTED        PIC 9(7).
              10 WS-TRL-HELD          PIC 9(7).
              10 WS-TRL-REJECTED      PIC 9(7).

      *> Every source whose own file (a feeder trailer) is on
      *> RETDISP1 tonight, whatever the PARM - for the sources
      *> line on RETRPT01.
      01 WS-SRC-SUB                   PIC 9(2) COMP VALUE ZERO.
      01 WS-SRC-KNOWN-SWITCH          PIC X VALUE "N".
          88 WS-SRC-KNOWN             VALUE "Y" FALSE "N".
      01 WS-SOURCE-TABLE.
          05 WS-SRC-COUNT             PIC 9(2) COMP VALUE ZERO.
          05 WS-SRC-CODE OCCURS 20 TIMES
                                      PIC X(2).
      01 WS-SOURCE-LIST               PIC X(60) VALUE SPACES.

      COPY "retdisp.cpy".
      COPY "tranrec.cpy".
      COPY "retrec.cpy".
      COPY "retrpt.cpy".

      LINKAGE SECTION.
      *>  Standard z/OS PARM interface - see coboltstb.cob.  The
      *>  PARM carries the source system code to return to.
      01 LS-PARM.
          05 LS-PARM-LEN               PIC S9(4) COMP.
          05 LS-PARM-TEXT              PIC X(20).

      PROCEDURE DIVISION USING LS-PARM.
      000-MAIN.
          MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
          IF LS-PARM-LEN > 0
              MOVE SPACES TO WS-RUN-PARM
              MOVE LS-PARM-TEXT(1:LS-PARM-LEN)
                  TO WS-RUN-PARM(1:LS-PARM-LEN)
          END-IF
          PERFORM 100-CHECK-PARM
          PERFORM 150-OPEN-FILES
          SORT SORT-WORK-FILE
              ON ASCENDING KEY SRT-ORDINAL
              WITH DUPLICATES IN ORDER
              USING DISPOSITION-FILE
              OUTPUT PROCEDURE IS 500-PRODUCE-RETURN
          PERFORM 700-WRITE-RETURN-TRAILERS
          PERFORM 750-WRITE-CONTROL-REPORT
          PERFORM 900-CLOSE-FILES
          DISPLAY "Source " WS-RETURN-SOURCE ": "
              WS-DETAIL-WRITTEN " record(s) returned, "
              WS-TONIGHT-RETURNED " of them sent tonight against "
              WS-TRAILER-RECORD-TOTAL " on the feeder's trailer(s)."
          IF NOT WS-FEEDER-FILE-SEEN
              DISPLAY "NO FILE FROM SOURCE " WS-RETURN-SOURCE
                  " ON TONIGHT'S RUN - SOURCES THAT SENT ONE: "
                  WS-SOURCE-LIST
              MOVE 8 TO RETURN-CODE
          END-IF
          IF WS-TONIGHT-RETURNED NOT = WS-TRAILER-RECORD-TOTAL
              MOVE 8 TO RETURN-CODE
          END-IF
          STOP RUN
          .

      100-CHECK-PARM.
          IF WS-RUN-PARM(1:2) = SPACES
             OR WS-RUN-PARM(3:18) NOT = SPACES
              DISPLAY "PARM MUST BE THE TWO-CHARACTER SOURCE "
                  "SYSTEM CODE - ABORTING RUN."
              MOVE 16 TO RETURN-CODE
              STOP RUN
          END-IF
          MOVE WS-RUN-PARM(1:2) TO WS-RETURN-SOURCE
          .

      *>  RETDISP1 is opened and closed again only to prove it is
      *>  there - the sort reads it itself.
      150-OPEN-FILES.
          OPEN INPUT DISPOSITION-FILE
          IF WS-RETDISP-STATUS NOT = "00"
              DISPLAY "UNABLE TO OPEN RETDISP1, STATUS "
                  WS-RETDISP-STATUS "- ABORTING RUN."
              MOVE 16 TO RETURN-CODE
              STOP RUN
          END-IF
          CLOSE DISPOSITION-FILE
          OPEN OUTPUT RETURN-FILE
          OPEN OUTPUT REPORT-FILE
          MOVE WS-RETURN-SOURCE TO RPT-RET-SOURCE
          MOVE WS-TODAY-DATE    TO RPT-RET-RUN-DATE
          WRITE REPORT-RECORD FROM RPT-RET-HEADING-LINE
          MOVE SPACES TO REPORT-RECORD
          WRITE REPORT-RECORD
          .

      *>  One record behind the sort: a record is acted on only
      *>  when the next one has a different ordinal, so of a
      *>  restart's two copies only the later one counts.
      500-PRODUCE-RETURN.
          PERFORM 510-RETURN-SORTED
          PERFORM 520-TAKE-NEXT-RECORD UNTIL WS-SORT-END-OF-FILE
          IF WS-RECORD-HELD
              PERFORM 600-APPLY-DISPOSITION
          END-IF
          .

      510-RETURN-SORTED.
          RETURN SORT-WORK-FILE INTO WS-NEXT-DISPOSITION
              AT END
                  SET WS-SORT-END-OF-FILE TO TRUE
          END-RETURN
          .

      520-TAKE-NEXT-RECORD.
          IF WS-RECORD-HELD AND WS-NEXT-ORDINAL NOT = DD-ORDINAL
              PERFORM 600-APPLY-DISPOSITION
          END-IF
          MOVE WS-NEXT-DISPOSITION TO RETURN-DISPOSITION-RECORD
          SET WS-RECORD-HELD TO TRUE
          PERFORM 510-RETURN-SORTED
          .

      *>  Only this PARM's source; of the trailers, only the
      *>  feeder's own - a recycle or release trailer seals
      *>  records the feeder sent on some earlier night.  Of the
      *>  recycled repairs, one posted is returned, one held for
      *>  its effective date waits to come back as a release, and
      *>  one rejected again is back on REJECT01.
      600-APPLY-DISPOSITION.
          IF DD-TRAILER AND DD-FROM-FEEDER
              PERFORM 660-NOTE-FEEDER-SOURCE
          END-IF
          IF DD-SOURCE-SYSTEM = WS-RETURN-SOURCE
              EVALUATE TRUE
                  WHEN DD-TRAILER AND DD-FROM-FEEDER
                      PERFORM 650-STASH-FEEDER-TRAILER
                  WHEN DD-TRAILER
                      CONTINUE
                  WHEN DD-FROM-FEEDER
                      PERFORM 610-TALLY-TONIGHT
                      MOVE "F" TO RT-ORIGIN
                      PERFORM 630-WRITE-RETURN-DETAIL
                  WHEN DD-FROM-RELEASE
                      PERFORM 620-TALLY-EARLIER
                      MOVE "P" TO RT-ORIGIN
                      PERFORM 630-WRITE-RETURN-DETAIL
                  WHEN DD-POSTED
                      PERFORM 620-TALLY-EARLIER
                      MOVE "R" TO RT-ORIGIN
                      PERFORM 630-WRITE-RETURN-DETAIL
                  WHEN DD-HELD
                      ADD 1 TO WS-RECYCLE-HELD
                  WHEN OTHER
                      ADD 1 TO WS-RECYCLE-NOT-RETURNED
              END-EVALUATE
          END-IF
          .

      610-TALLY-TONIGHT.
          ADD 1 TO WS-TONIGHT-RETURNED
          EVALUATE TRUE
              WHEN DD-POSTED
                  ADD 1 TO WS-PEND-POSTED
                  ADD 1 TO WS-TONIGHT-POSTED
              WHEN DD-HELD
                  ADD 1 TO WS-PEND-HELD
                  ADD 1 TO WS-TONIGHT-HELD
              WHEN OTHER
                  ADD 1 TO WS-PEND-REJECTED
                  ADD 1 TO WS-TONIGHT-REJECTED
          END-EVALUATE
          .

      620-TALLY-EARLIER.
          ADD 1 TO WS-EARLIER-RETURNED
          EVALUATE TRUE
              WHEN DD-FROM-RECYCLE
                  ADD 1 TO WS-RECYCLE-POSTED
              WHEN DD-POSTED
                  ADD 1 TO WS-RELEASE-POSTED
              WHEN OTHER
                  ADD 1 TO WS-RELEASE-REJECTED
          END-EVALUATE
          .

      *>  The effective date is a classic record's own; an
      *>  address change carries none.
      630-WRITE-RETURN-DETAIL.
          MOVE DD-TRAN-IMAGE TO TRAN-RECORD
          MOVE DD-TRAN-IMAGE TO TRAN-ADDRESS-RECORD
          MOVE "D"            TO RT-RECORD-TYPE
          MOVE DD-DISPOSITION TO RT-DISPOSITION
          IF TA-ADDRCHG
              MOVE SPACES TO RT-EFFECTIVE-DATE
          ELSE
              MOVE TR-EFFECTIVE-DATE TO RT-EFFECTIVE-DATE
          END-IF
          MOVE DD-REASON-CODE TO RT-REASON-CODE
          MOVE DD-REASON-TEXT TO RT-REASON-TEXT
          MOVE WS-TODAY-DATE  TO RT-RUN-DATE
          MOVE DD-TRAN-IMAGE  TO RT-TRAN-IMAGE
          WRITE RETURN-RECORD FROM RETURN-DETAIL-RECORD
          ADD 1 TO WS-DETAIL-WRITTEN
          .

      *>  The trailer closes the feeder records tallied since the
      *>  previous one.  A malformed trailer (coboltstb has
      *>  already failed the run's balance over it) echoes zeros.
      650-STASH-FEEDER-TRAILER.
          SET WS-FEEDER-FILE-SEEN TO TRUE
          MOVE DD-TRAN-IMAGE TO TRAN-TRAILER-RECORD
          IF WS-TRL-COUNT < 10
              ADD 1 TO WS-TRL-COUNT
          ELSE
              DISPLAY "MORE THAN 10 TRAILERS FOR SOURCE "
                  WS-RETURN-SOURCE " - ONLY THE LAST OF THEM "
                  "IS ECHOED."
          END-IF
          MOVE WS-TRL-COUNT TO WS-TRL-SUB
          IF TL-FILE-DATE IS NUMERIC
             AND TL-RECORD-COUNT IS NUMERIC
             AND TL-HASH-TOTAL IS NUMERIC
              MOVE TL-FILE-DATE    TO WS-TRL-FILE-DATE(WS-TRL-SUB)
              MOVE TL-RECORD-COUNT TO WS-TRL-RECORD-COUNT(WS-TRL-SUB)
              MOVE TL-HASH-TOTAL   TO WS-TRL-HASH-TOTAL(WS-TRL-SUB)
              ADD TL-RECORD-COUNT  TO WS-TRAILER-RECORD-TOTAL
          ELSE
              MOVE ZERO TO WS-TRL-FILE-DATE(WS-TRL-SUB)
              MOVE ZERO TO WS-TRL-RECORD-COUNT(WS-TRL-SUB)
              MOVE ZERO TO WS-TRL-HASH-TOTAL(WS-TRL-SUB)
          END-IF
          MOVE WS-PEND-POSTED   TO WS-TRL-POSTED(WS-TRL-SUB)
          MOVE WS-PEND-HELD     TO WS-TRL-HELD(WS-TRL-SUB)
          MOVE WS-PEND-REJECTED TO WS-TRL-REJECTED(WS-TRL-SUB)
          MOVE ZERO TO WS-PEND-POSTED
          MOVE ZERO TO WS-PEND-HELD
          MOVE ZERO TO WS-PEND-REJECTED
          .

      660-NOTE-FEEDER-SOURCE.
          SET WS-SRC-KNOWN TO FALSE
          PERFORM 665-MATCH-ONE-SOURCE
              VARYING WS-SRC-SUB FROM 1 BY 1
              UNTIL WS-SRC-KNOWN OR WS-SRC-SUB > WS-SRC-COUNT
          IF NOT WS-SRC-KNOWN AND WS-SRC-COUNT < 20
              ADD 1 TO WS-SRC-COUNT
              MOVE DD-SOURCE-SYSTEM TO WS-SRC-CODE(WS-SRC-COUNT)
              COMPUTE WS-SRC-SUB = WS-SRC-COUNT * 3 - 2
              MOVE DD-SOURCE-SYSTEM TO WS-SOURCE-LIST(WS-SRC-SUB:2)
          END-IF
          .

      665-MATCH-ONE-SOURCE.
          IF WS-SRC-CODE(WS-SRC-SUB) = DD-SOURCE-SYSTEM
              SET WS-SRC-KNOWN TO TRUE
          END-IF
          .

      *>  Tonight's records not yet sealed by a trailer (only when
      *>  the feeder's file lacked one) and a source that sent
      *>  nothing tonight both get a zero trailer, so the return
      *>  always ends in one.
      700-WRITE-RETURN-TRAILERS.
          IF WS-TRL-COUNT = ZERO
             OR WS-PEND-POSTED + WS-PEND-HELD + WS-PEND-REJECTED
                > ZERO
              IF WS-TRL-COUNT < 10
                  ADD 1 TO WS-TRL-COUNT
              END-IF
              MOVE ZERO             TO WS-TRL-FILE-DATE(WS-TRL-COUNT)
              MOVE ZERO             TO WS-TRL-RECORD-COUNT(WS-TRL-COUNT)
              MOVE ZERO             TO WS-TRL-HASH-TOTAL(WS-TRL-COUNT)
              MOVE WS-PEND-POSTED   TO WS-TRL-POSTED(WS-TRL-COUNT)
              MOVE WS-PEND-HELD     TO WS-TRL-HELD(WS-TRL-COUNT)
              MOVE WS-PEND-REJECTED TO WS-TRL-REJECTED(WS-TRL-COUNT)
          END-IF
          PERFORM 710-WRITE-ONE-TRAILER
              VARYING WS-TRL-SUB FROM 1 BY 1
              UNTIL WS-TRL-SUB > WS-TRL-COUNT
          .

      710-WRITE-ONE-TRAILER.
          MOVE SPACES TO RETURN-TRAILER-RECORD
          MOVE "T"              TO RX-RECORD-TYPE
          MOVE WS-RETURN-SOURCE TO RX-SOURCE-SYSTEM
          MOVE WS-TRL-FILE-DATE(WS-TRL-SUB)    TO RX-FILE-DATE
          MOVE WS-TRL-RECORD-COUNT(WS-TRL-SUB) TO RX-RECORD-COUNT
          MOVE WS-TRL-HASH-TOTAL(WS-TRL-SUB)   TO RX-HASH-TOTAL
          MOVE WS-TODAY-DATE                   TO RX-RUN-DATE
          MOVE WS-TRL-POSTED(WS-TRL-SUB)       TO RX-POSTED-COUNT
          MOVE WS-TRL-HELD(WS-TRL-SUB)         TO RX-HELD-COUNT
          MOVE WS-TRL-REJECTED(WS-TRL-SUB)     TO RX-REJECTED-COUNT
          IF WS-TRL-SUB = WS-TRL-COUNT
              MOVE WS-EARLIER-RETURNED TO RX-EARLIER-COUNT
          ELSE
              MOVE ZERO TO RX-EARLIER-COUNT
          END-IF
          WRITE RETURN-RECORD FROM RETURN-TRAILER-RECORD
          .

      750-WRITE-CONTROL-REPORT.
          MOVE "TONIGHT'S RECORDS POSTED" TO RPT-RET-LABEL
          MOVE WS-TONIGHT-POSTED   TO RPT-RET-COUNT
          WRITE REPORT-RECORD FROM RPT-RET-COUNT-LINE
          MOVE "TONIGHT'S RECORDS HELD FOR EFFECTIVE DATE"
              TO RPT-RET-LABEL
          MOVE WS-TONIGHT-HELD     TO RPT-RET-COUNT
          WRITE REPORT-RECORD FROM RPT-RET-COUNT-LINE
          MOVE "TONIGHT'S RECORDS REJECTED" TO RPT-RET-LABEL
          MOVE WS-TONIGHT-REJECTED TO RPT-RET-COUNT
          WRITE REPORT-RECORD FROM RPT-RET-COUNT-LINE
          MOVE "RECYCLED REPAIRS POSTED" TO RPT-RET-LABEL
          MOVE WS-RECYCLE-POSTED   TO RPT-RET-COUNT
          WRITE REPORT-RECORD FROM RPT-RET-COUNT-LINE
          MOVE "RELEASED HELD ITEMS POSTED" TO RPT-RET-LABEL
          MOVE WS-RELEASE-POSTED   TO RPT-RET-COUNT
          WRITE REPORT-RECORD FROM RPT-RET-COUNT-LINE
          MOVE "RELEASED HELD ITEMS REJECTED" TO RPT-RET-LABEL
          MOVE WS-RELEASE-REJECTED TO RPT-RET-COUNT
          WRITE REPORT-RECORD FROM RPT-RET-COUNT-LINE
          MOVE "RECORDS RETURNED" TO RPT-RET-LABEL
          MOVE WS-DETAIL-WRITTEN   TO RPT-RET-COUNT
          WRITE REPORT-RECORD FROM RPT-RET-COUNT-LINE
          MOVE "RECYCLED REPAIRS HELD - SENT WHEN RELEASED"
              TO RPT-RET-LABEL
          MOVE WS-RECYCLE-HELD     TO RPT-RET-COUNT
          WRITE REPORT-RECORD FROM RPT-RET-COUNT-LINE
          MOVE "RECYCLED REPAIRS REJECTED AGAIN - NOT SENT"
              TO RPT-RET-LABEL
          MOVE WS-RECYCLE-NOT-RETURNED TO RPT-RET-COUNT
          WRITE REPORT-RECORD FROM RPT-RET-COUNT-LINE
          MOVE SPACES TO REPORT-RECORD
          WRITE REPORT-RECORD
          PERFORM 760-WRITE-TRAILER-LINE
              VARYING WS-TRL-SUB FROM 1 BY 1
              UNTIL WS-TRL-SUB > WS-TRL-COUNT
          MOVE WS-SOURCE-LIST TO RPT-RET-SOURCE-LIST
          WRITE REPORT-RECORD FROM RPT-RET-SOURCES-LINE
          MOVE SPACES TO REPORT-RECORD
          WRITE REPORT-RECORD
          EVALUATE TRUE
              WHEN NOT WS-FEEDER-FILE-SEEN
                  MOVE "*** NO FILE FROM THIS SOURCE TONIGHT - CHECK THE PARM "
                      & "AGAINST THE LIST ***"
                      TO RPT-RET-RESULT-TEXT
              WHEN WS-TONIGHT-RETURNED = WS-TRAILER-RECORD-TOTAL
                  MOVE "RETURN ACCOUNTS FOR EVERY RECORD ON THE FEEDER'S "
                      & "TRAILER(S)"
                      TO RPT-RET-RESULT-TEXT
              WHEN OTHER
                  MOVE "*** RECORDS RETURNED DO NOT AGREE WITH THE FEEDER'S "
                      & "TRAILER(S) ***"
                      TO RPT-RET-RESULT-TEXT
          END-EVALUATE
          WRITE REPORT-RECORD FROM RPT-RET-RESULT-LINE
          .

      760-WRITE-TRAILER-LINE.
          MOVE WS-TRL-FILE-DATE(WS-TRL-SUB)    TO RPT-RET-FILE-DATE
          MOVE WS-TRL-RECORD-COUNT(WS-TRL-SUB) TO RPT-RET-TRL-COUNT
          MOVE WS-TRL-HASH-TOTAL(WS-TRL-SUB)   TO RPT-RET-TRL-HASH
          WRITE REPORT-RECORD FROM RPT-RET-TRAILER-LINE
          .

      900-CLOSE-FILES.
          CLOSE RETURN-FILE
          CLOSE REPORT-FILE
          .
