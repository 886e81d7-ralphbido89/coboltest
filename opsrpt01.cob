       >>SOURCE FORMAT FREE
      IDENTIFICATION DIVISION.
      PROGRAM-ID. opsrpt01.
      AUTHOR. Ralph Bido.
      DATE-WRITTEN.October 15 2026
      *> Morning operations summary, the last step of the nightly
      *> job (see coboltstb.jcl STEP040).  Rather than have the
      *> first shift read every step's SYSOUT and report to find
      *> out whether the night went well, this step reads the
      *> control files the night leaves behind - RUNCTL01 and
      *> RUNSTAT1 (the posting), EXTCTL01 (the benefits extract),
      *> ACKSUSP (benefits acknowledgments still open), PENDING1
      *> (held future-dated items), REJECT01 and RECYCLE1 (rejects
      *> and their repairs) and AUDPCTL1 (the audit-log period) -
      *> and prints one OPSRPT01 page: how each step came out,
      *> the key counts and totals, and a short list of actions.
      *> It only reads; nothing it looks at is changed.
      *>
      *> An action is marked BEFORE OPEN when it has to be dealt
      *> with before the business day starts - no posting run on
      *> the run date, a posting that failed its control totals,
      *> the extract not refreshed, acknowledgments open past 3
      *> days (the cobolack escalation limit), a recycle file
      *> already posted but not emptied, or a control file that
      *> could not be read - and TODAY when it can be worked in
      *> the day: rejects awaiting repair, repairs waiting to be
      *> posted, held items due for release tomorrow night, and a
      *> month-end audit-log cutover that is due.  The step ends
      *> RC 8 when there is anything BEFORE OPEN, RC 4 when there
      *> is only work for the day, and RC 0 when the night needs
      *> nothing from anyone.
      *>
      *> The run date is today unless the PARM gives one
      *> (CCYYMMDD) - for reprinting a summary the next morning,
      *> or after a job that ran past midnight.
      ENVIRONMENT DIVISION.
      INPUT-OUTPUT SECTION.
      FILE-CONTROL.
          SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL01"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RUNCTL-STATUS.

          SELECT RUN-STATISTICS-FILE ASSIGN TO "RUNSTAT1"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RUNSTAT-STATUS.

          SELECT EXTRACT-CONTROL-FILE ASSIGN TO "EXTCTL01"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-EXTCTL-STATUS.

          SELECT SUSPENSE-FILE ASSIGN TO "ACKSUSP"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ACKSUSP-STATUS.

          SELECT AUDIT-PERIOD-FILE ASSIGN TO "AUDPCTL1"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-AUDPCTL-STATUS.

          SELECT REJECT-FILE ASSIGN TO "REJECT01"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REJECT-STATUS.

          SELECT PENDING-FILE ASSIGN TO "PENDING1"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PENDING-STATUS.

          SELECT RECYCLE-FILE ASSIGN TO "RECYCLE1"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RECYCLE-STATUS.

          SELECT REPORT-FILE ASSIGN TO "OPSRPT01"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REPORT-STATUS.

      DATA DIVISION.
      FILE SECTION.
      FD  RUN-CONTROL-FILE.
      COPY "runctl.cpy".

      FD  RUN-STATISTICS-FILE.
      COPY "runstat.cpy".

      FD  EXTRACT-CONTROL-FILE.
      COPY "extctl.cpy".

      FD  SUSPENSE-FILE.
      COPY "acksusp.cpy".

      FD  AUDIT-PERIOD-FILE.
      COPY "audpctl.cpy".

      FD  REJECT-FILE.
      COPY "rejectrec.cpy".

      FD  PENDING-FILE.
      COPY "tranrec.cpy".

      FD  RECYCLE-FILE.
      *>  Byte image of TRAN-RECORD (tranrec.cpy) as cobolrjr
      *>  writes it - only the code byte and, on a trailer, the
      *>  TL-FILE-DATE are looked at.
      01  RECYCLE-RECORD.
          05  RC-TRAN-CODE            PIC X.
              88  RC-TRAILER          VALUE "T".
          05  RC-FILE-DATE            PIC X(8).
          05  FILLER                  PIC X(59).

      FD  REPORT-FILE.
      01  REPORT-RECORD               PIC X(96).

      WORKING-STORAGE SECTION.
      01 WS-RUNCTL-STATUS             PIC XX VALUE ZEROS.
      01 WS-RUNSTAT-STATUS            PIC XX VALUE ZEROS.
      01 WS-EXTCTL-STATUS             PIC XX VALUE ZEROS.
      01 WS-ACKSUSP-STATUS            PIC XX VALUE ZEROS.
      01 WS-AUDPCTL-STATUS            PIC XX VALUE ZEROS.
      01 WS-REJECT-STATUS             PIC XX VALUE ZEROS.
      01 WS-PENDING-STATUS            PIC XX VALUE ZEROS.
      01 WS-RECYCLE-STATUS            PIC XX VALUE ZEROS.
      01 WS-REPORT-STATUS             PIC XX VALUE ZEROS.
      01 WS-EOF-SWITCH                PIC X VALUE "N".
          88 WS-END-OF-FILE           VALUE "Y" FALSE "N".

      01 WS-RUN-PARM                  PIC X(20) VALUE SPACES.
      01 WS-RUN-DATE                  PIC X(8) VALUE SPACES.
      01 WS-RUN-DATE-N REDEFINES WS-RUN-DATE
                                      PIC 9(8).
      01 WS-RUN-INT                   PIC 9(7) COMP VALUE ZERO.
      01 WS-TOMORROW-DATE             PIC 9(8) VALUE ZERO.
      01 WS-AGE-DAYS                  PIC S9(5) COMP VALUE ZERO.
      01 WS-CURRENT-STAMP             PIC X(21) VALUE SPACES.

      *> Control files that were there but could not be read -
      *> each one is a BEFORE OPEN action of its own, since the
      *> summary cannot vouch for that part of the night.
      01 WS-BAD-SUB                   PIC 9(2) COMP VALUE ZERO.
      01 WS-BAD-FILE-TABLE.
          05 WS-BAD-COUNT             PIC 9(2) COMP VALUE ZERO.
          05 WS-BAD-ENTRY OCCURS 9 TIMES.
              10 WS-BAD-NAME          PIC X(8).
              10 WS-BAD-STATUS        PIC XX.
      01 WS-BAD-NAME-WORK             PIC X(8) VALUE SPACES.
      01 WS-BAD-STATUS-WORK           PIC XX VALUE SPACES.

      *> The posting - RUNSTAT1 is written by every run that got
      *> to the end, balanced or not; RUNCTL01 only by one whose
      *> control totals agreed.  The last RUNSTAT1 record for the
      *> run date is the one reported (a restart writes another).
      01 WS-POST-RUN-COUNT            PIC 9(3) VALUE ZERO.
      01 WS-POST-FILE-COUNT           PIC 9(3) VALUE ZERO.
      01 WS-POST-READ-COUNT           PIC 9(7) VALUE ZERO.
      01 WS-POST-ACCEPTED-COUNT       PIC 9(7) VALUE ZERO.
      01 WS-POST-REJECTED-COUNT       PIC 9(7) VALUE ZERO.

      01 WS-EXTRACT-SWITCH            PIC X VALUE "N".
          88 WS-EXTRACT-ON-FILE       VALUE "Y" FALSE "N".
      01 WS-LAST-EXTRACT              PIC X(26) VALUE SPACES.
      01 WS-EXTRACT-REFRESHED-SWITCH  PIC X VALUE "N".
          88 WS-EXTRACT-REFRESHED     VALUE "Y" FALSE "N".

      01 WS-SUSP-COUNT                PIC 9(7) VALUE ZERO.
      01 WS-SUSP-TOTAL                PIC S9(11)V99 VALUE ZERO.
      01 WS-SUSP-OLD-COUNT            PIC 9(7) VALUE ZERO.
      01 WS-SUSP-OLD-TOTAL            PIC S9(11)V99 VALUE ZERO.

      01 WS-HELD-COUNT                PIC 9(7) VALUE ZERO.
      01 WS-HELD-TOTAL                PIC S9(11)V99 VALUE ZERO.
      01 WS-DUE-COUNT                 PIC 9(7) VALUE ZERO.
      01 WS-DUE-TOTAL                 PIC S9(11)V99 VALUE ZERO.
      01 WS-ITEM-AMOUNT               PIC S9(9)V99 VALUE ZERO.

      01 WS-REJECT-COUNT              PIC 9(7) VALUE ZERO.

      *> RECYCLE1 is appended to by every cobolrjr session, each
      *> sealed with trailers carrying that day's date; the data
      *> records ahead of a trailer belong to it.  A trailer date
      *> already on RUNCTL01 has posted - those repairs should
      *> have been emptied out by STEP012 and would make tonight's
      *> posting refuse the whole file if concatenated again.
      01 WS-RCY-SUB                   PIC 9(2) COMP VALUE ZERO.
      01 WS-RCY-KNOWN-SWITCH          PIC X VALUE "N".
          88 WS-RCY-KNOWN             VALUE "Y" FALSE "N".
      01 WS-RCY-GROUP-COUNT           PIC 9(7) VALUE ZERO.
      01 WS-RECYCLE-DATE-TABLE.
          05 WS-RCY-COUNT             PIC 9(2) COMP VALUE ZERO.
          05 WS-RCY-ENTRY OCCURS 20 TIMES.
              10 WS-RCY-DATE          PIC X(8).
              10 WS-RCY-REC-COUNT     PIC 9(7).
              10 WS-RCY-POSTED-SWITCH PIC X.
                  88 WS-RCY-POSTED    VALUE "Y" FALSE "N".
      01 WS-RECYCLE-SEEN-SWITCH       PIC X VALUE "N".
          88 WS-RECYCLE-SEEN          VALUE "Y" FALSE "N".
      01 WS-RCY-WAITING-COUNT         PIC 9(7) VALUE ZERO.
      01 WS-RCY-POSTED-COUNT          PIC 9(7) VALUE ZERO.
      01 WS-RCY-POSTED-SEEN-SWITCH    PIC X VALUE "N".
          88 WS-RCY-POSTED-SEEN       VALUE "Y" FALSE "N".

      01 WS-AUDIT-OPEN-FROM           PIC X(8) VALUE SPACES.
      01 WS-AUDIT-SWITCH              PIC X VALUE "N".
          88 WS-AUDIT-ON-FILE         VALUE "Y" FALSE "N".

      01 WS-BEFORE-OPEN-COUNT         PIC 9(3) VALUE ZERO.
      01 WS-TODAY-ACTION-COUNT        PIC 9(3) VALUE ZERO.

      COPY "opsrpt.cpy".

      LINKAGE SECTION.
      *>  Standard z/OS PARM interface - see coboltstb.cob.  The
      *>  PARM, when given, is the run date to summarize, CCYYMMDD.
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
          PERFORM 100-SET-RUN-DATE
          PERFORM 200-SCAN-RECYCLE-FILE
          PERFORM 250-SCAN-RUN-CONTROL
          PERFORM 300-SCAN-RUN-STATISTICS
          PERFORM 350-READ-EXTRACT-CONTROL
          PERFORM 400-SCAN-ACK-SUSPENSE
          PERFORM 450-SCAN-PENDING
          PERFORM 500-COUNT-REJECTS
          PERFORM 550-READ-AUDIT-PERIOD
          PERFORM 600-OPEN-REPORT
          PERFORM 650-WRITE-STEP-OUTCOMES
          PERFORM 700-WRITE-KEY-COUNTS
          PERFORM 750-WRITE-ACTIONS
          PERFORM 800-WRITE-RESULT
          CLOSE REPORT-FILE
          DISPLAY "Run date " WS-RUN-DATE ": "
              WS-BEFORE-OPEN-COUNT " action(s) before the business "
              "day, " WS-TODAY-ACTION-COUNT " for today."
          EVALUATE TRUE
              WHEN WS-BEFORE-OPEN-COUNT > ZERO
                  MOVE 8 TO RETURN-CODE
              WHEN WS-TODAY-ACTION-COUNT > ZERO
                  MOVE 4 TO RETURN-CODE
              WHEN OTHER
                  MOVE 0 TO RETURN-CODE
          END-EVALUATE
          STOP RUN
          .

      100-SET-RUN-DATE.
          MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP
          IF WS-RUN-PARM = SPACES
              MOVE WS-CURRENT-STAMP(1:8) TO WS-RUN-DATE
          ELSE
              IF WS-RUN-PARM(1:8) IS NOT NUMERIC
                 OR WS-RUN-PARM(9:12) NOT = SPACES
                  DISPLAY "PARM MUST BE THE RUN DATE, CCYYMMDD - "
                      "ABORTING RUN."
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
              END-IF
              MOVE WS-RUN-PARM(1:8) TO WS-RUN-DATE
          END-IF
          MOVE FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-N) TO WS-RUN-INT
          IF WS-RUN-INT = ZERO
              DISPLAY "RUN DATE " WS-RUN-DATE " IS NOT A VALID DATE "
                  "- ABORTING RUN."
              MOVE 16 TO RETURN-CODE
              STOP RUN
          END-IF
          COMPUTE WS-TOMORROW-DATE =
              FUNCTION DATE-OF-INTEGER(WS-RUN-INT + 1)
          .

      *>  Each control file is optional to this step in the sense
      *>  that a missing one (status 35) is itself an answer - no
      *>  run, nothing held, nothing waiting.  Any other bad status
      *>  is noted for the action list.
      190-NOTE-BAD-FILE.
          IF WS-BAD-COUNT < 9
              ADD 1 TO WS-BAD-COUNT
              MOVE WS-BAD-NAME-WORK   TO WS-BAD-NAME(WS-BAD-COUNT)
              MOVE WS-BAD-STATUS-WORK TO WS-BAD-STATUS(WS-BAD-COUNT)
          END-IF
          .

      200-SCAN-RECYCLE-FILE.
          OPEN INPUT RECYCLE-FILE
          IF WS-RECYCLE-STATUS = "00"
              SET WS-END-OF-FILE TO FALSE
              MOVE ZERO TO WS-RCY-GROUP-COUNT
              PERFORM 210-READ-ONE-RECYCLE
                  UNTIL WS-END-OF-FILE
              CLOSE RECYCLE-FILE
      *>  Repairs after the last trailer were never sealed - count
      *>  them as waiting; tonight's run would not balance them.
              ADD WS-RCY-GROUP-COUNT TO WS-RCY-WAITING-COUNT
          ELSE
              IF WS-RECYCLE-STATUS NOT = "35"
                  MOVE "RECYCLE1"        TO WS-BAD-NAME-WORK
                  MOVE WS-RECYCLE-STATUS TO WS-BAD-STATUS-WORK
                  PERFORM 190-NOTE-BAD-FILE
              END-IF
          END-IF
          .

      210-READ-ONE-RECYCLE.
          READ RECYCLE-FILE
              AT END
                  SET WS-END-OF-FILE TO TRUE
              NOT AT END
                  SET WS-RECYCLE-SEEN TO TRUE
                  IF RC-TRAILER
                      PERFORM 220-NOTE-RECYCLE-TRAILER
                  ELSE
                      ADD 1 TO WS-RCY-GROUP-COUNT
                  END-IF
          END-READ
          .

      220-NOTE-RECYCLE-TRAILER.
          SET WS-RCY-KNOWN TO FALSE
          PERFORM 225-MATCH-ONE-RECYCLE-DATE
              VARYING WS-RCY-SUB FROM 1 BY 1
              UNTIL WS-RCY-KNOWN OR WS-RCY-SUB > WS-RCY-COUNT
          IF WS-RCY-KNOWN
              SUBTRACT 1 FROM WS-RCY-SUB
          ELSE
              IF WS-RCY-COUNT < 20
                  ADD 1 TO WS-RCY-COUNT
                  MOVE WS-RCY-COUNT TO WS-RCY-SUB
                  MOVE RC-FILE-DATE TO WS-RCY-DATE(WS-RCY-SUB)
                  MOVE ZERO TO WS-RCY-REC-COUNT(WS-RCY-SUB)
                  SET WS-RCY-POSTED(WS-RCY-SUB) TO FALSE
              ELSE
                  MOVE WS-RCY-COUNT TO WS-RCY-SUB
              END-IF
          END-IF
          ADD WS-RCY-GROUP-COUNT TO WS-RCY-REC-COUNT(WS-RCY-SUB)
          MOVE ZERO TO WS-RCY-GROUP-COUNT
          .

      225-MATCH-ONE-RECYCLE-DATE.
          IF WS-RCY-DATE(WS-RCY-SUB) = RC-FILE-DATE
              SET WS-RCY-KNOWN TO TRUE
          END-IF
          .

      *>  One pass of RUNCTL01 answers two questions: how many
      *>  input files posted on the run date, and which recycle
      *>  trailer dates have posted at any time.
      250-SCAN-RUN-CONTROL.
          OPEN INPUT RUN-CONTROL-FILE
          IF WS-RUNCTL-STATUS = "00"
              SET WS-END-OF-FILE TO FALSE
              PERFORM 260-READ-ONE-RUN-CONTROL
                  UNTIL WS-END-OF-FILE
              CLOSE RUN-CONTROL-FILE
          ELSE
              IF WS-RUNCTL-STATUS NOT = "35"
                  MOVE "RUNCTL01"       TO WS-BAD-NAME-WORK
                  MOVE WS-RUNCTL-STATUS TO WS-BAD-STATUS-WORK
                  PERFORM 190-NOTE-BAD-FILE
              END-IF
          END-IF
          PERFORM 280-TOTAL-ONE-RECYCLE-DATE
              VARYING WS-RCY-SUB FROM 1 BY 1
              UNTIL WS-RCY-SUB > WS-RCY-COUNT
          .

      260-READ-ONE-RUN-CONTROL.
          READ RUN-CONTROL-FILE
              AT END
                  SET WS-END-OF-FILE TO TRUE
              NOT AT END
                  IF RN-RUN-DATE = WS-RUN-DATE-N
                      ADD 1 TO WS-POST-FILE-COUNT
                  END-IF
                  PERFORM 270-MARK-ONE-RECYCLE-DATE
                      VARYING WS-RCY-SUB FROM 1 BY 1
                      UNTIL WS-RCY-SUB > WS-RCY-COUNT
          END-READ
          .

      270-MARK-ONE-RECYCLE-DATE.
          IF WS-RCY-DATE(WS-RCY-SUB) = RN-FILE-DATE
              SET WS-RCY-POSTED(WS-RCY-SUB) TO TRUE
          END-IF
          .

      280-TOTAL-ONE-RECYCLE-DATE.
          IF WS-RCY-POSTED(WS-RCY-SUB)
              SET WS-RCY-POSTED-SEEN TO TRUE
              ADD WS-RCY-REC-COUNT(WS-RCY-SUB) TO WS-RCY-POSTED-COUNT
          ELSE
              ADD WS-RCY-REC-COUNT(WS-RCY-SUB) TO WS-RCY-WAITING-COUNT
          END-IF
          .

      300-SCAN-RUN-STATISTICS.
          OPEN INPUT RUN-STATISTICS-FILE
          IF WS-RUNSTAT-STATUS = "00"
              SET WS-END-OF-FILE TO FALSE
              PERFORM 310-READ-ONE-RUN-STATISTICS
                  UNTIL WS-END-OF-FILE
              CLOSE RUN-STATISTICS-FILE
          ELSE
              IF WS-RUNSTAT-STATUS NOT = "35"
                  MOVE "RUNSTAT1"        TO WS-BAD-NAME-WORK
                  MOVE WS-RUNSTAT-STATUS TO WS-BAD-STATUS-WORK
                  PERFORM 190-NOTE-BAD-FILE
              END-IF
          END-IF
          .

      310-READ-ONE-RUN-STATISTICS.
          READ RUN-STATISTICS-FILE
              AT END
                  SET WS-END-OF-FILE TO TRUE
              NOT AT END
                  IF RS-RUN-DATE = WS-RUN-DATE-N
                      ADD 1 TO WS-POST-RUN-COUNT
                      MOVE RS-READ-COUNT     TO WS-POST-READ-COUNT
                      MOVE RS-ACCEPTED-COUNT TO WS-POST-ACCEPTED-COUNT
                      MOVE RS-REJECTED-COUNT TO WS-POST-REJECTED-COUNT
                  END-IF
          END-READ
          .

      *>  EX-LAST-EXTRACT is the start of the last successful
      *>  extract; one started on or after the run date is
      *>  tonight's.
      350-READ-EXTRACT-CONTROL.
          OPEN INPUT EXTRACT-CONTROL-FILE
          IF WS-EXTCTL-STATUS = "00"
              READ EXTRACT-CONTROL-FILE
                  AT END
                      CONTINUE
                  NOT AT END
                      SET WS-EXTRACT-ON-FILE TO TRUE
                      MOVE EX-LAST-EXTRACT TO WS-LAST-EXTRACT
              END-READ
              CLOSE EXTRACT-CONTROL-FILE
          ELSE
              IF WS-EXTCTL-STATUS NOT = "35"
                  MOVE "EXTCTL01"       TO WS-BAD-NAME-WORK
                  MOVE WS-EXTCTL-STATUS TO WS-BAD-STATUS-WORK
                  PERFORM 190-NOTE-BAD-FILE
              END-IF
          END-IF
          IF WS-EXTRACT-ON-FILE
             AND WS-LAST-EXTRACT(1:8) >= WS-RUN-DATE
              SET WS-EXTRACT-REFRESHED TO TRUE
          END-IF
          .

      400-SCAN-ACK-SUSPENSE.
          OPEN INPUT SUSPENSE-FILE
          IF WS-ACKSUSP-STATUS = "00"
              SET WS-END-OF-FILE TO FALSE
              PERFORM 410-READ-ONE-SUSPENSE
                  UNTIL WS-END-OF-FILE
              CLOSE SUSPENSE-FILE
          ELSE
              IF WS-ACKSUSP-STATUS NOT = "35"
                  MOVE "ACKSUSP"         TO WS-BAD-NAME-WORK
                  MOVE WS-ACKSUSP-STATUS TO WS-BAD-STATUS-WORK
                  PERFORM 190-NOTE-BAD-FILE
              END-IF
          END-IF
          .

      *>  Aged the way cobolack ages it on ACKRPT01 - the first
      *>  day counts as day 1, and over 3 days is escalated.
      410-READ-ONE-SUSPENSE.
          READ SUSPENSE-FILE
              AT END
                  SET WS-END-OF-FILE TO TRUE
              NOT AT END
                  ADD 1 TO WS-SUSP-COUNT
                  ADD SU-TOTAL TO WS-SUSP-TOTAL
                  IF SU-FIRST-DATE IS NUMERIC
                     AND SU-FIRST-DATE > ZERO
                      COMPUTE WS-AGE-DAYS = WS-RUN-INT
                          - FUNCTION INTEGER-OF-DATE(SU-FIRST-DATE) + 1
                      IF WS-AGE-DAYS > 3
                          ADD 1 TO WS-SUSP-OLD-COUNT
                          ADD SU-TOTAL TO WS-SUSP-OLD-TOTAL
                      END-IF
                  END-IF
          END-READ
          .

      *>  PENDING1 holds only dated data records (no trailers).
      *>  cobolrel releases an item once its date is today or
      *>  earlier, so everything dated tomorrow or before goes out
      *>  in the next night's STEP008.  The amount is Num1 + Num2,
      *>  the same figure the trailer hash adds up.
      450-SCAN-PENDING.
          OPEN INPUT PENDING-FILE
          IF WS-PENDING-STATUS = "00"
              SET WS-END-OF-FILE TO FALSE
              PERFORM 460-READ-ONE-PENDING
                  UNTIL WS-END-OF-FILE
              CLOSE PENDING-FILE
          ELSE
              IF WS-PENDING-STATUS NOT = "35"
                  MOVE "PENDING1"        TO WS-BAD-NAME-WORK
                  MOVE WS-PENDING-STATUS TO WS-BAD-STATUS-WORK
                  PERFORM 190-NOTE-BAD-FILE
              END-IF
          END-IF
          .

      460-READ-ONE-PENDING.
          READ PENDING-FILE
              AT END
                  SET WS-END-OF-FILE TO TRUE
              NOT AT END
                  ADD 1 TO WS-HELD-COUNT
                  MOVE ZERO TO WS-ITEM-AMOUNT
                  IF NOT TA-ADDRCHG AND NOT TK-REKEY
                      IF TR-NUM1 IS NUMERIC
                          ADD TR-NUM1 TO WS-ITEM-AMOUNT
                      END-IF
                      IF TR-NUM2 IS NUMERIC
                          ADD TR-NUM2 TO WS-ITEM-AMOUNT
                      END-IF
                  END-IF
                  ADD WS-ITEM-AMOUNT TO WS-HELD-TOTAL
                  IF TR-EFFECTIVE-DATE IS NUMERIC
                     AND TR-EFFECTIVE-DATE <= WS-TOMORROW-DATE
                      ADD 1 TO WS-DUE-COUNT
                      ADD WS-ITEM-AMOUNT TO WS-DUE-TOTAL
                  END-IF
          END-READ
          .

      500-COUNT-REJECTS.
          OPEN INPUT REJECT-FILE
          IF WS-REJECT-STATUS = "00"
              SET WS-END-OF-FILE TO FALSE
              PERFORM 510-READ-ONE-REJECT
                  UNTIL WS-END-OF-FILE
              CLOSE REJECT-FILE
          ELSE
              IF WS-REJECT-STATUS NOT = "35"
                  MOVE "REJECT01"       TO WS-BAD-NAME-WORK
                  MOVE WS-REJECT-STATUS TO WS-BAD-STATUS-WORK
                  PERFORM 190-NOTE-BAD-FILE
              END-IF
          END-IF
          .

      510-READ-ONE-REJECT.
          READ REJECT-FILE
              AT END
                  SET WS-END-OF-FILE TO TRUE
              NOT AT END
                  ADD 1 TO WS-REJECT-COUNT
          END-READ
          .

      550-READ-AUDIT-PERIOD.
          OPEN INPUT AUDIT-PERIOD-FILE
          IF WS-AUDPCTL-STATUS = "00"
              READ AUDIT-PERIOD-FILE
                  AT END
                      CONTINUE
                  NOT AT END
                      SET WS-AUDIT-ON-FILE TO TRUE
                      MOVE AP-OPEN-FROM TO WS-AUDIT-OPEN-FROM
              END-READ
              CLOSE AUDIT-PERIOD-FILE
          ELSE
              IF WS-AUDPCTL-STATUS NOT = "35"
                  MOVE "AUDPCTL1"        TO WS-BAD-NAME-WORK
                  MOVE WS-AUDPCTL-STATUS TO WS-BAD-STATUS-WORK
                  PERFORM 190-NOTE-BAD-FILE
              END-IF
          END-IF
          .

      600-OPEN-REPORT.
          OPEN OUTPUT REPORT-FILE
          IF WS-REPORT-STATUS NOT = "00"
              DISPLAY "UNABLE TO OPEN OPSRPT01, STATUS "
                  WS-REPORT-STATUS "- ABORTING RUN."
              MOVE 16 TO RETURN-CODE
              STOP RUN
          END-IF
          MOVE WS-RUN-DATE            TO RPT-RUN-DATE
          MOVE WS-CURRENT-STAMP(1:8)  TO RPT-PRINT-DATE
          MOVE WS-CURRENT-STAMP(9:4)  TO RPT-PRINT-TIME
          WRITE REPORT-RECORD FROM RPT-HEADING-LINE
          MOVE SPACES TO REPORT-RECORD
          WRITE REPORT-RECORD
          .

      650-WRITE-STEP-OUTCOMES.
          MOVE "HOW THE NIGHT CAME OUT" TO RPT-SECTION-TEXT
          WRITE REPORT-RECORD FROM RPT-SECTION-LINE
          WRITE REPORT-RECORD FROM RPT-STEP-COLUMN-LINE
          PERFORM 655-WRITE-ACK-OUTCOME
          PERFORM 660-WRITE-RELEASE-OUTCOME
          PERFORM 665-WRITE-POSTING-OUTCOME
          PERFORM 670-WRITE-RECYCLE-OUTCOME
          PERFORM 675-WRITE-EXTRACT-OUTCOME
          PERFORM 680-WRITE-REJECT-OUTCOME
          PERFORM 685-WRITE-AUDIT-OUTCOME
          MOVE SPACES TO REPORT-RECORD
          WRITE REPORT-RECORD
          .

      655-WRITE-ACK-OUTCOME.
          MOVE "STEP005"  TO RPT-STEP-ID
          MOVE "COBOLACK" TO RPT-STEP-PROGRAM
          MOVE "ACKSUSP"  TO RPT-STEP-FILE
          EVALUATE TRUE
              WHEN WS-ACKSUSP-STATUS NOT = "00"
               AND WS-ACKSUSP-STATUS NOT = "35"
                  MOVE "UNREADABLE" TO RPT-STEP-OUTCOME
              WHEN WS-SUSP-COUNT = ZERO
                  MOVE "ALL EXTRACT RECORDS ACKNOWLEDGED"
                      TO RPT-STEP-OUTCOME
              WHEN WS-SUSP-OLD-COUNT = ZERO
                  MOVE "ITEMS OPEN, NONE PAST 3 DAYS"
                      TO RPT-STEP-OUTCOME
              WHEN OTHER
                  MOVE "ITEMS OPEN PAST 3 DAYS - ESCALATE"
                      TO RPT-STEP-OUTCOME
          END-EVALUATE
          WRITE REPORT-RECORD FROM RPT-STEP-LINE
          .

      660-WRITE-RELEASE-OUTCOME.
          MOVE "STEP008"  TO RPT-STEP-ID
          MOVE "COBOLREL" TO RPT-STEP-PROGRAM
          MOVE "PENDING1" TO RPT-STEP-FILE
          EVALUATE TRUE
              WHEN WS-PENDING-STATUS NOT = "00"
               AND WS-PENDING-STATUS NOT = "35"
                  MOVE "UNREADABLE" TO RPT-STEP-OUTCOME
              WHEN WS-HELD-COUNT = ZERO
                  MOVE "NOTHING HELD" TO RPT-STEP-OUTCOME
              WHEN WS-DUE-COUNT = ZERO
                  MOVE "ITEMS HELD, NONE DUE TOMORROW"
                      TO RPT-STEP-OUTCOME
              WHEN OTHER
                  MOVE "ITEMS HELD, SOME DUE FOR RELEASE TOMORROW"
                      TO RPT-STEP-OUTCOME
          END-EVALUATE
          WRITE REPORT-RECORD FROM RPT-STEP-LINE
          .

      665-WRITE-POSTING-OUTCOME.
          MOVE "STEP010"           TO RPT-STEP-ID
          MOVE "COBOLTSTB"         TO RPT-STEP-PROGRAM
          MOVE "RUNSTAT1/RUNCTL01" TO RPT-STEP-FILE
          EVALUATE TRUE
              WHEN WS-POST-RUN-COUNT = ZERO
                  MOVE "NO POSTING RUN ON THE RUN DATE"
                      TO RPT-STEP-OUTCOME
              WHEN WS-POST-FILE-COUNT = ZERO
                  MOVE "RAN OUT OF BALANCE - NOT ON RUNCTL01"
                      TO RPT-STEP-OUTCOME
              WHEN WS-POST-REJECTED-COUNT > ZERO
                  MOVE "POSTED AND BALANCED, WITH REJECTS"
                      TO RPT-STEP-OUTCOME
              WHEN OTHER
                  MOVE "POSTED AND BALANCED" TO RPT-STEP-OUTCOME
          END-EVALUATE
          WRITE REPORT-RECORD FROM RPT-STEP-LINE
          .

      670-WRITE-RECYCLE-OUTCOME.
          MOVE "STEP012"  TO RPT-STEP-ID
          MOVE "IEBGENER" TO RPT-STEP-PROGRAM
          MOVE "RECYCLE1" TO RPT-STEP-FILE
          EVALUATE TRUE
              WHEN WS-RECYCLE-STATUS NOT = "00"
               AND WS-RECYCLE-STATUS NOT = "35"
                  MOVE "UNREADABLE" TO RPT-STEP-OUTCOME
              WHEN WS-RCY-POSTED-SEEN
                  MOVE "POSTED BUT NOT EMPTIED" TO RPT-STEP-OUTCOME
              WHEN WS-RCY-WAITING-COUNT > ZERO
                  MOVE "REPAIRS WAITING TO BE POSTED"
                      TO RPT-STEP-OUTCOME
              WHEN OTHER
                  MOVE "EMPTY" TO RPT-STEP-OUTCOME
          END-EVALUATE
          WRITE REPORT-RECORD FROM RPT-STEP-LINE
          .

      675-WRITE-EXTRACT-OUTCOME.
          MOVE "STEP020"  TO RPT-STEP-ID
          MOVE "COBOLEXT" TO RPT-STEP-PROGRAM
          MOVE "EXTCTL01" TO RPT-STEP-FILE
          MOVE SPACES TO RPT-STEP-OUTCOME
          EVALUATE TRUE
              WHEN WS-EXTCTL-STATUS NOT = "00"
               AND WS-EXTCTL-STATUS NOT = "35"
                  MOVE "UNREADABLE" TO RPT-STEP-OUTCOME
              WHEN NOT WS-EXTRACT-ON-FILE
                  MOVE "NOT REFRESHED - NO EXTRACT ON FILE"
                      TO RPT-STEP-OUTCOME
              WHEN WS-EXTRACT-REFRESHED
                  STRING "REFRESHED " WS-LAST-EXTRACT(1:8) " "
                         WS-LAST-EXTRACT(9:4)
                      DELIMITED BY SIZE INTO RPT-STEP-OUTCOME
                  END-STRING
              WHEN OTHER
                  STRING "NOT REFRESHED - LAST "
                         WS-LAST-EXTRACT(1:8)
                      DELIMITED BY SIZE INTO RPT-STEP-OUTCOME
                  END-STRING
          END-EVALUATE
          WRITE REPORT-RECORD FROM RPT-STEP-LINE
          .

      680-WRITE-REJECT-OUTCOME.
          MOVE "ONLINE"   TO RPT-STEP-ID
          MOVE "COBOLRJR" TO RPT-STEP-PROGRAM
          MOVE "REJECT01" TO RPT-STEP-FILE
          EVALUATE TRUE
              WHEN WS-REJECT-STATUS NOT = "00"
               AND WS-REJECT-STATUS NOT = "35"
                  MOVE "UNREADABLE" TO RPT-STEP-OUTCOME
              WHEN WS-REJECT-COUNT = ZERO
                  MOVE "NO REJECTS WAITING" TO RPT-STEP-OUTCOME
              WHEN OTHER
                  MOVE "REJECTS AWAITING REPAIR" TO RPT-STEP-OUTCOME
          END-EVALUATE
          WRITE REPORT-RECORD FROM RPT-STEP-LINE
          .

      *>  The open period normally starts on the first of the
      *>  current month; one starting in an earlier month means
      *>  this month's cobolasw cutover has not been run yet.
      685-WRITE-AUDIT-OUTCOME.
          MOVE "MONTHLY"  TO RPT-STEP-ID
          MOVE "COBOLASW" TO RPT-STEP-PROGRAM
          MOVE "AUDPCTL1" TO RPT-STEP-FILE
          MOVE SPACES TO RPT-STEP-OUTCOME
          EVALUATE TRUE
              WHEN WS-AUDPCTL-STATUS NOT = "00"
               AND WS-AUDPCTL-STATUS NOT = "35"
                  MOVE "UNREADABLE" TO RPT-STEP-OUTCOME
              WHEN NOT WS-AUDIT-ON-FILE
                  MOVE "NO CUTOVER ON FILE" TO RPT-STEP-OUTCOME
              WHEN WS-AUDIT-OPEN-FROM(1:6) < WS-RUN-DATE(1:6)
                  STRING "CUTOVER DUE - OPEN PERIOD FROM "
                         WS-AUDIT-OPEN-FROM
                      DELIMITED BY SIZE INTO RPT-STEP-OUTCOME
                  END-STRING
              WHEN OTHER
                  STRING "OPEN PERIOD FROM " WS-AUDIT-OPEN-FROM
                      DELIMITED BY SIZE INTO RPT-STEP-OUTCOME
                  END-STRING
          END-EVALUATE
          WRITE REPORT-RECORD FROM RPT-STEP-LINE
          .

      700-WRITE-KEY-COUNTS.
          MOVE "KEY COUNTS AND TOTALS" TO RPT-SECTION-TEXT
          WRITE REPORT-RECORD FROM RPT-SECTION-LINE
          WRITE REPORT-RECORD FROM RPT-COUNT-COLUMN-LINE
          MOVE "POSTING RUNS ON THE RUN DATE" TO RPT-CT-LABEL
          MOVE WS-POST-RUN-COUNT TO RPT-CT-COUNT
          WRITE REPORT-RECORD FROM RPT-COUNT-LINE
          MOVE "INPUT FILES POSTED (RUNCTL01)" TO RPT-CT-LABEL
          MOVE WS-POST-FILE-COUNT TO RPT-CT-COUNT
          WRITE REPORT-RECORD FROM RPT-COUNT-LINE
          MOVE "TRANSACTIONS READ" TO RPT-CT-LABEL
          MOVE WS-POST-READ-COUNT TO RPT-CT-COUNT
          WRITE REPORT-RECORD FROM RPT-COUNT-LINE
          MOVE "TRANSACTIONS ACCEPTED" TO RPT-CT-LABEL
          MOVE WS-POST-ACCEPTED-COUNT TO RPT-CT-COUNT
          WRITE REPORT-RECORD FROM RPT-COUNT-LINE
          MOVE "TRANSACTIONS REJECTED" TO RPT-CT-LABEL
          MOVE WS-POST-REJECTED-COUNT TO RPT-CT-COUNT
          WRITE REPORT-RECORD FROM RPT-COUNT-LINE
          MOVE "REJECTS AWAITING REPAIR (REJECT01)" TO RPT-CT-LABEL
          MOVE WS-REJECT-COUNT TO RPT-CT-COUNT
          WRITE REPORT-RECORD FROM RPT-COUNT-LINE
          MOVE "REPAIRS WAITING TO POST (RECYCLE1)" TO RPT-CT-LABEL
          MOVE WS-RCY-WAITING-COUNT TO RPT-CT-COUNT
          WRITE REPORT-RECORD FROM RPT-COUNT-LINE
          MOVE "REPAIRS POSTED, NOT EMPTIED (RECYCLE1)"
              TO RPT-CT-LABEL
          MOVE WS-RCY-POSTED-COUNT TO RPT-CT-COUNT
          WRITE REPORT-RECORD FROM RPT-COUNT-LINE
          MOVE "HELD FOR EFFECTIVE DATE (PENDING1)" TO RPT-AM-LABEL
          MOVE WS-HELD-COUNT TO RPT-AM-COUNT
          MOVE WS-HELD-TOTAL TO RPT-AM-AMOUNT
          WRITE REPORT-RECORD FROM RPT-AMOUNT-LINE
          MOVE "  OF WHICH DUE FOR RELEASE TOMORROW" TO RPT-AM-LABEL
          MOVE WS-DUE-COUNT TO RPT-AM-COUNT
          MOVE WS-DUE-TOTAL TO RPT-AM-AMOUNT
          WRITE REPORT-RECORD FROM RPT-AMOUNT-LINE
          MOVE "UNACKNOWLEDGED BY BENEFITS (ACKSUSP)" TO RPT-AM-LABEL
          MOVE WS-SUSP-COUNT TO RPT-AM-COUNT
          MOVE WS-SUSP-TOTAL TO RPT-AM-AMOUNT
          WRITE REPORT-RECORD FROM RPT-AMOUNT-LINE
          MOVE "  OF WHICH OPEN PAST 3 DAYS" TO RPT-AM-LABEL
          MOVE WS-SUSP-OLD-COUNT TO RPT-AM-COUNT
          MOVE WS-SUSP-OLD-TOTAL TO RPT-AM-AMOUNT
          WRITE REPORT-RECORD FROM RPT-AMOUNT-LINE
          MOVE SPACES TO REPORT-RECORD
          WRITE REPORT-RECORD
          .

      *>  BEFORE OPEN items first, then TODAY.  Each 76x paragraph
      *>  writes its line only when its condition holds.
      750-WRITE-ACTIONS.
          MOVE "ACTIONS FOR OPERATIONS" TO RPT-SECTION-TEXT
          WRITE REPORT-RECORD FROM RPT-SECTION-LINE
          WRITE REPORT-RECORD FROM RPT-ACTION-COLUMN-LINE
          PERFORM 755-ACT-ON-BAD-FILE
              VARYING WS-BAD-SUB FROM 1 BY 1
              UNTIL WS-BAD-SUB > WS-BAD-COUNT
          PERFORM 760-ACT-ON-POSTING
          PERFORM 762-ACT-ON-EXTRACT
          PERFORM 764-ACT-ON-SUSPENSE
          PERFORM 766-ACT-ON-POSTED-RECYCLE
          PERFORM 770-ACT-ON-REJECTS
          PERFORM 772-ACT-ON-WAITING-RECYCLE
          PERFORM 774-ACT-ON-DUE-PENDING
          PERFORM 776-ACT-ON-AUDIT-PERIOD
          IF WS-BEFORE-OPEN-COUNT = ZERO
             AND WS-TODAY-ACTION-COUNT = ZERO
              MOVE SPACES TO RPT-ACT-WHEN
              MOVE ZERO   TO RPT-ACT-COUNT
              MOVE "NONE." TO RPT-ACT-TEXT
              WRITE REPORT-RECORD FROM RPT-ACTION-LINE
          END-IF
          MOVE SPACES TO REPORT-RECORD
          WRITE REPORT-RECORD
          .

      755-ACT-ON-BAD-FILE.
          MOVE ZERO TO RPT-ACT-COUNT
          MOVE SPACES TO RPT-ACT-TEXT
          STRING WS-BAD-NAME(WS-BAD-SUB) DELIMITED BY SPACE
                 " COULD NOT BE READ, STATUS "
                 WS-BAD-STATUS(WS-BAD-SUB)
                 " - CHECK THE DATASET"
              DELIMITED BY SIZE INTO RPT-ACT-TEXT
          END-STRING
          PERFORM 790-WRITE-BEFORE-OPEN
          .

      760-ACT-ON-POSTING.
          MOVE ZERO TO RPT-ACT-COUNT
          EVALUATE TRUE
              WHEN WS-POST-RUN-COUNT = ZERO
                  MOVE "NO POSTING RUN - CHECK STEP010 SYSOUT; TONIGHT'S "
                      & "TRANFILE HAS NOT POSTED"
                      TO RPT-ACT-TEXT
                  PERFORM 790-WRITE-BEFORE-OPEN
              WHEN WS-POST-FILE-COUNT = ZERO
                  MOVE "POSTING OUT OF BALANCE - SEE COBRPT01 AND STEP010 "
                      & "SYSOUT BEFORE RESTART"
                      TO RPT-ACT-TEXT
                  PERFORM 790-WRITE-BEFORE-OPEN
          END-EVALUATE
          .

      762-ACT-ON-EXTRACT.
          IF NOT WS-EXTRACT-REFRESHED
              MOVE ZERO TO RPT-ACT-COUNT
              MOVE "EXTRACT NOT REFRESHED - HOLD THE BENEFITS LOAD; SEE "
                  & "STEP015/STEP020"
                  TO RPT-ACT-TEXT
              PERFORM 790-WRITE-BEFORE-OPEN
          END-IF
          .

      764-ACT-ON-SUSPENSE.
          IF WS-SUSP-OLD-COUNT > ZERO
              MOVE WS-SUSP-OLD-COUNT TO RPT-ACT-COUNT
              MOVE "EXTRACT RECORD(S) UNACKNOWLEDGED PAST 3 DAYS - CHASE "
                  & "BENEFITS (ACKRPT01)"
                  TO RPT-ACT-TEXT
              PERFORM 790-WRITE-BEFORE-OPEN
          END-IF
          .

      766-ACT-ON-POSTED-RECYCLE.
          IF WS-RCY-POSTED-SEEN
              MOVE WS-RCY-POSTED-COUNT TO RPT-ACT-COUNT
              MOVE "REPAIR(S) ALREADY POSTED - EMPTY RECYCLE1 (STEP012) BEFORE "
                  & "TONIGHT"
                  TO RPT-ACT-TEXT
              PERFORM 790-WRITE-BEFORE-OPEN
          END-IF
          .

      770-ACT-ON-REJECTS.
          IF WS-REJECT-COUNT > ZERO
              MOVE WS-REJECT-COUNT TO RPT-ACT-COUNT
              MOVE "REJECT(S) AWAITING REPAIR - WORK REJECT01 THROUGH COBOLRJR"
                  TO RPT-ACT-TEXT
              PERFORM 795-WRITE-TODAY
          END-IF
          .

      772-ACT-ON-WAITING-RECYCLE.
          IF WS-RCY-WAITING-COUNT > ZERO
              MOVE WS-RCY-WAITING-COUNT TO RPT-ACT-COUNT
              MOVE "REPAIR(S) NOT YET POSTED - CONCATENATE RECYCLE1 ON "
                  & "TONIGHT'S TRANFILE"
                  TO RPT-ACT-TEXT
              PERFORM 795-WRITE-TODAY
          END-IF
          .

      774-ACT-ON-DUE-PENDING.
          IF WS-DUE-COUNT > ZERO
              MOVE WS-DUE-COUNT TO RPT-ACT-COUNT
              MOVE SPACES TO RPT-ACT-TEXT
              STRING "HELD ITEM(S) RELEASE IN TOMORROW NIGHT'S "
                     "STEP008 (DATED BY " WS-TOMORROW-DATE ")"
                  DELIMITED BY SIZE INTO RPT-ACT-TEXT
              END-STRING
              PERFORM 795-WRITE-TODAY
          END-IF
          .

      776-ACT-ON-AUDIT-PERIOD.
          IF WS-AUDIT-ON-FILE
             AND WS-AUDIT-OPEN-FROM(1:6) < WS-RUN-DATE(1:6)
              MOVE ZERO TO RPT-ACT-COUNT
              MOVE "AUDITLOG MONTH-END CUTOVER DUE - RUN COBOLASW WITH THE "
                  & "NIGHTLY JOBS HELD"
                  TO RPT-ACT-TEXT
              PERFORM 795-WRITE-TODAY
          END-IF
          .

      790-WRITE-BEFORE-OPEN.
          MOVE "BEFORE OPEN" TO RPT-ACT-WHEN
          WRITE REPORT-RECORD FROM RPT-ACTION-LINE
          ADD 1 TO WS-BEFORE-OPEN-COUNT
          .

      795-WRITE-TODAY.
          MOVE "TODAY" TO RPT-ACT-WHEN
          WRITE REPORT-RECORD FROM RPT-ACTION-LINE
          ADD 1 TO WS-TODAY-ACTION-COUNT
          .

      800-WRITE-RESULT.
          EVALUATE TRUE
              WHEN WS-BEFORE-OPEN-COUNT > ZERO
                  MOVE "RESULT: ACTION REQUIRED BEFORE THE BUSINESS DAY STARTS "
                      & "- RC 8"
                      TO RPT-RESULT-TEXT
              WHEN WS-TODAY-ACTION-COUNT > ZERO
                  MOVE "RESULT: NOTHING BEFORE OPEN - WORK FOR THE DAY ONLY - "
                      & "RC 4"
                      TO RPT-RESULT-TEXT
              WHEN OTHER
                  MOVE "RESULT: NO ACTION REQUIRED - RC 0"
                      TO RPT-RESULT-TEXT
          END-EVALUATE
          WRITE REPORT-RECORD FROM RPT-RESULT-LINE
          .
