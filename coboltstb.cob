      *> master per its transaction code - (A)dd rejects a key
      *> already on file instead of clobbering it, (C)hange
      *> rejects a key that is absent, (D)elete removes the master
      *> record, (M) rewrites the mailing address block and date
      *> of birth, and (K) re-keys a customer to a corrected SSNum
      *> - auditing all of them to AUDITLOG like the
      *> online equivalents in cobolmnt, and journaling each
      *> master record's before and after image to CUSTJRNL
      *> (jrnlrec.cpy) for forward recovery.  Each record's TR-SOURCE-SYSTEM
      *> is carried onto the master, the reject file, and the
      *> report, and every source is balanced against its own
      *> trailer as well as the file overall - see the notes at
      *> the per-source table below.  What became of every record
      *> - posted, held on PENDING1, or rejected with its reason -
      *> and every trailer met is written to RETDISP1
      *> (retdisp.cpy), from which cobolret builds each feeder's
      *> return file after the run.
      *>
      *> A (K) re-key is the batch form of the cobolmnt re-key
      *> option: both numbers must pass the SSNum edit, the name
      *> sent must match the master, and the corrected number must
      *> not already be on file.  The record is written under the
      *> new key and the old key deleted, the direct-deposit
      *> account on BANKACCT moves with it, and the old-to-new
      *> pair is appended to the permanent SSNXREF1
      *> cross-reference (ssnxref.cpy) that carries the
      *> customer's history and open items across.
      *>
      *> Run with PARM='VALIDATE' when a feeder's file arrives, the
      *> same program does a dry run instead: every edit, the
      *> overall and per-source trailer balancing, the duplicate-
      *> file check, and a look-up of every C/D/M record against
      *> CUSTMAS for existence and status - and prints the
      *> VALRPT01 preview (valrpt.cpy) of what tonight's run would
      *> post, hold and reject, by source and reason code, while
      *> the feeder still has the day to resend.  A validation run
      *> opens CUSTMAS for input only and never opens AUDITLOG,
      *> REJECT01, PENDING1, CUSTJRNL, CHKPT01, RUNCTL01 (beyond
      *> the duplicate check's read), RUNSTAT1, RETDISP1, SSNXREF1,
      *> BANKACCT or COBRPT01.
      *>
      *> SSNums on COBRPT01, VALRPT01 and the SYSOUT messages print
      *> masked (***-**-nnnn) unless FULLSSN is added to the PARM -
      *> PARM='FULLSSN', 'RESTART,FULLSSN' or 'VALIDATE,FULLSSN'
      *> (ssnmaskw.cpy).
      ENVIRONMENT DIVISION.
      INPUT-OUTPUT SECTION.
      FILE-CONTROL.
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PENDWK-STATUS.

          SELECT JOURNAL-FILE ASSIGN TO "CUSTJRNL"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-JOURNAL-STATUS.

          SELECT PREVIEW-FILE ASSIGN TO "VALRPT01"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PREVIEW-STATUS.

          SELECT DISPOSITION-FILE ASSIGN TO "RETDISP1"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RETDISP-STATUS.

          SELECT SSN-XREF-FILE ASSIGN TO "SSNXREF1"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SSNXREF-STATUS.

          SELECT BANK-ACCOUNT-FILE ASSIGN TO "BANKACCT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS BA-SSNUM
              FILE STATUS IS WS-BANKACCT-STATUS.

      DATA DIVISION.
      FILE SECTION.
      FD  TRANSACTION-FILE.
      *>  165-TRIM-PENDING-FILE.
      01  PENDING-WORK-RECORD         PIC X(68).

      FD  JOURNAL-FILE
          RECORD CONTAINS 441 CHARACTERS.
      COPY "jrnlrec.cpy".

      FD  PREVIEW-FILE.
      01  PREVIEW-RECORD              PIC X(96).

      FD  DISPOSITION-FILE.
      COPY "retdisp.cpy".

      FD  SSN-XREF-FILE.
      COPY "ssnxref.cpy".

      FD  BANK-ACCOUNT-FILE.
      COPY "bankacct.cpy".

      WORKING-STORAGE SECTION.
      01 UserName                     PIC X(30).
      01 Num1                         PIC S9(7)V99 COMP-3 VALUE ZEROS.
      01 WS-RUN-PARM                  PIC X(20) VALUE SPACES.
      01 WS-RESTART-SWITCH            PIC X VALUE "N".
          88 RESTART-REQUESTED        VALUE "Y" FALSE "N".
      01 WS-VALIDATE-SWITCH           PIC X VALUE "N".
          88 VALIDATE-ONLY            VALUE "Y" FALSE "N".
      01 WS-CHECKPOINT-INTERVAL       PIC 9(5) VALUE 1000.
      01 WS-RECORDS-SINCE-CKPT        PIC 9(5) VALUE ZERO.
      01 WS-TOTAL-PROCESSED           PIC 9(7) VALUE ZERO.
              10 WS-SRC-ACT-COUNT     PIC 9(7).
              10 WS-SRC-EXP-HASH      PIC S9(11)V99 COMP-3.
              10 WS-SRC-ACT-HASH      PIC S9(11)V99 COMP-3.
      *>  What the source's records would do - filled only on a
      *>  validation run, for the VALRPT01 per-source summary.
              10 WS-SRC-POST-COUNT    PIC 9(7).
              10 WS-SRC-HOLD-COUNT    PIC 9(7).
              10 WS-SRC-REJ-COUNT     PIC 9(7).
              10 WS-SRC-WARN-COUNT    PIC 9(7).

      *> Reject tallies by reason code, accumulated through
      *> 650-WRITE-REJECT and written to the RUNSTAT1 history file
              10 WS-RSN-CODE          PIC X(4).
              10 WS-RSN-TALLY         PIC 9(5).

      *> Validation (PARM='VALIDATE') preview controls.  Nothing is
      *> written but VALRPT01, so the outcome of each record is
      *> carried here: the item being listed, the tallies by
      *> source, action and reason code, and the keys this file
      *> itself would add or re-key away - a C/D/M later in the
      *> same file for a key an earlier A adds, or an earlier K
      *> moves off, must preview the way it would post, not as
      *> the master stands today.
      01 WS-PREVIEW-STATUS            PIC XX VALUE ZEROS.
      01 WS-WARNING-COUNT             PIC 9(7) VALUE ZERO.
      01 WS-PREVIEW-ITEM.
          05 WS-PV-ACTION             PIC X(6).
          05 WS-PV-TRAN-CODE          PIC X.
          05 WS-PV-SSNUM.
              10 WS-PV-SSAREA         PIC X(3).
              10 WS-PV-SSGROUP        PIC X(2).
              10 WS-PV-SSSERIAL       PIC X(4).
          05 WS-PV-SOURCE             PIC X(2).
          05 WS-PV-CODE               PIC X(4).
          05 WS-PV-TEXT               PIC X(30).
          05 WS-PV-EFF-DATE           PIC X(8).
      01 WS-PVR-SUB                   PIC 9(2) COMP VALUE ZERO.
      01 WS-PVR-KNOWN-SWITCH          PIC X VALUE "N".
          88 WS-PVR-KNOWN             VALUE "Y" FALSE "N".
      01 WS-PREVIEW-REASON-TABLE.
          05 WS-PVR-COUNT             PIC 9(2) COMP VALUE ZERO.
          05 WS-PVR-ENTRY OCCURS 40 TIMES.
              10 WS-PVR-SOURCE        PIC X(2).
              10 WS-PVR-ACTION        PIC X(6).
              10 WS-PVR-CODE          PIC X(4).
              10 WS-PVR-TEXT          PIC X(30).
              10 WS-PVR-TALLY         PIC 9(7).
      01 WS-AK-SUB                    PIC 9(4) COMP VALUE ZERO.
      01 WS-ADDED-KEY-SWITCH          PIC X VALUE "N".
          88 WS-KEY-ADDED-IN-FILE     VALUE "Y" FALSE "N".
      01 WS-ADDED-KEY-TABLE.
          05 WS-ADDED-KEY-COUNT       PIC 9(4) COMP VALUE ZERO.
          05 WS-ADDED-KEY             PIC X(9) OCCURS 2000 TIMES.
      01 WS-GONE-KEY-SWITCH           PIC X VALUE "N".
          88 WS-KEY-GONE-IN-FILE      VALUE "Y" FALSE "N".
      01 WS-GONE-KEY-TABLE.
          05 WS-GONE-KEY-COUNT        PIC 9(4) COMP VALUE ZERO.
          05 WS-GONE-KEY              PIC X(9) OCCURS 2000 TIMES.

      *> Feeder return-file controls.  Every record read is
      *> numbered by its position on the TRANFILE concatenation
      *> (trailers included) so cobolret can put the return back
      *> in the order the feeder sent it, and a restart's
      *> reprocessed records supersede the failed run's.  The
      *> concatenation member a record arrived on is known only
      *> from the trailer(s) that close it, so the prescan notes
      *> where each member ends and what its TL-FILE-ORIGIN says;
      *> the processing pass steps through that table as it reads.
      01 WS-RETDISP-STATUS            PIC XX VALUE ZEROS.
      01 WS-TRAN-ORDINAL              PIC 9(7) VALUE ZERO.
      01 WS-SCAN-ORDINAL              PIC 9(7) VALUE ZERO.
      01 WS-RECORD-ORIGIN             PIC X VALUE SPACE.
      01 WS-SCAN-TRAILER-SWITCH       PIC X VALUE "N".
          88 WS-SCAN-AFTER-TRAILER    VALUE "Y" FALSE "N".
      01 WS-MBR-SUB                   PIC 9(2) COMP VALUE 1.
      01 WS-MEMBER-TABLE.
          05 WS-MBR-COUNT             PIC 9(2) COMP VALUE ZERO.
          05 WS-MBR-ENTRY OCCURS 20 TIMES.
              10 WS-MBR-LAST-ORDINAL  PIC 9(7).
              10 WS-MBR-ORIGIN        PIC X.

      *> SSNum re-key (K) controls.  The record as read under the
      *> old number is held while the new one is written - for a
      *> back-out if the old key will not delete - and one
      *> timestamp goes on the new record and the cross-reference
      *> so the two always agree.  No BANKACCT cluster yet simply
      *> means no account to move.
      01 WS-SSNXREF-STATUS            PIC XX VALUE ZEROS.
      01 WS-BANKACCT-STATUS           PIC XX VALUE ZEROS.
      01 WS-BANKACCT-OPEN-SWITCH      PIC X VALUE "N".
          88 BANKACCT-IS-OPEN         VALUE "Y" FALSE "N".
      01 WS-REKEY-IMAGE               PIC X(198) VALUE SPACES.
      01 WS-REKEY-STAMP               PIC X(26) VALUE SPACES.
      01 WS-REKEY-FAIL-STATUS         PIC XX VALUE ZEROS.

      COPY "ssneditw.cpy".
      COPY "cobrpt.cpy".
      COPY "valrpt.cpy".
      COPY "jrnlw.cpy".
      COPY "ssnmaskw.cpy".

      LINKAGE SECTION.
      *>  Standard z/OS PARM interface: the caller (see PARM='RESTART'
      *>  in jcl/coboltstb_restart.jcl) passes a halfword length
      *>  followed by that many bytes of parameter text - not the
      *>  whole LS-PARM-TEXT area, which is only sized for the
      *>  longest parm we expect.  FULLSSN may follow either parm
      *>  after a comma - see ssnmaskw.cpy.
      01 LS-PARM.
          05 LS-PARM-LEN               PIC S9(4) COMP.
          05 LS-PARM-TEXT              PIC X(20).
              MOVE LS-PARM-TEXT(1:LS-PARM-LEN)
                  TO WS-RUN-PARM(1:LS-PARM-LEN)
          END-IF
          PERFORM CHECK-FULL-SSNUM-PARM
          IF WS-RUN-PARM = "RESTART" OR WS-RUN-PARM = "restart"
              SET RESTART-REQUESTED TO TRUE
          END-IF
          IF WS-RUN-PARM = "VALIDATE" OR WS-RUN-PARM = "validate"
              SET VALIDATE-ONLY TO TRUE
              PERFORM 050-VALIDATE-FILE
              STOP RUN
          END-IF
      *>  A restart is a deliberate rerun of a file already on the
      *>  run-control record, so the duplicate check is bypassed -
      *>  the control-total verification at end of job still runs.
      *>  The check comes BEFORE 100-OPEN-FILES: a refused run must
      *>  leave the previous run's REJECT01 (opened OUTPUT there on
      *>  a non-restart run) untouched for cobolrjr to work.  A
      *>  restart still scans the input, for the member table the
      *>  return dispositions are marked from.
          IF NOT RESTART-REQUESTED
              PERFORM 120-CHECK-RUN-CONTROL
          ELSE
              PERFORM 122-SCAN-INPUT
              SET WS-TRAILER-FOUND TO FALSE
          END-IF
          PERFORM 100-OPEN-FILES
          IF RESTART-REQUESTED
          STOP RUN
          .

      *>  The arrival-time dry run.  The prescan and duplicate
      *>  check are the posting run's own, so a file tonight's run
      *>  would refuse is refused here, with the same message and
      *>  return code; otherwise every record goes through the
      *>  same edits as tonight and each place that would write
      *>  to a file tallies the outcome for VALRPT01 instead.
      *>  RC 12 = out of balance, 8 = rejects, 4 = warnings only.
      050-VALIDATE-FILE.
          PERFORM 120-CHECK-RUN-CONTROL
          PERFORM 105-OPEN-PREVIEW-FILES
          PERFORM 210-READ-TRANSACTION
          PERFORM 200-PROCESS-TRANSACTION UNTIL WS-END-OF-FILE
          PERFORM 710-VERIFY-CONTROL-TOTALS
          PERFORM 780-WRITE-PREVIEW-SUMMARY
          CLOSE TRANSACTION-FILE
          CLOSE CUST-MASTER-FILE
          CLOSE PREVIEW-FILE
          IF RETURN-CODE < 12
              EVALUATE TRUE
                  WHEN WS-REJECTED-COUNT > ZERO
                      MOVE 8 TO RETURN-CODE
                  WHEN WS-WARNING-COUNT > ZERO
                      MOVE 4 TO RETURN-CODE
                  WHEN OTHER
                      CONTINUE
              END-EVALUATE
          END-IF
          .

      *>  Every file identity (TL-FILE-DATE) lives in a trailer,
      *>  and a concatenated recycle member brings its own, so the
      *>  WHOLE input is scanned up front - before anything posts
      *>  refused here for the same reason - nothing should post
      *>  from a file whose completeness cannot be proven.
      120-CHECK-RUN-CONTROL.
          PERFORM 122-SCAN-INPUT
          IF NOT WS-TRAILER-FOUND
              DISPLAY "TRANFILE HAS NO CONTROL TRAILER - COMPLETENESS"
                  " CANNOT BE VERIFIED - ABORTING RUN."
              MOVE 12 TO RETURN-CODE
              STOP RUN
          END-IF
          PERFORM 140-CHECK-DUPLICATE-RUN
          SET WS-TRAILER-FOUND TO FALSE
          .

      122-SCAN-INPUT.
          OPEN INPUT TRANSACTION-FILE
          IF WS-TRANFILE-STATUS NOT = "00"
              DISPLAY "UNABLE TO OPEN TRANFILE, STATUS "
              UNTIL WS-END-OF-FILE
          CLOSE TRANSACTION-FILE
          SET WS-END-OF-FILE TO FALSE
          .

      125-SCAN-NEXT-RECORD.
              AT END
                  SET WS-END-OF-FILE TO TRUE
              NOT AT END
                  ADD 1 TO WS-SCAN-ORDINAL
                  IF TL-TRAILER
                      SET WS-TRAILER-FOUND TO TRUE
                      PERFORM 216-RECORD-TRAILER-DATE
                      PERFORM 127-NOTE-MEMBER-END
                  ELSE
                      SET WS-SCAN-AFTER-TRAILER TO FALSE
                  END-IF
          END-READ
          .

      *>  A member ends at its last trailer - a recycle or release
      *>  file closes with one trailer per source, in a row - so a
      *>  trailer straight after another extends the same member.
      *>  The first trailer's origin speaks for the member.
      127-NOTE-MEMBER-END.
          IF WS-SCAN-AFTER-TRAILER AND WS-MBR-COUNT > 0
              MOVE WS-SCAN-ORDINAL
                  TO WS-MBR-LAST-ORDINAL(WS-MBR-COUNT)
          ELSE
              IF WS-MBR-COUNT < 20
                  ADD 1 TO WS-MBR-COUNT
                  MOVE WS-SCAN-ORDINAL
                      TO WS-MBR-LAST-ORDINAL(WS-MBR-COUNT)
                  MOVE TL-FILE-ORIGIN
                      TO WS-MBR-ORIGIN(WS-MBR-COUNT)
              ELSE
                  DISPLAY "MORE THAN 20 FILES CONCATENATED ON "
                      "TRANFILE - LATER RECORDS RETURN AS THE "
                      "LAST FILE'S."
                  MOVE WS-SCAN-ORDINAL
                      TO WS-MBR-LAST-ORDINAL(WS-MBR-COUNT)
              END-IF
          END-IF
          SET WS-SCAN-AFTER-TRAILER TO TRUE
          .

      140-CHECK-DUPLICATE-RUN.
          OPEN INPUT RUN-CONTROL-FILE
          IF WS-RUNCTL-STATUS = "00"
              OPEN OUTPUT AUDIT-LOG-FILE
          END-IF
          OPEN OUTPUT REPORT-FILE
          IF WS-SHOW-FULL-SSNUM
              WRITE REPORT-RECORD FROM WS-FULL-SSNUM-BANNER
          END-IF
          WRITE REPORT-RECORD FROM RPT-HEADING-LINE
      *>  A restart reuses the same day's REJECT01 (JCL DISP=SHR) and
      *>  must append to it, the same as AUDIT-LOG-FILE above, or the
      *>  rejects from before the abend/cancel are lost.  RETDISP1
      *>  likewise - the dispositions of the records before the
      *>  checkpoint are still needed for the feeders' returns.
          IF RESTART-REQUESTED
              OPEN EXTEND REJECT-FILE
              IF WS-REJECT-STATUS = "35"
                  OPEN OUTPUT REJECT-FILE
              END-IF
              OPEN EXTEND DISPOSITION-FILE
              IF WS-RETDISP-STATUS = "35"
                  OPEN OUTPUT DISPOSITION-FILE
              END-IF
          ELSE
              OPEN OUTPUT REJECT-FILE
              OPEN OUTPUT DISPOSITION-FILE
          END-IF
          MOVE "COBOLTSB" TO WS-JRNL-PROGRAM
          MOVE "COBOLTSB" TO WS-JRNL-OPERATOR
          PERFORM OPEN-JOURNAL-FILE
          OPEN EXTEND SSN-XREF-FILE
          IF WS-SSNXREF-STATUS = "35"
              OPEN OUTPUT SSN-XREF-FILE
          END-IF
          IF WS-SSNXREF-STATUS NOT = "00"
              DISPLAY "UNABLE TO OPEN SSNXREF1, STATUS "
                  WS-SSNXREF-STATUS "- ABORTING RUN."
              MOVE 16 TO RETURN-CODE
              STOP RUN
          END-IF
          OPEN I-O BANK-ACCOUNT-FILE
          EVALUATE WS-BANKACCT-STATUS
              WHEN "00"
                  SET BANKACCT-IS-OPEN TO TRUE
              WHEN "35"
                  CONTINUE
              WHEN OTHER
                  DISPLAY "UNABLE TO OPEN BANKACCT, STATUS "
                      WS-BANKACCT-STATUS "- ABORTING RUN."
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
          END-EVALUATE
          .

      *>  CUSTMAS for input only - a validation run reads the
      *>  master, it never creates or changes it.
      105-OPEN-PREVIEW-FILES.
          OPEN INPUT TRANSACTION-FILE
          IF WS-TRANFILE-STATUS NOT = "00"
              DISPLAY "UNABLE TO OPEN TRANFILE, STATUS "
                  WS-TRANFILE-STATUS "- ABORTING RUN."
              MOVE 16 TO RETURN-CODE
              STOP RUN
          END-IF
          OPEN INPUT CUST-MASTER-FILE
          IF WS-CUSTMAS-STATUS NOT = "00"
              DISPLAY "UNABLE TO OPEN CUSTMAS, STATUS "
                  WS-CUSTMAS-STATUS "- ABORTING RUN."
              MOVE 16 TO RETURN-CODE
              STOP RUN
          END-IF
          OPEN OUTPUT PREVIEW-FILE
          IF WS-SHOW-FULL-SSNUM
              WRITE PREVIEW-RECORD FROM WS-FULL-SSNUM-BANNER
          END-IF
          IF WS-TRAILER-DATE-COUNT > 0
              MOVE WS-TRAILER-DATE(1) TO RPT-VAL-FILE-DATE
          ELSE
              MOVE ZERO TO RPT-VAL-FILE-DATE
          END-IF
          MOVE WS-TODAY-DATE TO RPT-VAL-RUN-DATE
          WRITE PREVIEW-RECORD FROM RPT-VAL-HEADING-LINE
          MOVE SPACES TO PREVIEW-RECORD
          WRITE PREVIEW-RECORD
          MOVE "RECORDS THAT WOULD REJECT OR HOLD, AND WARNINGS"
              TO RPT-VAL-SECTION-TEXT
          WRITE PREVIEW-RECORD FROM RPT-VAL-SECTION-LINE
          WRITE PREVIEW-RECORD FROM RPT-VAL-ITEM-COLUMN-LINE
          .

      *>  Held items append across runs - the release step at the
      *>  An address-change record lays out differently (see
      *>  tranrec.cpy): the bytes under TR-NUM1/TR-NUM2 are
      *>  address text, so it contributes nothing to either hash,
      *>  and its source code sits at the TA- offset.  A re-key
      *>  carries the new SSNum under TR-NUM1 - no amount either.
          IF NOT WS-END-OF-FILE
              PERFORM 213-SET-RECORD-ORIGIN
              ADD 1 TO WS-ACTUAL-COUNT
              IF NOT TA-ADDRCHG AND NOT TK-REKEY
                  IF TR-NUM1 IS NUMERIC
                      ADD TR-NUM1 TO WS-ACTUAL-HASH
                  END-IF
              END-IF
              PERFORM 218-FIND-SOURCE-ENTRY
              ADD 1 TO WS-SRC-ACT-COUNT(WS-SRC-SUB)
              IF NOT TA-ADDRCHG AND NOT TK-REKEY
                  IF TR-NUM1 IS NUMERIC
                      ADD TR-NUM1 TO WS-SRC-ACT-HASH(WS-SRC-SUB)
                  END-IF
                  MOVE ZERO TO WS-SRC-ACT-COUNT(WS-SRC-SUB)
                  MOVE ZERO TO WS-SRC-EXP-HASH(WS-SRC-SUB)
                  MOVE ZERO TO WS-SRC-ACT-HASH(WS-SRC-SUB)
                  MOVE ZERO TO WS-SRC-POST-COUNT(WS-SRC-SUB)
                  MOVE ZERO TO WS-SRC-HOLD-COUNT(WS-SRC-SUB)
                  MOVE ZERO TO WS-SRC-REJ-COUNT(WS-SRC-SUB)
                  MOVE ZERO TO WS-SRC-WARN-COUNT(WS-SRC-SUB)
              ELSE
                  DISPLAY "MORE THAN 5 DISTINCT SOURCE CODES ON "
                      "THE INPUT - CODE " WS-SRC-WORK " LUMPED "
          READ TRANSACTION-FILE
              AT END
                  SET WS-END-OF-FILE TO TRUE
              NOT AT END
                  ADD 1 TO WS-TRAN-ORDINAL
          END-READ
          .

      *>  The member this data record arrived on is the first one
      *>  not yet ended at its ordinal - read order, so the table
      *>  subscript only ever moves forward.  A record past the
      *>  last trailer (the file will fail its balance anyway)
      *>  returns as the feeder's own.
      213-SET-RECORD-ORIGIN.
          PERFORM 211-NEXT-MEMBER
              UNTIL WS-MBR-SUB > WS-MBR-COUNT
                 OR WS-MBR-LAST-ORDINAL(WS-MBR-SUB)
                    >= WS-TRAN-ORDINAL
          IF WS-MBR-SUB > WS-MBR-COUNT
              MOVE SPACE TO WS-RECORD-ORIGIN
          ELSE
              MOVE WS-MBR-ORIGIN(WS-MBR-SUB) TO WS-RECORD-ORIGIN
          END-IF
          .

      211-NEXT-MEMBER.
          ADD 1 TO WS-MBR-SUB
          .

      *>  Performed once per trailer met, then reads on - two
      *>  trailers in a row (an empty recycle file concatenated
      *>  after the main file) capture cleanly.
              DISPLAY "MALFORMED CONTROL TRAILER ON TRANFILE - "
                  "ITS TOTALS CANNOT BE COUNTED."
          END-IF
          IF NOT VALIDATE-ONLY
              PERFORM 675-WRITE-TRAILER-DISPOSITION
          END-IF
          PERFORM 212-READ-RAW-RECORD
          .

      *>  Collects each distinct trailer file date - reached from
      *>  both the prescan and the processing pass, so the full
      *>  set is there for 760-WRITE-RUN-CONTROL either way.
      216-RECORD-TRAILER-DATE.
          IF TL-FILE-DATE IS NUMERIC
              SET WS-DATE-KNOWN TO FALSE

      *>  An address-change record is dispatched before anything
      *>  touches the TR- fields - its SSNum and source sit at
      *>  different offsets (see tranrec.cpy).  So is a re-key,
      *>  which carries no amounts and is never held.
      200-PROCESS-TRANSACTION.
          EVALUATE TRUE
              WHEN TA-ADDRCHG
                  PERFORM 250-APPLY-ADDRESS-CHANGE
              WHEN TK-REKEY
                  PERFORM 270-APPLY-REKEY
              WHEN OTHER
                  PERFORM 205-APPLY-CLASSIC-TRAN
          END-EVALUATE
      *>  Counted against every record read - accepted or rejected -
      *>  so a restart skips exactly as many records as this run
      *>  actually consumed from TRANFILE, not just the accepted ones.
          ADD 1 TO WS-TOTAL-PROCESSED
          ADD 1 TO WS-RECORDS-SINCE-CKPT
          IF WS-RECORDS-SINCE-CKPT >= WS-CHECKPOINT-INTERVAL
             AND NOT VALIDATE-ONLY
              PERFORM 750-WRITE-CHECKPOINT
          END-IF
          PERFORM 210-READ-TRANSACTION
      *>  toward tonight's control totals; it posts the night its
      *>  date arrives, under the release file's own trailer.
      245-HOLD-FUTURE-TRAN.
          IF VALIDATE-ONLY
              PERFORM 694-PREVIEW-HOLD
          ELSE
              WRITE PENDING-RECORD FROM TRAN-RECORD
              ADD 1 TO WS-HELD-SINCE-OPEN
              SET DD-HELD TO TRUE
              PERFORM 670-WRITE-DISPOSITION
              MOVE TR-SSNUM TO WS-MASK-SSNUM
              PERFORM MASK-SSNUM
              DISPLAY "Held transaction for SSNum "
                  WS-MASKED-SSNUM
                  " until effective date " TR-EFFECTIVE-DATE "."
          END-IF
          ADD 1 TO WS-HELD-COUNT
          .

      *>  Address-change (M) records.  Edited with their own
              NOT INVALID KEY
                  SET MASTER-WAS-FOUND TO TRUE
          END-READ
          IF VALIDATE-ONLY
              PERFORM 687-CHECK-PREVIEW-KEY
          END-IF
          EVALUATE TRUE
              WHEN NOT MASTER-WAS-FOUND
                  MOVE "ADR1" TO RJ-REASON-CODE
                  MOVE "RECORD NOT ON MASTER" TO RJ-REASON-TEXT
                  PERFORM 657-WRITE-ADDR-REJECT
              WHEN VALIDATE-ONLY
                  PERFORM 697-PREVIEW-STATUS-CHECK
                  PERFORM 698-PREVIEW-POST
              WHEN OTHER
                  MOVE CUST-MASTER-RECORD TO WS-BEFORE-IMAGE
                  MOVE TA-ADDR-LINE1     TO CM-ADDR-LINE1
                  MOVE TA-ADDR-LINE2     TO CM-ADDR-LINE2
                  MOVE TA-ADDR-LINE3     TO CM-ADDR-LINE3
                  MOVE TA-DATE-OF-BIRTH  TO CM-DATE-OF-BIRTH
                  MOVE TA-SOURCE-SYSTEM  TO CM-SOURCE-SYSTEM
                  MOVE FUNCTION CURRENT-DATE TO CM-LAST-MAINT
                  REWRITE CUST-MASTER-RECORD
                      INVALID KEY
                          DISPLAY "Unable to update record, status "
                              WS-CUSTMAS-STATUS
                  END-REWRITE
                  IF WS-CUSTMAS-STATUS = "00"
                      MOVE "M" TO WS-JRNL-TYPE
                      PERFORM WRITE-JOURNAL-RECORD
                      PERFORM 810-WRITE-ADDR-AUDIT-LOG
                      PERFORM 610-WRITE-ADDR-DETAIL-LINE
                      ADD 1 TO WS-ACCEPTED-COUNT
                      SET DD-POSTED TO TRUE
                      PERFORM 670-WRITE-DISPOSITION
                  ELSE
                      MOVE "MST1" TO RJ-REASON-CODE
                      MOVE "MASTER WRITE FAILED, STATUS="
                          TO RJ-REASON-TEXT
                      MOVE WS-CUSTMAS-STATUS
                          TO RJ-REASON-TEXT(29:2)
                      PERFORM 657-WRITE-ADDR-REJECT
                  END-IF
          END-EVALUATE
          .

      *>  SSNum re-key (K) records.  The old number goes through
      *>  the usual SSNum edit, so a mangled key bounces like any
      *>  other; the new one must pass it too, since it becomes the
      *>  master key.  The TR- key fields alias TK-OLD-SSNUM, so
      *>  the shared master read, reject writer, checkpoint and
      *>  disposition all work on the old number.
      270-APPLY-REKEY.
          MOVE TK-OLD-SSAREA   TO WS-SSAREA
          MOVE TK-OLD-SSGROUP  TO WS-SSGROUP
          MOVE TK-OLD-SSSERIAL TO WS-SSSERIAL
          PERFORM VALIDATE-SSNUM
          EVALUATE TRUE
              WHEN SSNUM-IS-INVALID
                  PERFORM 640-SET-SSNUM-REJECT-REASON
                  PERFORM 650-WRITE-REJECT
              WHEN TK-NEW-SSNUM IS NOT NUMERIC
                  MOVE "RKY1" TO RJ-REASON-CODE
                  MOVE "NEW SSNUM NOT NUMERIC" TO RJ-REASON-TEXT
                  PERFORM 650-WRITE-REJECT
              WHEN OTHER
                  PERFORM 271-EDIT-NEW-SSNUM
          END-EVALUATE
          .

      271-EDIT-NEW-SSNUM.
          MOVE TK-NEW-SSAREA   TO WS-SSAREA
          MOVE TK-NEW-SSGROUP  TO WS-SSGROUP
          MOVE TK-NEW-SSSERIAL TO WS-SSSERIAL
          PERFORM VALIDATE-SSNUM
          EVALUATE TRUE
              WHEN SSNUM-IS-INVALID
                  MOVE "RKY2" TO RJ-REASON-CODE
                  MOVE SPACES TO RJ-REASON-TEXT
                  STRING "NEW " DELIMITED BY SIZE
                      WS-SSNUM-REASON DELIMITED BY SIZE
                      INTO RJ-REASON-TEXT
                  END-STRING
                  PERFORM 650-WRITE-REJECT
              WHEN TK-NEW-SSNUM = TK-OLD-SSNUM
                  MOVE "RKY3" TO RJ-REASON-CODE
                  MOVE "NEW SSNUM SAME AS OLD" TO RJ-REASON-TEXT
                  PERFORM 650-WRITE-REJECT
              WHEN OTHER
                  PERFORM 272-REKEY-MASTER
          END-EVALUATE
          .

      *>  The name check guards against a second typing error
      *>  moving the wrong customer.  A key added earlier in this
      *>  same file (validation run) has no master record to
      *>  compare with yet, so its name is taken on trust.
      272-REKEY-MASTER.
          SET WS-KEY-ADDED-IN-FILE TO FALSE
          PERFORM 215-READ-MASTER-BY-KEY
          EVALUATE TRUE
              WHEN NOT MASTER-WAS-FOUND
                  MOVE "RKY4" TO RJ-REASON-CODE
                  MOVE "OLD SSNUM NOT ON MASTER" TO RJ-REASON-TEXT
                  PERFORM 650-WRITE-REJECT
              WHEN NOT WS-KEY-ADDED-IN-FILE
               AND CM-USERNAME NOT = TK-USERNAME
                  MOVE "RKY5" TO RJ-REASON-CODE
                  MOVE "NAME DOES NOT MATCH MASTER" TO RJ-REASON-TEXT
                  PERFORM 650-WRITE-REJECT
              WHEN OTHER
                  MOVE CUST-MASTER-RECORD TO WS-REKEY-IMAGE
                  PERFORM 273-CHECK-NEW-KEY
          END-EVALUATE
          .

      273-CHECK-NEW-KEY.
          MOVE TK-NEW-SSNUM TO CM-SSNUM
          SET MASTER-WAS-FOUND TO FALSE
          READ CUST-MASTER-FILE
              INVALID KEY
                  CONTINUE
              NOT INVALID KEY
                  SET MASTER-WAS-FOUND TO TRUE
          END-READ
          IF VALIDATE-ONLY
              PERFORM 687-CHECK-PREVIEW-KEY
          END-IF
          EVALUATE TRUE
              WHEN MASTER-WAS-FOUND
                  MOVE "RKY6" TO RJ-REASON-CODE
                  MOVE "NEW SSNUM ALREADY ON MASTER"
                      TO RJ-REASON-TEXT
                  PERFORM 650-WRITE-REJECT
              WHEN VALIDATE-ONLY
                  MOVE TK-OLD-SSNUM TO CM-SSNUM
                  PERFORM 684-PREVIEW-KEY-GONE
                  MOVE TK-NEW-SSNUM TO CM-SSNUM
                  PERFORM 696-PREVIEW-ADD
              WHEN OTHER
                  PERFORM 274-MOVE-MASTER
          END-EVALUATE
          .

      *>  Written under the new key before the old one is deleted,
      *>  so a failure part way never loses the customer; if the
      *>  old key will not delete, the new record is taken back
      *>  off and the transaction rejects MST1 with the status of
      *>  the failed delete.
      274-MOVE-MASTER.
          MOVE WS-REKEY-IMAGE TO CUST-MASTER-RECORD
          MOVE WS-REKEY-IMAGE TO WS-BEFORE-IMAGE
          MOVE "K" TO WS-JRNL-TYPE
          MOVE FUNCTION CURRENT-DATE TO WS-REKEY-STAMP
          MOVE TK-NEW-SSNUM     TO CM-SSNUM
          MOVE WS-REKEY-STAMP   TO CM-LAST-MAINT
          MOVE TK-SOURCE-SYSTEM TO CM-SOURCE-SYSTEM
          WRITE CUST-MASTER-RECORD
              INVALID KEY
                  DISPLAY "Unable to save record, status "
                      WS-CUSTMAS-STATUS
          END-WRITE
          IF WS-CUSTMAS-STATUS = "00"
              MOVE CUST-MASTER-RECORD TO WS-REKEY-IMAGE
              MOVE TK-OLD-SSNUM TO CM-SSNUM
              DELETE CUST-MASTER-FILE RECORD
                  INVALID KEY
                      DISPLAY "Unable to remove old key, status "
                          WS-CUSTMAS-STATUS
              END-DELETE
              IF WS-CUSTMAS-STATUS = "00"
                  MOVE WS-REKEY-IMAGE TO CUST-MASTER-RECORD
              ELSE
                  MOVE WS-CUSTMAS-STATUS TO WS-REKEY-FAIL-STATUS
                  MOVE TK-NEW-SSNUM TO CM-SSNUM
                  DELETE CUST-MASTER-FILE RECORD
                      INVALID KEY
                          CONTINUE
                  END-DELETE
                  MOVE WS-REKEY-FAIL-STATUS TO WS-CUSTMAS-STATUS
              END-IF
          END-IF
          IF WS-CUSTMAS-STATUS = "00"
              PERFORM WRITE-JOURNAL-RECORD
              PERFORM 810-WRITE-ADDR-AUDIT-LOG
              PERFORM 610-WRITE-ADDR-DETAIL-LINE
              PERFORM 276-WRITE-SSN-XREF
              PERFORM 278-MOVE-BANK-ACCOUNT
              ADD 1 TO WS-ACCEPTED-COUNT
              SET DD-POSTED TO TRUE
              PERFORM 670-WRITE-DISPOSITION
          ELSE
              MOVE "MST1" TO RJ-REASON-CODE
              MOVE "MASTER WRITE FAILED, STATUS="
                  TO RJ-REASON-TEXT
              MOVE WS-CUSTMAS-STATUS
                  TO RJ-REASON-TEXT(29:2)
              PERFORM 650-WRITE-REJECT
          END-IF
          .

      *>  A re-key the cross-reference does not hold leaves the
      *>  customer's history stranded under the old number - as
      *>  serious as a change the journal does not hold.
      276-WRITE-SSN-XREF.
          MOVE SPACES TO SSN-XREF-RECORD
          MOVE TK-OLD-SSNUM     TO XR-OLD-SSNUM
          MOVE TK-NEW-SSNUM     TO XR-NEW-SSNUM
          MOVE WS-REKEY-STAMP   TO XR-REKEY-STAMP
          MOVE "COBOLTSB"       TO XR-PROGRAM
          MOVE "COBOLTSB"       TO XR-OPERATOR
          MOVE TK-SOURCE-SYSTEM TO XR-SOURCE-SYSTEM
          MOVE CM-USERNAME      TO XR-USERNAME
          WRITE SSN-XREF-RECORD
          IF WS-SSNXREF-STATUS NOT = "00"
              MOVE TK-OLD-SSNUM TO WS-MASK-SSNUM
              PERFORM MASK-SSNUM
              DISPLAY "SSNXREF1 WRITE FAILED, STATUS "
                  WS-SSNXREF-STATUS " - RE-KEY OF " WS-MASKED-SSNUM
                  " IS NOT CROSS-REFERENCED."
              MOVE 12 TO RETURN-CODE
          END-IF
          .

      278-MOVE-BANK-ACCOUNT.
          IF BANKACCT-IS-OPEN
              MOVE TK-OLD-SSNUM TO BA-SSNUM
              READ BANK-ACCOUNT-FILE
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      PERFORM 279-REKEY-BANK-ACCOUNT
              END-READ
          END-IF
          .

      279-REKEY-BANK-ACCOUNT.
          MOVE TK-NEW-SSNUM   TO BA-SSNUM
          MOVE "COBOLTSB"     TO BA-MAINT-OPERATOR
          MOVE WS-REKEY-STAMP TO BA-LAST-MAINT
          WRITE BANK-ACCOUNT-RECORD
              INVALID KEY
                  DISPLAY "BANK ACCOUNT NOT MOVED TO THE NEW SSNUM, "
                      "STATUS " WS-BANKACCT-STATUS
                      " - RE-ENTER IT THROUGH COBOLMNT."
          END-WRITE
          IF WS-BANKACCT-STATUS = "00"
              MOVE TK-OLD-SSNUM TO BA-SSNUM
              DELETE BANK-ACCOUNT-FILE RECORD
                  INVALID KEY
                      DISPLAY "BANK ACCOUNT LEFT ON THE OLD SSNUM "
                          "AS WELL, STATUS " WS-BANKACCT-STATUS
              END-DELETE
          END-IF
          .

      COPY "ssneditp.cpy".

      COPY "jrnlp.cpy".

      COPY "ssnparmp.cpy".

      COPY "ssnmaskp.cpy".

      640-SET-SSNUM-REJECT-REASON.
          EVALUATE WS-SSNUM-REASON
              WHEN "INVALID SSN AREA"
          MOVE TR-NUM2-X   TO RJ-NUM2
          MOVE TR-SOURCE-SYSTEM  TO RJ-SOURCE-SYSTEM
          MOVE TR-EFFECTIVE-DATE TO RJ-EFFECTIVE-DATE
          IF VALIDATE-ONLY
              PERFORM 692-PREVIEW-REJECT
          ELSE
              WRITE REJECT-RECORD
              SET DD-REJECTED TO TRUE
              PERFORM 670-WRITE-DISPOSITION
          END-IF
          MOVE TR-SSNUM TO WS-MASK-SSNUM
          PERFORM MASK-SSNUM
          DISPLAY "Rejected transaction for SSNum "
              WS-MASKED-SSNUM
              " - " RJ-REASON-TEXT
          ADD 1 TO WS-REJECTED-COUNT
          PERFORM 655-TALLY-REJECT-REASON
          MOVE SPACES      TO RJ-NUM2
          MOVE TA-SOURCE-SYSTEM TO RJ-SOURCE-SYSTEM
          MOVE SPACES      TO RJ-EFFECTIVE-DATE
          IF VALIDATE-ONLY
              PERFORM 692-PREVIEW-REJECT
          ELSE
              WRITE REJECT-RECORD
              SET DD-REJECTED TO TRUE
              PERFORM 670-WRITE-DISPOSITION
          END-IF
          MOVE TA-SSNUM TO WS-MASK-SSNUM
          PERFORM MASK-SSNUM
          DISPLAY "Rejected address change for SSNum "
              WS-MASKED-SSNUM
              " - " RJ-REASON-TEXT
          ADD 1 TO WS-REJECTED-COUNT
          PERFORM 655-TALLY-REJECT-REASON
          END-IF
          .

      *>  What became of the record in hand, for the feeder return
      *>  file - DD-DISPOSITION is set by the caller; a reject
      *>  carries the reason just written to REJECT01.  The image
      *>  is the record as read, whichever layout it carries.
      670-WRITE-DISPOSITION.
          MOVE WS-TRAN-ORDINAL  TO DD-ORDINAL
          SET DD-DETAIL         TO TRUE
          MOVE WS-RECORD-ORIGIN TO DD-ORIGIN
          IF TA-ADDRCHG
              MOVE TA-SOURCE-SYSTEM TO DD-SOURCE-SYSTEM
          ELSE
              MOVE TR-SOURCE-SYSTEM TO DD-SOURCE-SYSTEM
          END-IF
          IF DD-REJECTED
              MOVE RJ-REASON-CODE TO DD-REASON-CODE
              MOVE RJ-REASON-TEXT TO DD-REASON-TEXT
          ELSE
              MOVE SPACES TO DD-REASON-CODE
              MOVE SPACES TO DD-REASON-TEXT
          END-IF
          MOVE WS-TODAY-DATE    TO DD-RUN-DATE
          MOVE TRAN-RECORD      TO DD-TRAN-IMAGE
          WRITE RETURN-DISPOSITION-RECORD
          .

      *>  Each trailer met is passed along too, so cobolret can
      *>  echo the feeder's own control figures back to it.  Also
      *>  written for the trailers a restart skips over - the
      *>  ordinal makes the second copy harmless.
      675-WRITE-TRAILER-DISPOSITION.
          MOVE WS-TRAN-ORDINAL  TO DD-ORDINAL
          SET DD-TRAILER        TO TRUE
          MOVE TL-FILE-ORIGIN   TO DD-ORIGIN
          MOVE TL-SOURCE-SYSTEM TO DD-SOURCE-SYSTEM
          MOVE SPACE            TO DD-DISPOSITION
          MOVE SPACES           TO DD-REASON-CODE
          MOVE SPACES           TO DD-REASON-TEXT
          MOVE WS-TODAY-DATE    TO DD-RUN-DATE
          MOVE TRAN-RECORD      TO DD-TRAN-IMAGE
          WRITE RETURN-DISPOSITION-RECORD
          .

      215-READ-MASTER-BY-KEY.
          MOVE TR-SSAREA   TO CM-SSAREA
          MOVE TR-SSGROUP  TO CM-SSGROUP
              NOT INVALID KEY
                  SET MASTER-WAS-FOUND TO TRUE
          END-READ
          IF VALIDATE-ONLY
              PERFORM 687-CHECK-PREVIEW-KEY
          END-IF
          .

      220-ADD-MASTER.
          PERFORM 215-READ-MASTER-BY-KEY
          EVALUATE TRUE
              WHEN MASTER-WAS-FOUND
                  MOVE "ADD1" TO RJ-REASON-CODE
                  MOVE "RECORD ALREADY ON MASTER" TO RJ-REASON-TEXT
                  PERFORM 650-WRITE-REJECT
              WHEN VALIDATE-ONLY
                  PERFORM 696-PREVIEW-ADD
              WHEN OTHER
                  PERFORM 222-WRITE-NEW-MASTER
          END-EVALUATE
          .

      222-WRITE-NEW-MASTER.
          MOVE SPACES TO WS-BEFORE-IMAGE
          MOVE "A" TO WS-JRNL-TYPE
          PERFORM 225-BUILD-MASTER-FIELDS
          MOVE "A" TO CM-STATUS
          MOVE FUNCTION CURRENT-DATE(1:8) TO CM-STATUS-DATE
          MOVE "COBOLTSB" TO CM-STATUS-OPERATOR
          WRITE CUST-MASTER-RECORD
              INVALID KEY
                  DISPLAY "Unable to save record, status "
                      WS-CUSTMAS-STATUS
          END-WRITE
          PERFORM 260-CHECK-MASTER-RESULT
          .

      225-BUILD-MASTER-FIELDS.

      230-CHANGE-MASTER.
          PERFORM 215-READ-MASTER-BY-KEY
          EVALUATE TRUE
              WHEN NOT MASTER-WAS-FOUND
                  MOVE "CHG1" TO RJ-REASON-CODE
                  MOVE "RECORD NOT ON MASTER" TO RJ-REASON-TEXT
                  PERFORM 650-WRITE-REJECT
              WHEN VALIDATE-ONLY
                  PERFORM 697-PREVIEW-STATUS-CHECK
                  PERFORM 698-PREVIEW-POST
              WHEN OTHER
                  MOVE CUST-MASTER-RECORD TO WS-BEFORE-IMAGE
                  MOVE "C" TO WS-JRNL-TYPE
                  PERFORM 225-BUILD-MASTER-FIELDS
                  REWRITE CUST-MASTER-RECORD
                      INVALID KEY
                          DISPLAY "Unable to update record, status "
                              WS-CUSTMAS-STATUS
                  END-REWRITE
                  PERFORM 260-CHECK-MASTER-RESULT
          END-EVALUATE
          .

      *>  A delete is logical, the same as cobolmnt's - the status
      *>  flips to inactive with the date and operator stamped, so
      *>  the record can be reinstated.  The audit line carries the
      *>  record as it stood on the master, so the log shows what
      *>  was deactivated.  A customer on deceased hold is not
      *>  deactivated over the hold (that would drop the DMF match
      *>  and leave the record to the purge) - the delete rejects
      *>  DEL3, and the hold is released online first if the
      *>  match was false.
      240-DELETE-MASTER.
          PERFORM 215-READ-MASTER-BY-KEY
          EVALUATE TRUE
                  MOVE "DEL2" TO RJ-REASON-CODE
                  MOVE "RECORD ALREADY INACTIVE" TO RJ-REASON-TEXT
                  PERFORM 650-WRITE-REJECT
              WHEN CM-DECEASED-HOLD
                  MOVE "DEL3" TO RJ-REASON-CODE
                  MOVE "CUSTOMER ON DECEASED HOLD" TO RJ-REASON-TEXT
                  PERFORM 650-WRITE-REJECT
              WHEN VALIDATE-ONLY
                  PERFORM 697-PREVIEW-STATUS-CHECK
                  PERFORM 698-PREVIEW-POST
              WHEN OTHER
                  MOVE CUST-MASTER-RECORD TO WS-BEFORE-IMAGE
                  MOVE "D" TO WS-JRNL-TYPE
                  MOVE CM-USERNAME TO UserName
                  MOVE CM-NUM1     TO Num1
                  MOVE CM-NUM2     TO Num2

      260-CHECK-MASTER-RESULT.
          IF WS-CUSTMAS-STATUS = "00"
              PERFORM WRITE-JOURNAL-RECORD
              PERFORM 800-WRITE-AUDIT-LOG
              PERFORM 600-WRITE-DETAIL-LINE
              ADD 1 TO WS-ACCEPTED-COUNT
              SET DD-POSTED TO TRUE
              PERFORM 670-WRITE-DISPOSITION
          ELSE
              MOVE "MST1" TO RJ-REASON-CODE
              MOVE "MASTER WRITE FAILED, STATUS="
          END-IF
          .

      *>  Validation-run outcomes.  Each paragraph below stands in
      *>  for a write the posting run would make, tallying the
      *>  record by its source (WS-SRC-SUB, left on the current
      *>  record's bucket by 210-READ-TRANSACTION) and listing
      *>  anything but a clean post on VALRPT01.
      *>
      681-DROP-ADDED-KEY.
          IF WS-ADDED-KEY(WS-AK-SUB) = CM-SSNUM
              MOVE SPACES TO WS-ADDED-KEY(WS-AK-SUB)
          END-IF
          .

      682-DROP-GONE-KEY.
          IF WS-GONE-KEY(WS-AK-SUB) = CM-SSNUM
              MOVE SPACES TO WS-GONE-KEY(WS-AK-SUB)
          END-IF
          .

      *>  A key an earlier K in this same file would move off the
      *>  master counts as not on it for the records after it - a
      *>  later A may add it again, which takes it back off this
      *>  list.  A key moved off that an A earlier in the file had
      *>  added comes off the added list the same way.
      684-PREVIEW-KEY-GONE.
          PERFORM 681-DROP-ADDED-KEY
              VARYING WS-AK-SUB FROM 1 BY 1
              UNTIL WS-AK-SUB > WS-ADDED-KEY-COUNT
          IF WS-GONE-KEY-COUNT < 2000
              ADD 1 TO WS-GONE-KEY-COUNT
              MOVE CM-SSNUM TO WS-GONE-KEY(WS-GONE-KEY-COUNT)
          ELSE
              MOVE CM-SSNUM TO WS-MASK-SSNUM
              PERFORM MASK-SSNUM
              DISPLAY "MORE THAN 2000 RE-KEYS ON THE INPUT - LATER "
                  "CHANGES TO KEY " WS-MASKED-SSNUM " MAY PREVIEW AS "
                  "ON MASTER."
          END-IF
          .

      685-CHECK-GONE-KEY.
          SET WS-KEY-GONE-IN-FILE TO FALSE
          PERFORM 686-MATCH-ONE-GONE-KEY
              VARYING WS-AK-SUB FROM 1 BY 1
              UNTIL WS-AK-SUB > WS-GONE-KEY-COUNT
                 OR WS-KEY-GONE-IN-FILE
          IF WS-KEY-GONE-IN-FILE
              SET MASTER-WAS-FOUND TO FALSE
          END-IF
          .

      686-MATCH-ONE-GONE-KEY.
          IF WS-GONE-KEY(WS-AK-SUB) = CM-SSNUM
              SET WS-KEY-GONE-IN-FILE TO TRUE
          END-IF
          .

      *>  Every master read in a validation run comes through here,
      *>  so the keys this file has already added or moved off
      *>  read the way the posting run would find them.
      687-CHECK-PREVIEW-KEY.
          IF MASTER-WAS-FOUND
              PERFORM 685-CHECK-GONE-KEY
          ELSE
              PERFORM 688-CHECK-ADDED-KEY
          END-IF
          .

      *>  A key an earlier A in this same file would add counts as
      *>  on the master, active, for the records after it.
      688-CHECK-ADDED-KEY.
          SET WS-KEY-ADDED-IN-FILE TO FALSE
          PERFORM 689-MATCH-ONE-ADDED-KEY
              VARYING WS-AK-SUB FROM 1 BY 1
              UNTIL WS-AK-SUB > WS-ADDED-KEY-COUNT
                 OR WS-KEY-ADDED-IN-FILE
          IF WS-KEY-ADDED-IN-FILE
              SET MASTER-WAS-FOUND TO TRUE
              MOVE "A" TO CM-STATUS
          END-IF
          .

      689-MATCH-ONE-ADDED-KEY.
          IF WS-ADDED-KEY(WS-AK-SUB) = CM-SSNUM
              SET WS-KEY-ADDED-IN-FILE TO TRUE
          END-IF
          .

      *>  The record in hand, from whichever layout it carries.
      690-LOAD-PREVIEW-ITEM.
          IF TA-ADDRCHG
              MOVE TA-TRAN-CODE     TO WS-PV-TRAN-CODE
              MOVE TA-SSNUM         TO WS-PV-SSNUM
              MOVE TA-SOURCE-SYSTEM TO WS-PV-SOURCE
              MOVE SPACES           TO WS-PV-EFF-DATE
          ELSE
              MOVE TR-TRAN-CODE      TO WS-PV-TRAN-CODE
              MOVE TR-SSNUM          TO WS-PV-SSNUM
              MOVE TR-SOURCE-SYSTEM  TO WS-PV-SOURCE
              MOVE TR-EFFECTIVE-DATE TO WS-PV-EFF-DATE
          END-IF
          .

      692-PREVIEW-REJECT.
          PERFORM 690-LOAD-PREVIEW-ITEM
          MOVE "REJECT"       TO WS-PV-ACTION
          MOVE RJ-REASON-CODE TO WS-PV-CODE
          MOVE RJ-REASON-TEXT TO WS-PV-TEXT
          ADD 1 TO WS-SRC-REJ-COUNT(WS-SRC-SUB)
          PERFORM 699-LIST-PREVIEW-ITEM
          .

      *>  A held change or delete is looked up too - the key has
      *>  to be there on the night it comes due, or it rejects
      *>  then, long after the feeder could have fixed it.
      694-PREVIEW-HOLD.
          PERFORM 690-LOAD-PREVIEW-ITEM
          MOVE "HOLD"   TO WS-PV-ACTION
          MOVE SPACES   TO WS-PV-CODE
          MOVE "HELD UNTIL EFFECTIVE DATE" TO WS-PV-TEXT
          ADD 1 TO WS-SRC-HOLD-COUNT(WS-SRC-SUB)
          IF TR-CHANGE OR TR-DELETE
              PERFORM 215-READ-MASTER-BY-KEY
              IF NOT MASTER-WAS-FOUND
                  MOVE "PND1" TO WS-PV-CODE
                  MOVE "HELD - NOT ON MASTER TODAY" TO WS-PV-TEXT
                  ADD 1 TO WS-WARNING-COUNT
                  ADD 1 TO WS-SRC-WARN-COUNT(WS-SRC-SUB)
              END-IF
          END-IF
          PERFORM 699-LIST-PREVIEW-ITEM
          .

      696-PREVIEW-ADD.
          PERFORM 682-DROP-GONE-KEY
              VARYING WS-AK-SUB FROM 1 BY 1
              UNTIL WS-AK-SUB > WS-GONE-KEY-COUNT
          IF WS-ADDED-KEY-COUNT < 2000
              ADD 1 TO WS-ADDED-KEY-COUNT
              MOVE CM-SSNUM TO WS-ADDED-KEY(WS-ADDED-KEY-COUNT)
          ELSE
              MOVE CM-SSNUM TO WS-MASK-SSNUM
              PERFORM MASK-SSNUM
              DISPLAY "MORE THAN 2000 ADDS ON THE INPUT - LATER "
                  "CHANGES TO KEY " WS-MASKED-SSNUM " MAY PREVIEW AS "
                  "NOT ON MASTER."
          END-IF
          PERFORM 698-PREVIEW-POST
          .

      *>  The posting run applies a change or address change to a
      *>  customer whatever the status (a delete of an inactive or
      *>  held one rejects DEL2/DEL3 before it gets here), so these
      *>  post - but a feeder changing a closed or deceased-hold
      *>  account is usually a feeder with the wrong key, so they
      *>  are listed.
      697-PREVIEW-STATUS-CHECK.
          IF CM-INACTIVE OR CM-DECEASED-HOLD
              PERFORM 690-LOAD-PREVIEW-ITEM
              MOVE "WARN" TO WS-PV-ACTION
              IF CM-INACTIVE
                  MOVE "STA1" TO WS-PV-CODE
                  MOVE "CUSTOMER INACTIVE - WILL POST" TO WS-PV-TEXT
              ELSE
                  MOVE "STA2" TO WS-PV-CODE
                  MOVE "DECEASED HOLD - WILL POST" TO WS-PV-TEXT
              END-IF
              ADD 1 TO WS-WARNING-COUNT
              ADD 1 TO WS-SRC-WARN-COUNT(WS-SRC-SUB)
              PERFORM 699-LIST-PREVIEW-ITEM
          END-IF
          .

      698-PREVIEW-POST.
          ADD 1 TO WS-ACCEPTED-COUNT
          ADD 1 TO WS-SRC-POST-COUNT(WS-SRC-SUB)
          .

      699-LIST-PREVIEW-ITEM.
          MOVE WS-PV-SOURCE    TO RPT-VI-SOURCE
          MOVE WS-PV-TRAN-CODE TO RPT-VI-TRAN-CODE
          MOVE WS-PV-SSNUM     TO WS-MASK-SSNUM
          PERFORM MASK-SSNUM
          MOVE WS-MASKED-SSNUM TO RPT-VI-SSNUM
          MOVE WS-PV-ACTION    TO RPT-VI-ACTION
          MOVE WS-PV-CODE      TO RPT-VI-CODE
          MOVE WS-PV-TEXT      TO RPT-VI-TEXT
          MOVE WS-PV-EFF-DATE  TO RPT-VI-EFF-DATE
          WRITE PREVIEW-RECORD FROM RPT-VAL-ITEM-LINE
          SET WS-PVR-KNOWN TO FALSE
          PERFORM 695-MATCH-ONE-PREVIEW-REASON
              VARYING WS-PVR-SUB FROM 1 BY 1
              UNTIL WS-PVR-SUB > WS-PVR-COUNT
                 OR WS-PVR-KNOWN
          IF NOT WS-PVR-KNOWN
              IF WS-PVR-COUNT < 40
                  ADD 1 TO WS-PVR-COUNT
                  MOVE WS-PV-SOURCE TO WS-PVR-SOURCE(WS-PVR-COUNT)
                  MOVE WS-PV-ACTION TO WS-PVR-ACTION(WS-PVR-COUNT)
                  MOVE WS-PV-CODE   TO WS-PVR-CODE(WS-PVR-COUNT)
                  MOVE WS-PV-TEXT   TO WS-PVR-TEXT(WS-PVR-COUNT)
                  MOVE 1            TO WS-PVR-TALLY(WS-PVR-COUNT)
              ELSE
                  DISPLAY "MORE THAN 40 SOURCE/REASON COMBINATIONS "
                      "- CODE " WS-PV-CODE " NOT SUMMARIZED."
              END-IF
          END-IF
          .

      695-MATCH-ONE-PREVIEW-REASON.
          IF WS-PVR-SOURCE(WS-PVR-SUB) = WS-PV-SOURCE
             AND WS-PVR-ACTION(WS-PVR-SUB) = WS-PV-ACTION
             AND WS-PVR-CODE(WS-PVR-SUB) = WS-PV-CODE
              ADD 1 TO WS-PVR-TALLY(WS-PVR-SUB)
              SET WS-PVR-KNOWN TO TRUE
          END-IF
          .

      800-WRITE-AUDIT-LOG.
          MOVE FUNCTION CURRENT-DATE TO AL-TIMESTAMP
          MOVE UserName    TO AL-USERNAME
          WRITE AUDIT-LOG-RECORD
          .

      *>  Audit posting for an applied address change or re-key,
      *>  keyed and valued from the master record as written - the
      *>  TR- working fields hold nothing meaningful for an M or K
      *>  record.
      810-WRITE-ADDR-AUDIT-LOG.
          MOVE FUNCTION CURRENT-DATE TO AL-TIMESTAMP
          MOVE CM-USERNAME TO AL-USERNAME

      600-WRITE-DETAIL-LINE.
          MOVE UserName    TO RPT-USERNAME
          MOVE TR-SSNUM    TO WS-MASK-SSNUM
          PERFORM MASK-SSNUM
          MOVE WS-MASKED-SSNUM TO RPT-SSNUM
          MOVE Num1        TO RPT-NUM1
          MOVE Num2        TO RPT-NUM2
          MOVE Total       TO RPT-TOTAL
          WRITE REPORT-RECORD FROM RPT-DETAIL-LINE
          .

      *>  Detail line for an applied address change or re-key - the
      *>  record's amounts as they stand (unchanged by an M or K
      *>  record), so the report line reads like any other
      *>  accepted transaction.
      610-WRITE-ADDR-DETAIL-LINE.
          MOVE CM-USERNAME TO RPT-USERNAME
          MOVE CM-SSNUM    TO WS-MASK-SSNUM
          PERFORM MASK-SSNUM
          MOVE WS-MASKED-SSNUM TO RPT-SSNUM
          MOVE CM-NUM1     TO RPT-NUM1
          MOVE CM-NUM2     TO RPT-NUM2
          MOVE CM-TOTAL    TO RPT-TOTAL
          IF TA-ADDRCHG
              MOVE TA-SOURCE-SYSTEM TO RPT-SOURCE
          ELSE
              MOVE TK-SOURCE-SYSTEM TO RPT-SOURCE
          END-IF
          WRITE REPORT-RECORD FROM RPT-DETAIL-LINE
          .

          END-IF
          .

      *>  The preview's summary - by source, then by source and
      *>  reason, then the totals and the balance verdict that
      *>  710-VERIFY-CONTROL-TOTALS has already reached.
      780-WRITE-PREVIEW-SUMMARY.
          IF WS-PVR-COUNT = ZERO
              MOVE "  NONE - EVERY RECORD WOULD POST"
                  TO RPT-VAL-SECTION-TEXT
              WRITE PREVIEW-RECORD FROM RPT-VAL-SECTION-LINE
          END-IF
          MOVE SPACES TO PREVIEW-RECORD
          WRITE PREVIEW-RECORD
          MOVE "BY SOURCE" TO RPT-VAL-SECTION-TEXT
          WRITE PREVIEW-RECORD FROM RPT-VAL-SECTION-LINE
          WRITE PREVIEW-RECORD FROM RPT-VAL-SOURCE-COLUMN-LINE
          PERFORM 782-WRITE-PREVIEW-SOURCE
              VARYING WS-SRC-SUB FROM 1 BY 1
              UNTIL WS-SRC-SUB > WS-SRC-COUNT
          MOVE SPACES TO PREVIEW-RECORD
          WRITE PREVIEW-RECORD
          MOVE "BY SOURCE AND REASON CODE" TO RPT-VAL-SECTION-TEXT
          WRITE PREVIEW-RECORD FROM RPT-VAL-SECTION-LINE
          WRITE PREVIEW-RECORD FROM RPT-VAL-REASON-COLUMN-LINE
          PERFORM 784-WRITE-PREVIEW-REASON
              VARYING WS-PVR-SUB FROM 1 BY 1
              UNTIL WS-PVR-SUB > WS-PVR-COUNT
          MOVE SPACES TO PREVIEW-RECORD
          WRITE PREVIEW-RECORD
          MOVE "RECORDS READ"          TO RPT-VT-LABEL
          MOVE WS-ACTUAL-COUNT         TO RPT-VT-COUNT
          WRITE PREVIEW-RECORD FROM RPT-VAL-TOTAL-LINE
          MOVE "WOULD POST"            TO RPT-VT-LABEL
          MOVE WS-ACCEPTED-COUNT       TO RPT-VT-COUNT
          WRITE PREVIEW-RECORD FROM RPT-VAL-TOTAL-LINE
          MOVE "WOULD HOLD FOR EFFECTIVE DATE" TO RPT-VT-LABEL
          MOVE WS-HELD-COUNT           TO RPT-VT-COUNT
          WRITE PREVIEW-RECORD FROM RPT-VAL-TOTAL-LINE
          MOVE "WOULD REJECT"          TO RPT-VT-LABEL
          MOVE WS-REJECTED-COUNT       TO RPT-VT-COUNT
          WRITE PREVIEW-RECORD FROM RPT-VAL-TOTAL-LINE
          MOVE "WARNINGS"              TO RPT-VT-LABEL
          MOVE WS-WARNING-COUNT        TO RPT-VT-COUNT
          WRITE PREVIEW-RECORD FROM RPT-VAL-TOTAL-LINE
          MOVE SPACES TO PREVIEW-RECORD
          WRITE PREVIEW-RECORD
          IF WS-CONTROL-OK
              MOVE "FILE BALANCES TO ITS TRAILERS, OVERALL AND BY SOURCE"
                  TO RPT-VAL-RESULT-TEXT
          ELSE
              MOVE "*** FILE DOES NOT BALANCE TO ITS TRAILERS - TONIGHT'S RUN "
                  & "WOULD END RC 12 ***"
                  TO RPT-VAL-RESULT-TEXT
          END-IF
          WRITE PREVIEW-RECORD FROM RPT-VAL-RESULT-LINE
          .

      782-WRITE-PREVIEW-SOURCE.
          MOVE WS-SRC-CODE(WS-SRC-SUB)       TO RPT-VS-SOURCE
          MOVE WS-SRC-ACT-COUNT(WS-SRC-SUB)  TO RPT-VS-READ
          MOVE WS-SRC-POST-COUNT(WS-SRC-SUB) TO RPT-VS-POST
          MOVE WS-SRC-HOLD-COUNT(WS-SRC-SUB) TO RPT-VS-HOLD
          MOVE WS-SRC-REJ-COUNT(WS-SRC-SUB)  TO RPT-VS-REJECT
          MOVE WS-SRC-WARN-COUNT(WS-SRC-SUB) TO RPT-VS-WARN
          MOVE WS-SRC-EXP-COUNT(WS-SRC-SUB)  TO RPT-VS-TRAILER
          EVALUATE TRUE
              WHEN WS-SRC-ACT-COUNT(WS-SRC-SUB)
                   NOT = WS-SRC-EXP-COUNT(WS-SRC-SUB)
                  MOVE "COUNT OFF"  TO RPT-VS-BALANCE
              WHEN WS-SRC-ACT-HASH(WS-SRC-SUB)
                   NOT = WS-SRC-EXP-HASH(WS-SRC-SUB)
                  MOVE "HASH OFF"   TO RPT-VS-BALANCE
              WHEN OTHER
                  MOVE "BALANCED"   TO RPT-VS-BALANCE
          END-EVALUATE
          WRITE PREVIEW-RECORD FROM RPT-VAL-SOURCE-LINE
          .

      784-WRITE-PREVIEW-REASON.
          MOVE WS-PVR-SOURCE(WS-PVR-SUB) TO RPT-VR-SOURCE
          MOVE WS-PVR-ACTION(WS-PVR-SUB) TO RPT-VR-ACTION
          MOVE WS-PVR-CODE(WS-PVR-SUB)   TO RPT-VR-CODE
          MOVE WS-PVR-TEXT(WS-PVR-SUB)   TO RPT-VR-TEXT
          MOVE WS-PVR-TALLY(WS-PVR-SUB)  TO RPT-VR-COUNT
          WRITE PREVIEW-RECORD FROM RPT-VAL-REASON-LINE
          .

      *>  One record per distinct trailer date, so a concatenated
      *>  recycle member's identity is remembered alongside the
      *>  main file's and neither can post a second time.
          CLOSE REPORT-FILE
          CLOSE REJECT-FILE
          CLOSE PENDING-FILE
          CLOSE JOURNAL-FILE
          CLOSE DISPOSITION-FILE
          CLOSE SSN-XREF-FILE
          IF BANKACCT-IS-OPEN
              CLOSE BANK-ACCOUNT-FILE
          END-IF
          .
