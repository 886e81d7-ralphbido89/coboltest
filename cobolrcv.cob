       >>SOURCE FORMAT FREE
      IDENTIFICATION DIVISION.
      PROGRAM-ID. cobolrcv.
      AUTHOR. Ralph Bido.
      DATE-WRITTEN.October 15 2026
      *> Forward recovery of the customer master.  Rebuilds a
      *> freshly defined (empty) CUSTMAS from the last flat backup
      *> taken by custmas_backup.jcl (CUSTBKUP, a byte image of
      *> custmas.cpy records in key order), then rolls the
      *> CUSTJRNL change journal (jrnlrec.cpy) forward over it up
      *> to the recovery point read from SYSIN - so a master
      *> damaged mid-day comes back to the moment before the
      *> damage without anyone retyping a day's work.
      *>
      *> The journal is applied by image, not by re-running the
      *> business logic: a record whose after image is spaces (a
      *> cobolprg purge) is deleted, anything else is written
      *> exactly as its after image says, and a record whose key
      *> moved (an SSNum re-key) takes its old key off the master
      *> first.  Applying
      *> the same record twice lands the master in the same
      *> state, so a recovery can be rerun from the top.  A
      *> master record that does not match the journal's before
      *> image is still brought to the after image - the after
      *> image is what the updating program wrote - but is listed
      *> as an exception, since it means a change reached the
      *> master that the journal does not hold.
      *>
      *> RCVRPT01 shows the recovery point, the count loaded from
      *> the backup, the count re-applied from the journal by
      *> transaction type, and a final pass of the rebuilt master
      *> giving its record count and CM-TOTAL hash in the same
      *> terms as the RCNRPT01 certificate - cobolrcn runs next in
      *> jcl/cobolrcv.jcl to prove the rebuilt master.  Any
      *> exception ends the step RC 8; a rebuilt record count that
      *> does not agree with backup + adds - purges ends it RC 12.
      *>
      *> The SYSIN recovery point is CCYYMMDDHHMMSS, compared with
      *> the first 14 bytes of JR-TIMESTAMP; journal records after
      *> it are read and counted but not applied.  A blank line
      *> applies the whole journal.
      *> SSNums print masked (***-**-nnnn) unless the job passes
      *> PARM='FULLSSN' (ssnmaskw.cpy).
      ENVIRONMENT DIVISION.
      INPUT-OUTPUT SECTION.
      FILE-CONTROL.
          SELECT BACKUP-FILE ASSIGN TO "CUSTBKUP"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-BACKUP-STATUS.

          SELECT JOURNAL-FILE ASSIGN TO "CUSTJRNL"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-JOURNAL-STATUS.

          SELECT CUST-MASTER-FILE ASSIGN TO "CUSTMAS"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CM-SSNUM
              FILE STATUS IS WS-CUSTMAS-STATUS.

          SELECT REPORT-FILE ASSIGN TO "RCVRPT01"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REPORT-STATUS.

      DATA DIVISION.
      FILE SECTION.
      FD  BACKUP-FILE
          RECORD CONTAINS 198 CHARACTERS.
      *>  Byte image of CUST-MASTER-RECORD, as IDCAMS REPRO
      *>  unloaded it - keep the length in step with custmas.cpy.
      01  BACKUP-RECORD               PIC X(198).

      FD  JOURNAL-FILE
          RECORD CONTAINS 441 CHARACTERS.
      COPY "jrnlrec.cpy".

      FD  CUST-MASTER-FILE.
      COPY "custmas.cpy".

      FD  REPORT-FILE.
      01  REPORT-RECORD               PIC X(80).

      WORKING-STORAGE SECTION.
      01 WS-BACKUP-STATUS             PIC XX VALUE ZEROS.
      01 WS-JOURNAL-STATUS            PIC XX VALUE ZEROS.
      01 WS-CUSTMAS-STATUS            PIC XX VALUE ZEROS.
      01 WS-REPORT-STATUS             PIC XX VALUE ZEROS.
      01 WS-BACKUP-EOF-SWITCH         PIC X VALUE "N".
          88 WS-BACKUP-END-OF-FILE    VALUE "Y" FALSE "N".
      01 WS-JOURNAL-EOF-SWITCH        PIC X VALUE "N".
          88 WS-JOURNAL-END-OF-FILE   VALUE "Y" FALSE "N".
      01 WS-MASTER-EOF-SWITCH         PIC X VALUE "N".
          88 WS-MASTER-END-OF-FILE    VALUE "Y" FALSE "N".
      01 WS-JOURNAL-OPEN-SWITCH       PIC X VALUE "N".
          88 WS-JOURNAL-FILE-OPEN     VALUE "Y" FALSE "N".
      01 WS-MASTER-FOUND              PIC X VALUE "N".
          88 MASTER-WAS-FOUND         VALUE "Y" FALSE "N".
      01 WS-TODAY-DATE                PIC 9(8) VALUE ZERO.
      01 WS-RECOVERY-POINT            PIC X(14) VALUE SPACES.
      01 WS-OLD-KEY                   PIC X(9) VALUE SPACES.
      01 WS-EXC-REASON                PIC X(36) VALUE SPACES.
      01 WS-LOADED-COUNT              PIC 9(7) VALUE ZERO.
      01 WS-LOAD-FAILED-COUNT         PIC 9(7) VALUE ZERO.
      01 WS-JRNL-READ-COUNT           PIC 9(7) VALUE ZERO.
      01 WS-APPLIED-COUNT             PIC 9(7) VALUE ZERO.
      01 WS-BEYOND-COUNT              PIC 9(7) VALUE ZERO.
      01 WS-EXCEPTION-COUNT           PIC 9(7) VALUE ZERO.
      01 WS-INSERTED-COUNT            PIC 9(7) VALUE ZERO.
      01 WS-REMOVED-COUNT             PIC 9(7) VALUE ZERO.
      01 WS-EXPECTED-COUNT            PIC 9(7) VALUE ZERO.
      01 WS-RECORD-COUNT              PIC 9(7) VALUE ZERO.
      *> Same width as the cobolrcn hash - see the note there.
      01 WS-HASH-TOTAL                PIC S9(13)V99 COMP-3 VALUE ZERO.

      *> Journal transaction types (JR-TRAN-TYPE in jrnlrec.cpy)
      *> and their report labels.  A type not in the table is
      *> still applied by image and tallied in the extra slot
      *> past the last entry.
      01 WS-TYPE-TABLE-DATA.
          05 FILLER                   PIC X(20) VALUE
              "AADDS".
          05 FILLER                   PIC X(20) VALUE
              "CCHANGES".
          05 FILLER                   PIC X(20) VALUE
              "DDEACTIVATIONS".
          05 FILLER                   PIC X(20) VALUE
              "MADDRESS CHANGES".
          05 FILLER                   PIC X(20) VALUE
              "RREINSTATES/RESTORES".
          05 FILLER                   PIC X(20) VALUE
              "TRATE ADJUSTMENTS".
          05 FILLER                   PIC X(20) VALUE
              "HDECEASED HOLDS".
          05 FILLER                   PIC X(20) VALUE
              "PPURGES".
          05 FILLER                   PIC X(20) VALUE
              "KSSNUM RE-KEYS".
      01 WS-TYPE-TABLE REDEFINES WS-TYPE-TABLE-DATA.
          05 WS-TYPE-ENTRY OCCURS 9 TIMES.
              10 WS-TYPE-CODE         PIC X.
              10 WS-TYPE-LABEL        PIC X(19).
      01 WS-TYPE-MAX                  PIC 9(2) COMP VALUE 9.
      01 WS-TYPE-SUB                  PIC 9(2) COMP VALUE ZERO.
      01 WS-TYPE-TALLIES.
          05 WS-TYPE-TALLY            PIC 9(7) OCCURS 10 TIMES.
      01 WS-TYPE-KNOWN-SWITCH         PIC X VALUE "N".
          88 WS-TYPE-KNOWN            VALUE "Y" FALSE "N".

      COPY "rcvrpt.cpy".
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
          MOVE ZEROS TO WS-TYPE-TALLIES
          PERFORM 100-GET-RECOVERY-POINT
          PERFORM 150-OPEN-FILES
          PERFORM 200-READ-BACKUP
          PERFORM 250-LOAD-BACKUP-RECORD UNTIL WS-BACKUP-END-OF-FILE
          PERFORM 300-REOPEN-MASTER
          IF WS-JOURNAL-FILE-OPEN
              PERFORM 310-READ-JOURNAL
          END-IF
          PERFORM 400-APPLY-JOURNAL-RECORD
              UNTIL WS-JOURNAL-END-OF-FILE
          PERFORM 500-COUNT-REBUILT-MASTER
          PERFORM 700-WRITE-TOTALS
          PERFORM 900-CLOSE-FILES
          DISPLAY WS-LOADED-COUNT " record(s) loaded from backup, "
              WS-APPLIED-COUNT " journal record(s) re-applied, "
              WS-BEYOND-COUNT " past the recovery point."
          EVALUATE TRUE
              WHEN WS-RECORD-COUNT NOT = WS-EXPECTED-COUNT
                  MOVE 12 TO RETURN-CODE
              WHEN WS-EXCEPTION-COUNT > ZERO
                  MOVE 8 TO RETURN-CODE
              WHEN OTHER
                  CONTINUE
          END-EVALUATE
          STOP RUN
          .

      100-GET-RECOVERY-POINT.
          DISPLAY "Recover through (CCYYMMDDHHMMSS, blank for the "
              "whole journal): " WITH NO ADVANCING
          ACCEPT WS-RECOVERY-POINT
          IF WS-RECOVERY-POINT NOT = SPACES
             AND WS-RECOVERY-POINT IS NOT NUMERIC
              DISPLAY "RECOVERY POINT IS NOT A VALID "
                  "CCYYMMDDHHMMSS TIMESTAMP - ABORTING RUN."
              MOVE 16 TO RETURN-CODE
              STOP RUN
          END-IF
          .

      *>  The master is opened OUTPUT - it must be the empty
      *>  cluster the recovery job has just defined; loading a
      *>  backup over live records is exactly what this program
      *>  must never do.
      150-OPEN-FILES.
          OPEN INPUT BACKUP-FILE
          IF WS-BACKUP-STATUS NOT = "00"
              DISPLAY "UNABLE TO OPEN CUSTBKUP, STATUS "
                  WS-BACKUP-STATUS "- ABORTING RUN."
              MOVE 16 TO RETURN-CODE
              STOP RUN
          END-IF
          OPEN OUTPUT CUST-MASTER-FILE
          IF WS-CUSTMAS-STATUS NOT = "00"
              DISPLAY "UNABLE TO OPEN CUSTMAS, STATUS "
                  WS-CUSTMAS-STATUS "- ABORTING RUN."
              MOVE 16 TO RETURN-CODE
              STOP RUN
          END-IF
          OPEN OUTPUT REPORT-FILE
          IF WS-SHOW-FULL-SSNUM
              WRITE REPORT-RECORD FROM WS-FULL-SSNUM-BANNER
          END-IF
          MOVE WS-TODAY-DATE TO RPT-RUN-DATE
          WRITE REPORT-RECORD FROM RPT-HEADING-LINE
          IF WS-RECOVERY-POINT = SPACES
              MOVE "END OF JOURNAL" TO RPT-RECOVERY-POINT
          ELSE
              MOVE WS-RECOVERY-POINT TO RPT-RECOVERY-POINT
          END-IF
          WRITE REPORT-RECORD FROM RPT-POINT-LINE
          MOVE SPACES TO REPORT-RECORD
          WRITE REPORT-RECORD
          .

      200-READ-BACKUP.
          READ BACKUP-FILE
              AT END
                  SET WS-BACKUP-END-OF-FILE TO TRUE
          END-READ
          .

      250-LOAD-BACKUP-RECORD.
          MOVE BACKUP-RECORD TO CUST-MASTER-RECORD
          MOVE CM-SSNUM TO WS-MASK-SSNUM
          PERFORM MASK-SSNUM
          WRITE CUST-MASTER-RECORD
              INVALID KEY
                  DISPLAY "Unable to load record "
                      WS-MASKED-SSNUM
                      ", status " WS-CUSTMAS-STATUS
          END-WRITE
          IF WS-CUSTMAS-STATUS = "00"
              ADD 1 TO WS-LOADED-COUNT
          ELSE
              ADD 1 TO WS-LOAD-FAILED-COUNT
              ADD 1 TO WS-EXCEPTION-COUNT
          END-IF
          PERFORM 200-READ-BACKUP
          .

      *>  No journal at all means nothing changed since the
      *>  backup - the rebuilt master is the backup.
      300-REOPEN-MASTER.
          CLOSE BACKUP-FILE
          CLOSE CUST-MASTER-FILE
          OPEN I-O CUST-MASTER-FILE
          IF WS-CUSTMAS-STATUS NOT = "00"
              DISPLAY "UNABLE TO REOPEN CUSTMAS, STATUS "
                  WS-CUSTMAS-STATUS "- ABORTING RUN."
              MOVE 16 TO RETURN-CODE
              STOP RUN
          END-IF
          OPEN INPUT JOURNAL-FILE
          IF WS-JOURNAL-STATUS NOT = "00"
              DISPLAY "No change journal found, status "
                  WS-JOURNAL-STATUS " - master rebuilt from the "
                  "backup alone."
              SET WS-JOURNAL-END-OF-FILE TO TRUE
          ELSE
              SET WS-JOURNAL-FILE-OPEN TO TRUE
          END-IF
          .

      310-READ-JOURNAL.
          READ JOURNAL-FILE
              AT END
                  SET WS-JOURNAL-END-OF-FILE TO TRUE
          END-READ
          .

      400-APPLY-JOURNAL-RECORD.
          ADD 1 TO WS-JRNL-READ-COUNT
          IF WS-RECOVERY-POINT NOT = SPACES
             AND JR-TIMESTAMP(1:14) > WS-RECOVERY-POINT
              ADD 1 TO WS-BEYOND-COUNT
          ELSE
              IF JR-AFTER-IMAGE = SPACES
                  PERFORM 420-REMOVE-RECORD
              ELSE
                  PERFORM 430-APPLY-AFTER-IMAGE
              END-IF
          END-IF
          PERFORM 310-READ-JOURNAL
          .

      *>  A purge - the record left the master for ARCHIVE1.  One
      *>  already gone is the rerun case, reported but harmless.
      420-REMOVE-RECORD.
          MOVE JR-BEFORE-IMAGE(1:9) TO CM-SSNUM
          DELETE CUST-MASTER-FILE RECORD
              INVALID KEY
                  MOVE "PURGED RECORD NOT ON MASTER"
                      TO WS-EXC-REASON
                  PERFORM 600-WRITE-EXCEPTION-LINE
          END-DELETE
          IF WS-CUSTMAS-STATUS = "00"
              ADD 1 TO WS-REMOVED-COUNT
              PERFORM 450-TALLY-APPLIED
          END-IF
          .

      *>  The record is read at its (new) key first, both to pick
      *>  REWRITE or WRITE and to check it against the before
      *>  image.  A record already at its after image is the rerun
      *>  case and is not an exception.
      430-APPLY-AFTER-IMAGE.
          IF JR-BEFORE-IMAGE NOT = SPACES
             AND JR-BEFORE-IMAGE(1:9) NOT = JR-AFTER-IMAGE(1:9)
              PERFORM 440-REMOVE-OLD-KEY
          END-IF
          MOVE JR-AFTER-IMAGE(1:9) TO CM-SSNUM
          SET MASTER-WAS-FOUND TO FALSE
          READ CUST-MASTER-FILE
              INVALID KEY
                  CONTINUE
              NOT INVALID KEY
                  SET MASTER-WAS-FOUND TO TRUE
          END-READ
          IF MASTER-WAS-FOUND
              IF CUST-MASTER-RECORD NOT = JR-BEFORE-IMAGE
                 AND CUST-MASTER-RECORD NOT = JR-AFTER-IMAGE
                  MOVE "MASTER DID NOT MATCH BEFORE IMAGE"
                      TO WS-EXC-REASON
                  PERFORM 600-WRITE-EXCEPTION-LINE
              END-IF
              MOVE JR-AFTER-IMAGE TO CUST-MASTER-RECORD
              REWRITE CUST-MASTER-RECORD
                  INVALID KEY
                      CONTINUE
              END-REWRITE
          ELSE
              IF JR-BEFORE-IMAGE NOT = SPACES
                 AND JR-BEFORE-IMAGE(1:9) = JR-AFTER-IMAGE(1:9)
                  MOVE "CHANGED RECORD NOT ON MASTER - ADDED"
                      TO WS-EXC-REASON
                  PERFORM 600-WRITE-EXCEPTION-LINE
              END-IF
              MOVE JR-AFTER-IMAGE TO CUST-MASTER-RECORD
              WRITE CUST-MASTER-RECORD
                  INVALID KEY
                      CONTINUE
              END-WRITE
              IF WS-CUSTMAS-STATUS = "00"
                  ADD 1 TO WS-INSERTED-COUNT
              END-IF
          END-IF
          IF WS-CUSTMAS-STATUS = "00"
              PERFORM 450-TALLY-APPLIED
          ELSE
              MOVE "MASTER WRITE FAILED, STATUS="
                  TO WS-EXC-REASON
              MOVE WS-CUSTMAS-STATUS TO WS-EXC-REASON(29:2)
              PERFORM 600-WRITE-EXCEPTION-LINE
          END-IF
          .

      *>  The record moved to a new key - its old one comes off
      *>  the master.  Already gone is the rerun case.
      440-REMOVE-OLD-KEY.
          MOVE JR-BEFORE-IMAGE(1:9) TO WS-OLD-KEY
          MOVE WS-OLD-KEY TO CM-SSNUM
          DELETE CUST-MASTER-FILE RECORD
              INVALID KEY
                  CONTINUE
          END-DELETE
          IF WS-CUSTMAS-STATUS = "00"
              ADD 1 TO WS-REMOVED-COUNT
          END-IF
          .

      450-TALLY-APPLIED.
          ADD 1 TO WS-APPLIED-COUNT
          SET WS-TYPE-KNOWN TO FALSE
          PERFORM 455-MATCH-ONE-TYPE
              VARYING WS-TYPE-SUB FROM 1 BY 1
              UNTIL WS-TYPE-SUB > WS-TYPE-MAX OR WS-TYPE-KNOWN
          IF NOT WS-TYPE-KNOWN
              COMPUTE WS-TYPE-SUB = WS-TYPE-MAX + 1
              ADD 1 TO WS-TYPE-TALLY(WS-TYPE-SUB)
          END-IF
          .

      455-MATCH-ONE-TYPE.
          IF WS-TYPE-CODE(WS-TYPE-SUB) = JR-TRAN-TYPE
              ADD 1 TO WS-TYPE-TALLY(WS-TYPE-SUB)
              SET WS-TYPE-KNOWN TO TRUE
          END-IF
          .

      *>  Final pass over the rebuilt master - the same record
      *>  count and CM-TOTAL hash cobolrcn certifies.
      500-COUNT-REBUILT-MASTER.
          CLOSE CUST-MASTER-FILE
          OPEN INPUT CUST-MASTER-FILE
          PERFORM 510-READ-NEXT-MASTER
          PERFORM 520-COUNT-ONE-MASTER UNTIL WS-MASTER-END-OF-FILE
          .

      510-READ-NEXT-MASTER.
          READ CUST-MASTER-FILE NEXT RECORD
              AT END
                  SET WS-MASTER-END-OF-FILE TO TRUE
          END-READ
          .

      520-COUNT-ONE-MASTER.
          ADD 1 TO WS-RECORD-COUNT
          ADD CM-TOTAL TO WS-HASH-TOTAL
          PERFORM 510-READ-NEXT-MASTER
          .

      600-WRITE-EXCEPTION-LINE.
          ADD 1 TO WS-EXCEPTION-COUNT
          MOVE JR-TRAN-TYPE TO RPT-EXC-TYPE
          MOVE CM-SSNUM        TO WS-MASK-SSNUM
          PERFORM MASK-SSNUM
          MOVE WS-MASKED-SSNUM TO RPT-EXC-SSNUM
          MOVE JR-TIMESTAMP(1:14) TO RPT-EXC-TIMESTAMP
          MOVE WS-EXC-REASON TO RPT-EXC-REASON
          WRITE REPORT-RECORD FROM RPT-EXCEPTION-LINE
          .

      700-WRITE-TOTALS.
          MOVE SPACES TO REPORT-RECORD
          WRITE REPORT-RECORD
          MOVE "RECORDS LOADED FROM BACKUP:" TO RPT-COUNT-LABEL
          MOVE WS-LOADED-COUNT TO RPT-COUNT-VALUE
          WRITE REPORT-RECORD FROM RPT-COUNT-LINE
          MOVE "BACKUP RECORDS NOT LOADED:" TO RPT-COUNT-LABEL
          MOVE WS-LOAD-FAILED-COUNT TO RPT-COUNT-VALUE
          WRITE REPORT-RECORD FROM RPT-COUNT-LINE
          MOVE "JOURNAL RECORDS READ:" TO RPT-COUNT-LABEL
          MOVE WS-JRNL-READ-COUNT TO RPT-COUNT-VALUE
          WRITE REPORT-RECORD FROM RPT-COUNT-LINE
          MOVE "JOURNAL RECORDS RE-APPLIED:" TO RPT-COUNT-LABEL
          MOVE WS-APPLIED-COUNT TO RPT-COUNT-VALUE
          WRITE REPORT-RECORD FROM RPT-COUNT-LINE
          PERFORM 710-WRITE-TYPE-LINE
              VARYING WS-TYPE-SUB FROM 1 BY 1
              UNTIL WS-TYPE-SUB > WS-TYPE-MAX
          COMPUTE WS-TYPE-SUB = WS-TYPE-MAX + 1
          IF WS-TYPE-TALLY(WS-TYPE-SUB) > ZERO
              MOVE "  OTHER TYPES" TO RPT-COUNT-LABEL
              MOVE WS-TYPE-TALLY(WS-TYPE-SUB) TO RPT-COUNT-VALUE
              WRITE REPORT-RECORD FROM RPT-COUNT-LINE
          END-IF
          MOVE "PAST THE RECOVERY POINT:" TO RPT-COUNT-LABEL
          MOVE WS-BEYOND-COUNT TO RPT-COUNT-VALUE
          WRITE REPORT-RECORD FROM RPT-COUNT-LINE
          MOVE "EXCEPTIONS:" TO RPT-COUNT-LABEL
          MOVE WS-EXCEPTION-COUNT TO RPT-COUNT-VALUE
          WRITE REPORT-RECORD FROM RPT-COUNT-LINE
          MOVE SPACES TO REPORT-RECORD
          WRITE REPORT-RECORD
          MOVE "RECORDS ON REBUILT MASTER:" TO RPT-COUNT-LABEL
          MOVE WS-RECORD-COUNT TO RPT-COUNT-VALUE
          WRITE REPORT-RECORD FROM RPT-COUNT-LINE
          MOVE WS-HASH-TOTAL TO RPT-HASH-TOTAL
          WRITE REPORT-RECORD FROM RPT-HASH-LINE
      *>  Every record on the master came from the backup or from
      *>  a journal write at a key that was empty; every one that
      *>  left went by a journal delete.
          COMPUTE WS-EXPECTED-COUNT =
              WS-LOADED-COUNT + WS-INSERTED-COUNT - WS-REMOVED-COUNT
          IF WS-RECORD-COUNT = WS-EXPECTED-COUNT
              MOVE "RECORD COUNT AGREES WITH BACKUP PLUS JOURNAL."
                  TO RPT-CERTIFY-TEXT
          ELSE
              MOVE "*** RECORD COUNT DOES NOT AGREE WITH BACKUP PLUS JOURNAL "
                  & "***"
                  TO RPT-CERTIFY-TEXT
          END-IF
          WRITE REPORT-RECORD FROM RPT-CERTIFY-LINE
          MOVE "BALANCE THE COUNT AND HASH ABOVE WITH RCNRPT01."
              TO RPT-CERTIFY-TEXT
          WRITE REPORT-RECORD FROM RPT-CERTIFY-LINE
          .

      710-WRITE-TYPE-LINE.
          MOVE SPACES TO RPT-COUNT-LABEL
          MOVE WS-TYPE-LABEL(WS-TYPE-SUB) TO RPT-COUNT-LABEL(3:19)
          MOVE WS-TYPE-TALLY(WS-TYPE-SUB) TO RPT-COUNT-VALUE
          WRITE REPORT-RECORD FROM RPT-COUNT-LINE
          .

      900-CLOSE-FILES.
          IF WS-JOURNAL-FILE-OPEN
              CLOSE JOURNAL-FILE
          END-IF
          CLOSE CUST-MASTER-FILE
          CLOSE REPORT-FILE
          .

      COPY "ssnparmp.cpy".

      COPY "ssnmaskp.cpy".
