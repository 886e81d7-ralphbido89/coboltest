       >>SOURCE FORMAT FREE
      IDENTIFICATION DIVISION.
      PROGRAM-ID. coboldmf.
      AUTHOR. Ralph Bido.
      DATE-WRITTEN.October 15 2026
      *> Monthly Death Master File match.  Reads the SSA Death
      *> Master File update (DMFFILE, dmfrec.cpy) and looks each
      *> SSN up on the customer master by CM-SSNUM.  Every match is
      *> put on the deceased hold (CM-STATUS "H" - see custmas.cpy),
      *> stamped with today's date and COBOLDMF as the status
      *> operator, and posted to AUDITLOG and journaled to
      *> CUSTJRNL (jrnlrec.cpy) like any other status change, so
      *> the next cobolext run leaves the customer out
      *> of BENEXTR and payments stop the night the file arrives
      *> instead of weeks later after someone eyeballs it against
      *> SSNRPT01.  The hold is distinct from the plain inactive
      *> flag - the record is not deleted and is never purged - and
      *> only a level-3 operator can release it, through cobolmnt's
      *> reinstate option.
      *>
      *> Every match prints on DMFRPT01 with the date of death and
      *> both names side by side.  A DMF surname that does not
      *> appear in CM-USERNAME, or a DMF birth date that disagrees
      *> with a CM-DATE-OF-BIRTH on file, is flagged as a warning:
      *> the hold is still placed - stopping a payment that turns
      *> out to be owed is the cheaper mistake - but the record
      *> must be checked before it is trusted.  A DMF delete (SSA
      *> retracting an earlier entry) against a held customer is
      *> flagged for review rather than released automatically.
      *> Any warning, retraction or failed update ends the step
      *> with RETURN-CODE 8 so operations works the report.
      *> SSNums print masked (***-**-nnnn) unless the job passes
      *> PARM='FULLSSN' (ssnmaskw.cpy).
      ENVIRONMENT DIVISION.
      INPUT-OUTPUT SECTION.
      FILE-CONTROL.
          SELECT DEATH-MASTER-FILE ASSIGN TO "DMFFILE"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DMFFILE-STATUS.

          SELECT CUST-MASTER-FILE ASSIGN TO "CUSTMAS"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CM-SSNUM
              FILE STATUS IS WS-CUSTMAS-STATUS.

          SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-AUDITLOG-STATUS.

          SELECT REPORT-FILE ASSIGN TO "DMFRPT01"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REPORT-STATUS.

          SELECT JOURNAL-FILE ASSIGN TO "CUSTJRNL"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-JOURNAL-STATUS.

      DATA DIVISION.
      FILE SECTION.
      FD  DEATH-MASTER-FILE.
      COPY "dmfrec.cpy".

      FD  CUST-MASTER-FILE.
      COPY "custmas.cpy".

      FD  AUDIT-LOG-FILE.
      COPY "auditrec.cpy".

      FD  REPORT-FILE.
      *>  Wide report - both names and the date of death ride on
      *>  every line.
      01  REPORT-RECORD               PIC X(132).

      FD  JOURNAL-FILE
          RECORD CONTAINS 441 CHARACTERS.
      COPY "jrnlrec.cpy".

      WORKING-STORAGE SECTION.
      01 WS-DMFFILE-STATUS            PIC XX VALUE ZEROS.
      01 WS-CUSTMAS-STATUS            PIC XX VALUE ZEROS.
      01 WS-AUDITLOG-STATUS           PIC XX VALUE ZEROS.
      01 WS-REPORT-STATUS             PIC XX VALUE ZEROS.
      01 WS-EOF-SWITCH                PIC X VALUE "N".
          88 WS-END-OF-FILE           VALUE "Y" FALSE "N".
      01 WS-RECORD-FOUND              PIC X VALUE "N".
          88 RECORD-WAS-FOUND         VALUE "Y" FALSE "N".
      01 WS-NAME-MISMATCH-SWITCH      PIC X VALUE "N".
          88 WS-NAME-MISMATCH         VALUE "Y" FALSE "N".
      01 WS-DOB-MISMATCH-SWITCH       PIC X VALUE "N".
          88 WS-DOB-MISMATCH          VALUE "Y" FALSE "N".
      01 WS-TODAY-DATE                PIC 9(8) VALUE ZERO.

      01 WS-READ-COUNT                PIC 9(7) VALUE ZERO.
      01 WS-MATCH-COUNT               PIC 9(7) VALUE ZERO.
      01 WS-HOLD-COUNT                PIC 9(7) VALUE ZERO.
      01 WS-ALREADY-COUNT             PIC 9(7) VALUE ZERO.
      01 WS-RETRACT-COUNT             PIC 9(7) VALUE ZERO.
      01 WS-WARNING-COUNT             PIC 9(7) VALUE ZERO.
      01 WS-FAILED-COUNT              PIC 9(7) VALUE ZERO.

      *> Name check work fields.  CM-USERNAME is free-form (first
      *> name first, usually) while the DMF splits the name up, so
      *> the test is only whether the DMF surname appears anywhere
      *> in the upper-cased CM-USERNAME.
      01 WS-UPPER-NAME                PIC X(30) VALUE SPACES.
      01 WS-DMF-SURNAME               PIC X(20) VALUE SPACES.
      01 WS-SURNAME-LEN               PIC 9(2) COMP VALUE ZERO.
      01 WS-NAME-HITS                 PIC 9(3) COMP VALUE ZERO.
      *> DMF birth date turned round from MMDDCCYY to the CCYYMMDD
      *> form CM-DATE-OF-BIRTH is kept in.
      01 WS-DMF-DOB                   PIC 9(8) VALUE ZERO.

      COPY "dmfrpt.cpy".
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
          MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
          PERFORM 100-OPEN-FILES
          PERFORM 200-READ-DMF
          PERFORM 300-MATCH-DMF-RECORD UNTIL WS-END-OF-FILE
          PERFORM 700-WRITE-TOTALS
          PERFORM 900-CLOSE-FILES
          DISPLAY WS-READ-COUNT " DMF record(s) read, "
              WS-MATCH-COUNT " matched, " WS-HOLD-COUNT
              " placed on deceased hold, " WS-WARNING-COUNT
              " warning(s)."
          IF WS-WARNING-COUNT > ZERO
             OR WS-RETRACT-COUNT > ZERO
             OR WS-FAILED-COUNT > ZERO
              MOVE 8 TO RETURN-CODE
          END-IF
          STOP RUN
          .

      100-OPEN-FILES.
          OPEN INPUT DEATH-MASTER-FILE
          IF WS-DMFFILE-STATUS NOT = "00"
              DISPLAY "UNABLE TO OPEN DMFFILE, STATUS "
                  WS-DMFFILE-STATUS "- ABORTING RUN."
              MOVE 16 TO RETURN-CODE
              STOP RUN
          END-IF
          OPEN I-O CUST-MASTER-FILE
          IF WS-CUSTMAS-STATUS NOT = "00"
              DISPLAY "UNABLE TO OPEN CUSTMAS, STATUS "
                  WS-CUSTMAS-STATUS "- ABORTING RUN."
              MOVE 16 TO RETURN-CODE
              STOP RUN
          END-IF
          OPEN EXTEND AUDIT-LOG-FILE
          IF WS-AUDITLOG-STATUS = "35"
              OPEN OUTPUT AUDIT-LOG-FILE
          END-IF
          MOVE "COBOLDMF" TO WS-JRNL-PROGRAM
          MOVE "COBOLDMF" TO WS-JRNL-OPERATOR
          MOVE "H" TO WS-JRNL-TYPE
          PERFORM OPEN-JOURNAL-FILE
          OPEN OUTPUT REPORT-FILE
          IF WS-SHOW-FULL-SSNUM
              WRITE REPORT-RECORD FROM WS-FULL-SSNUM-BANNER
          END-IF
          MOVE WS-TODAY-DATE TO RPT-RUN-DATE
          WRITE REPORT-RECORD FROM RPT-HEADING-LINE
          MOVE SPACES TO REPORT-RECORD
          WRITE REPORT-RECORD
          WRITE REPORT-RECORD FROM RPT-COLUMN-LINE
          .

      200-READ-DMF.
          READ DEATH-MASTER-FILE
              AT END
                  SET WS-END-OF-FILE TO TRUE
          END-READ
          .

      300-MATCH-DMF-RECORD.
          ADD 1 TO WS-READ-COUNT
          MOVE DM-SSNUM TO CM-SSNUM
          SET RECORD-WAS-FOUND TO FALSE
          READ CUST-MASTER-FILE
              INVALID KEY
                  CONTINUE
              NOT INVALID KEY
                  SET RECORD-WAS-FOUND TO TRUE
          END-READ
          IF RECORD-WAS-FOUND
              PERFORM 400-PROCESS-MATCH
          END-IF
          PERFORM 200-READ-DMF
          .

      *>  A DMF delete only matters when it retracts a death we
      *>  already acted on - the hold is left in place for a
      *>  person to release, never lifted by the file alone.
      400-PROCESS-MATCH.
          ADD 1 TO WS-MATCH-COUNT
          MOVE SPACES TO RPT-ACTION
          MOVE SPACES TO RPT-WARNING
          EVALUATE TRUE
              WHEN DM-DELETE AND CM-DECEASED-HOLD
                  ADD 1 TO WS-RETRACT-COUNT
                  MOVE "DMF RETRACTED" TO RPT-ACTION
                  MOVE "REVIEW HOLD FOR RELEASE" TO RPT-WARNING
              WHEN DM-DELETE
                  MOVE "DMF RETRACTED" TO RPT-ACTION
                  MOVE "NOT ON HOLD - NO ACTION" TO RPT-WARNING
              WHEN CM-DECEASED-HOLD
                  ADD 1 TO WS-ALREADY-COUNT
                  MOVE "ALREADY HELD" TO RPT-ACTION
                  PERFORM 410-CHECK-IDENTITY
              WHEN OTHER
                  PERFORM 410-CHECK-IDENTITY
                  PERFORM 420-PLACE-ON-HOLD
          END-EVALUATE
          PERFORM 600-WRITE-DETAIL-LINE
          .

      410-CHECK-IDENTITY.
          SET WS-NAME-MISMATCH TO FALSE
          SET WS-DOB-MISMATCH TO FALSE
          MOVE FUNCTION UPPER-CASE(CM-USERNAME) TO WS-UPPER-NAME
          MOVE FUNCTION UPPER-CASE(DM-LAST-NAME) TO WS-DMF-SURNAME
          MOVE ZERO TO WS-NAME-HITS
          IF WS-DMF-SURNAME NOT = SPACES
              MOVE 20 TO WS-SURNAME-LEN
              PERFORM 415-SHORTEN-SURNAME
                  UNTIL WS-SURNAME-LEN = 1
                  OR WS-DMF-SURNAME(WS-SURNAME-LEN:1) NOT = SPACE
              INSPECT WS-UPPER-NAME TALLYING WS-NAME-HITS
                  FOR ALL WS-DMF-SURNAME(1:WS-SURNAME-LEN)
          END-IF
          IF WS-NAME-HITS = ZERO
              SET WS-NAME-MISMATCH TO TRUE
          END-IF
      *>  Birth dates are only compared when both sides carry one -
      *>  records that predate CM-DATE-OF-BIRTH hold spaces.
          IF CM-DATE-OF-BIRTH IS NUMERIC
             AND CM-DATE-OF-BIRTH > ZERO
             AND DM-DATE-OF-BIRTH IS NUMERIC
             AND DM-DOB-CCYY > ZERO
              COMPUTE WS-DMF-DOB = DM-DOB-CCYY * 10000
                  + DM-DOB-MM * 100 + DM-DOB-DD
              IF WS-DMF-DOB NOT = CM-DATE-OF-BIRTH
                  SET WS-DOB-MISMATCH TO TRUE
              END-IF
          END-IF
          EVALUATE TRUE
              WHEN WS-NAME-MISMATCH AND WS-DOB-MISMATCH
                  MOVE "** NAME AND DOB MISMATCH **" TO RPT-WARNING
              WHEN WS-NAME-MISMATCH
                  MOVE "** NAME MISMATCH **" TO RPT-WARNING
              WHEN WS-DOB-MISMATCH
                  MOVE "** BIRTH DATE MISMATCH **" TO RPT-WARNING
          END-EVALUATE
          IF WS-NAME-MISMATCH OR WS-DOB-MISMATCH
              ADD 1 TO WS-WARNING-COUNT
          END-IF
          .

      415-SHORTEN-SURNAME.
          SUBTRACT 1 FROM WS-SURNAME-LEN
          .

      *>  Stamped the way cobolmnt stamps a status change, with the
      *>  program name standing in for the operator id as coboltstb
      *>  does for its batch changes.
      420-PLACE-ON-HOLD.
          MOVE CUST-MASTER-RECORD TO WS-BEFORE-IMAGE
          MOVE "H" TO CM-STATUS
          MOVE WS-TODAY-DATE TO CM-STATUS-DATE
          MOVE "COBOLDMF" TO CM-STATUS-OPERATOR
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
              ADD 1 TO WS-HOLD-COUNT
              MOVE "PLACED ON HOLD" TO RPT-ACTION
              PERFORM 800-WRITE-AUDIT-LOG
              PERFORM WRITE-JOURNAL-RECORD
          ELSE
              ADD 1 TO WS-FAILED-COUNT
              MOVE "UPDATE FAILED" TO RPT-ACTION
          END-IF
          .

      600-WRITE-DETAIL-LINE.
          MOVE CM-SSNUM        TO WS-MASK-SSNUM
          PERFORM MASK-SSNUM
          MOVE WS-MASKED-SSNUM TO RPT-SSNUM
          MOVE CM-USERNAME TO RPT-CM-NAME
          MOVE SPACES TO RPT-DMF-NAME
          STRING DM-LAST-NAME  DELIMITED BY "  "
                 ", "          DELIMITED BY SIZE
                 DM-FIRST-NAME DELIMITED BY "  "
              INTO RPT-DMF-NAME
          END-STRING
          MOVE DM-DOD-CCYY TO RPT-DOD-CCYY
          MOVE DM-DOD-MM   TO RPT-DOD-MM
          MOVE DM-DOD-DD   TO RPT-DOD-DD
          WRITE REPORT-RECORD FROM RPT-DETAIL-LINE
          .

      700-WRITE-TOTALS.
          MOVE SPACES TO REPORT-RECORD
          WRITE REPORT-RECORD
          MOVE WS-READ-COUNT    TO RPT-READ-COUNT
          MOVE WS-MATCH-COUNT   TO RPT-MATCH-COUNT
          MOVE WS-HOLD-COUNT    TO RPT-HOLD-COUNT
          WRITE REPORT-RECORD FROM RPT-COUNTS-LINE-1
          MOVE WS-ALREADY-COUNT TO RPT-ALREADY-COUNT
          MOVE WS-RETRACT-COUNT TO RPT-RETRACT-COUNT
          MOVE WS-WARNING-COUNT TO RPT-WARNING-COUNT
          WRITE REPORT-RECORD FROM RPT-COUNTS-LINE-2
          MOVE WS-FAILED-COUNT  TO RPT-FAILED-COUNT
          WRITE REPORT-RECORD FROM RPT-COUNTS-LINE-3
          .

      800-WRITE-AUDIT-LOG.
          MOVE FUNCTION CURRENT-DATE TO AL-TIMESTAMP
          MOVE CM-USERNAME TO AL-USERNAME
          MOVE CM-SSAREA   TO AL-SSAREA
          MOVE CM-SSGROUP  TO AL-SSGROUP
          MOVE CM-SSSERIAL TO AL-SSSERIAL
          MOVE CM-NUM1     TO AL-NUM1
          MOVE CM-NUM2     TO AL-NUM2
          MOVE CM-TOTAL    TO AL-TOTAL
          WRITE AUDIT-LOG-RECORD
          .

      COPY "jrnlp.cpy".

      900-CLOSE-FILES.
          CLOSE DEATH-MASTER-FILE
          CLOSE CUST-MASTER-FILE
          CLOSE AUDIT-LOG-FILE
          CLOSE REPORT-FILE
          CLOSE JOURNAL-FILE
          .

      COPY "ssnparmp.cpy".

      COPY "ssnmaskp.cpy".
