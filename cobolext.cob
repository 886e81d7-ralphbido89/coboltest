      *> fixed-layout interface file (BENEXTR) of SSNum/UserName/
      *> Total for the downstream benefits system's load job, so it
      *> no longer has to be hand-transcribed.  Inactive records
      *> never extract, and neither do records on the coboldmf
      *> deceased hold.
      *>
      *> With PARM='DELTA' only the records maintained (CM-LAST-
      *> MAINT) since the previous successful extract are written,
      *> runs the way coboltstb remembers its checkpoint.  Any
      *> other parm (or none) runs a FULL extract - the weekly
      *> resync - which also resets the cutoff.
      *>
      *> Either way, every SSNum re-key made since the last extract
      *> (SSNXREF1, ssnxref.cpy) goes out first as a re-key notice
      *> (BENEFITS-REKEY-NOTICE in benextr.cpy) naming the old and
      *> the corrected number, so the benefits system moves its own
      *> record before the corrected number's data record loads.
      *> The re-keyed master record itself extracts on a DELTA run
      *> because the re-key stamps CM-LAST-MAINT.
      ENVIRONMENT DIVISION.
      INPUT-OUTPUT SECTION.
      FILE-CONTROL.
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-EXTCTL-STATUS.

          SELECT SSN-XREF-FILE ASSIGN TO "SSNXREF1"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SSNXREF-STATUS.

      DATA DIVISION.
      FILE SECTION.
      FD  CUST-MASTER-FILE.
      FD  EXTRACT-CONTROL-FILE.
      COPY "extctl.cpy".

      FD  SSN-XREF-FILE.
      COPY "ssnxref.cpy".

      WORKING-STORAGE SECTION.
      01 WS-CUSTMAS-STATUS            PIC XX VALUE ZEROS.
      01 WS-BENEXTR-STATUS            PIC XX VALUE ZEROS.
          88 WS-END-OF-FILE           VALUE "Y" FALSE "N".
      01 WS-EXTRACT-COUNT             PIC 9(7) VALUE ZERO.
      01 WS-SKIPPED-COUNT             PIC 9(7) VALUE ZERO.
      01 WS-HELD-COUNT                PIC 9(7) VALUE ZERO.
      01 WS-UNCHANGED-COUNT           PIC 9(7) VALUE ZERO.
      01 WS-SSNXREF-STATUS            PIC XX VALUE ZEROS.
      01 WS-XREF-EOF-SWITCH           PIC X VALUE "N".
          88 WS-XREF-END-OF-FILE      VALUE "Y" FALSE "N".
      01 WS-NOTICE-COUNT              PIC 9(7) VALUE ZERO.

      01 WS-RUN-PARM                  PIC X(20) VALUE SPACES.
      01 WS-MODE-SWITCH               PIC X VALUE "F".
          88 FULL-MODE                VALUE "F".
      *> The cutoff defaults to spaces, which every real
      *> CM-LAST-MAINT timestamp collates above - a DELTA run with
      *> no EXTCTL01 yet behaves like a FULL one.  A FULL run
      *> loads it too, for the re-key notices only.
      01 WS-LAST-EXTRACT              PIC X(26) VALUE SPACES.
      *> Captured before the master is read, not after, so records
      *> maintained while the extract is running fall on the next
              MOVE "D" TO WS-MODE-SWITCH
          END-IF
          MOVE FUNCTION CURRENT-DATE TO WS-THIS-EXTRACT
          PERFORM 150-LOAD-EXTRACT-CONTROL
          PERFORM 100-OPEN-FILES
          PERFORM 250-WRITE-REKEY-NOTICES
          PERFORM 200-READ-MASTER
          PERFORM 300-WRITE-EXTRACT UNTIL WS-END-OF-FILE
          IF DELTA-MODE
              DISPLAY WS-EXTRACT-COUNT " record(s) written to "
                  "BENEXTR (DELTA), " WS-UNCHANGED-COUNT
                  " unchanged skipped, " WS-SKIPPED-COUNT
                  " inactive skipped, " WS-HELD-COUNT
                  " deceased-hold skipped."
          ELSE
              DISPLAY WS-EXTRACT-COUNT " record(s) written to "
                  "BENEXTR (FULL), " WS-SKIPPED-COUNT
                  " inactive and " WS-HELD-COUNT
                  " deceased-hold record(s) skipped."
          END-IF
          DISPLAY WS-NOTICE-COUNT " SSNum re-key notice(s) written "
              "ahead of the data records."
          PERFORM 900-CLOSE-FILES
          PERFORM 700-SAVE-EXTRACT-CONTROL
          STOP RUN
              END-READ
              CLOSE EXTRACT-CONTROL-FILE
          ELSE
              IF DELTA-MODE
                  DISPLAY "No extract-control file found - this "
                      "DELTA run will extract every active record."
              END-IF
          END-IF
          .

          END-READ
          .

      *>  Re-keys inside this run's window - after the last
      *>  extract's start and not after this one's, the same window
      *>  the DELTA master selection uses.  No SSNXREF1 means
      *>  nothing has ever been re-keyed.
      250-WRITE-REKEY-NOTICES.
          OPEN INPUT SSN-XREF-FILE
          IF WS-SSNXREF-STATUS NOT = "35"
              IF WS-SSNXREF-STATUS NOT = "00"
                  DISPLAY "UNABLE TO OPEN SSNXREF1, STATUS "
                      WS-SSNXREF-STATUS "- ABORTING RUN."
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
              END-IF
              PERFORM 255-WRITE-ONE-NOTICE
                  UNTIL WS-XREF-END-OF-FILE
              CLOSE SSN-XREF-FILE
          END-IF
          .

      255-WRITE-ONE-NOTICE.
          READ SSN-XREF-FILE
              AT END
                  SET WS-XREF-END-OF-FILE TO TRUE
              NOT AT END
                  IF XR-REKEY-STAMP > WS-LAST-EXTRACT
                     AND XR-REKEY-STAMP NOT > WS-THIS-EXTRACT
                      MOVE SPACES TO BENEFITS-REKEY-NOTICE
                      MOVE XR-NEW-SSNUM TO BN-NEW-SSNUM
                      SET BN-REKEY-NOTICE TO TRUE
                      MOVE XR-OLD-SSNUM TO BN-OLD-SSNUM
                      WRITE BENEFITS-REKEY-NOTICE
                      ADD 1 TO WS-NOTICE-COUNT
                  END-IF
          END-READ
          .

      *>  Inactive records stay on the master for reinstatement
      *>  but must not reach the benefits system.  Records written
      *>  before CM-STATUS existed carry spaces - anything not "I"
      *>  extracts as before.  A deceased hold is held back even
      *>  on a DELTA run, where the hold itself is what changed.
      300-WRITE-EXTRACT.
          EVALUATE TRUE
              WHEN CM-INACTIVE
                  ADD 1 TO WS-SKIPPED-COUNT
              WHEN CM-DECEASED-HOLD
                  ADD 1 TO WS-HELD-COUNT
              WHEN DELTA-MODE AND CM-LAST-MAINT NOT > WS-LAST-EXTRACT
                  ADD 1 TO WS-UNCHANGED-COUNT
              WHEN OTHER
