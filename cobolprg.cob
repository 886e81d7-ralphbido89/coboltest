      *> customers do not sit in the master forever, but the full
      *> record is still on the archive if anyone asks.  Active
      *> records and recently deactivated ones are left alone.
      *> Each purge is journaled to CUSTJRNL (jrnlrec.cpy) as a
      *> "P" record - the record as it left, with a blank after
      *> image - so a forward recovery removes it again.  The
      *> SSNum on a failure message is masked (ssnmaskw.cpy).
      ENVIRONMENT DIVISION.
      INPUT-OUTPUT SECTION.
      FILE-CONTROL.
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-ARCHIVE-STATUS.

          SELECT JOURNAL-FILE ASSIGN TO "CUSTJRNL"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-JOURNAL-STATUS.

      DATA DIVISION.
      FILE SECTION.
      FD  CUST-MASTER-FILE.
      *>  packed amounts exactly as they sat on the KSDS.
      01  ARCHIVE-RECORD              PIC X(198).

      FD  JOURNAL-FILE
          RECORD CONTAINS 441 CHARACTERS.
      COPY "jrnlrec.cpy".

      WORKING-STORAGE SECTION.
      01 WS-CUSTMAS-STATUS            PIC XX VALUE ZEROS.
      01 WS-ARCHIVE-STATUS            PIC XX VALUE ZEROS.
                                      PIC 9(8).
      01 WS-READ-COUNT                PIC 9(7) VALUE ZERO.
      01 WS-PURGED-COUNT              PIC 9(7) VALUE ZERO.
      COPY "jrnlw.cpy".
      COPY "ssnmaskw.cpy".

      PROCEDURE DIVISION.
      000-MAIN.
          IF WS-ARCHIVE-STATUS = "35"
              OPEN OUTPUT ARCHIVE-FILE
          END-IF
          MOVE "COBOLPRG" TO WS-JRNL-PROGRAM
          MOVE "COBOLPRG" TO WS-JRNL-OPERATOR
          MOVE "P" TO WS-JRNL-TYPE
          PERFORM OPEN-JOURNAL-FILE
          .

      200-READ-MASTER.
          IF CM-INACTIVE
             AND CM-STATUS-DATE IS NUMERIC
             AND CM-STATUS-DATE NOT > WS-CUTOFF-DATE-N
              MOVE CM-SSNUM TO WS-MASK-SSNUM
              PERFORM MASK-SSNUM
              WRITE ARCHIVE-RECORD FROM CUST-MASTER-RECORD
              IF WS-ARCHIVE-STATUS = "00"
                  MOVE CUST-MASTER-RECORD TO WS-BEFORE-IMAGE
                  DELETE CUST-MASTER-FILE RECORD
                  IF WS-CUSTMAS-STATUS = "00"
                      ADD 1 TO WS-PURGED-COUNT
                      PERFORM WRITE-JOURNAL-RECORD
                  ELSE
                      DISPLAY "DELETE FAILED, STATUS "
                          WS-CUSTMAS-STATUS " - RECORD FOR "
                          WS-MASKED-SSNUM
                          " LEFT ON MASTER (ALSO ON ARCHIVE1)."
                      MOVE 8 TO RETURN-CODE
                  END-IF
              ELSE
                  DISPLAY "ARCHIVE WRITE FAILED, STATUS "
                      WS-ARCHIVE-STATUS " - RECORD FOR "
                      WS-MASKED-SSNUM
                      " LEFT ON MASTER."
                  MOVE 8 TO RETURN-CODE
              END-IF
          PERFORM 200-READ-MASTER
          .

      COPY "jrnlp.cpy".

      COPY "ssnmaskp.cpy".

      900-CLOSE-FILES.
          CLOSE CUST-MASTER-FILE
          CLOSE ARCHIVE-FILE
          CLOSE JOURNAL-FILE
          .
