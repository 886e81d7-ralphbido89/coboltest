      *> custmas.cpy records, so both searches are sequential
      *> scans), display it the way cobolmnt would, and on request
      *> restore it to CUSTMAS as an active record - status date
      *> and operator stamped, an AUDITLOG posting and a CUSTJRNL
      *> journal record (jrnlrec.cpy) written - so a purged
      *> customer who calls back can be confirmed and brought
      *> back without pulling the dataset down and
      *> eyeballing hex.  A restore is refused when the SSNum is
      *> already back on the master, so a re-keyed customer can
      *> never be clobbered by their own archived image.  The
      *> second time.  The operator signs on against the OPERMAS
      *> master (shared logic in opsignp.cpy); anyone signed on
      *> can inquire, but a restore - reinstate-grade authority -
      *> requires level 3 - and only level 3 sees an archived
      *> SSNum in full; below that it shows as ***-**-nnnn
      *> (ssnmaskw.cpy), the same rule as cobolmnt.
      *>
      *> An image archived under an SSNum the customer has since
      *> been re-keyed away from (SSNXREF1, ssnxref.cpy - an image
      *> last maintained before the re-key) is found by either
      *> number, shows the corrected one, and restores under it,
      *> so a restore never brings the mistyped number back.
      ENVIRONMENT DIVISION.
      INPUT-OUTPUT SECTION.
      FILE-CONTROL.
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-OPERMAS-STATUS.

          SELECT JOURNAL-FILE ASSIGN TO "CUSTJRNL"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-JOURNAL-STATUS.

          SELECT SSN-XREF-FILE ASSIGN TO "SSNXREF1"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SSNXREF-STATUS.

      DATA DIVISION.
      FILE SECTION.
      FD  ARCHIVE-FILE
      FD  OPERATOR-FILE.
      COPY "opermas.cpy".

      FD  JOURNAL-FILE
          RECORD CONTAINS 441 CHARACTERS.
      COPY "jrnlrec.cpy".

      FD  SSN-XREF-FILE.
      COPY "ssnxref.cpy".

      WORKING-STORAGE SECTION.
      01 WS-ARCHIVE-STATUS            PIC XX VALUE ZEROS.
      01 WS-CUSTMAS-STATUS            PIC XX VALUE ZEROS.
      *>  read of the master, which overwrites the CUST-MASTER-FILE
      *>  record area - keep the length in step with custmas.cpy.
      01 WS-ARCHIVE-IMAGE             PIC X(198) VALUE SPACES.
      *>  The key the matched image would restore under - its own,
      *>  or the corrected SSNum it has been re-keyed to since.
      01 WS-RESTORE-SSNUM             PIC X(9) VALUE SPACES.
      COPY "opsignw.cpy".
      COPY "jrnlw.cpy".
      COPY "ssnxrefw.cpy".
      COPY "ssnmaskw.cpy".

      PROCEDURE DIVISION.
      000-MAIN.
          PERFORM SIGN-ON-OPERATOR
          IF OPERATOR-FULL-AUTHORITY
              SET WS-SHOW-FULL-SSNUM TO TRUE
          END-IF
          PERFORM LOAD-SSN-XREF
          PERFORM 100-OPEN-FILES
          PERFORM 200-MENU-LOOP UNTIL WS-DONE
          PERFORM 900-CLOSE-FILES
          IF WS-AUDITLOG-STATUS = "35"
              OPEN OUTPUT AUDIT-LOG-FILE
          END-IF
          MOVE "COBOLARC" TO WS-JRNL-PROGRAM
          MOVE WS-OPERATOR TO WS-JRNL-OPERATOR
          PERFORM OPEN-JOURNAL-FILE
          .

      200-MENU-LOOP.
          .

      *>  The SSNum is the first 9 bytes of the archived image -
      *>  see CM-SSNUM in custmas.cpy.  An image matches on the
      *>  number it was archived under or the one it restores under.
      320-SCAN-FOR-SSNUM.
          PERFORM 260-READ-ARCHIVE
          IF NOT WS-ARCH-EOF
              MOVE ARCHIVE-RECORD TO WS-ARCHIVE-IMAGE
              PERFORM 330-MAP-ARCHIVED-SSNUM
              IF ARCHIVE-RECORD(1:9) = WS-SEARCH-SSNUM
                 OR WS-RESTORE-SSNUM = WS-SEARCH-SSNUM
                  ADD 1 TO WS-MATCH-COUNT
                  PERFORM 600-PRESENT-MATCH
              END-IF
          END-IF
          .

      *>  An image last maintained before a re-key of its number
      *>  belongs to the re-keyed customer.
      330-MAP-ARCHIVED-SSNUM.
          MOVE WS-ARCHIVE-IMAGE TO CUST-MASTER-RECORD
          MOVE CM-SSNUM      TO WS-XREF-SSNUM
          MOVE CM-LAST-MAINT TO WS-XREF-AS-OF
          PERFORM MAP-SSN-XREF
          MOVE WS-XREF-SSNUM TO WS-RESTORE-SSNUM
          .

      400-FIND-BY-NAME.
          DISPLAY "Enter full or partial name: " WITH NO ADVANCING
          ACCEPT WS-SEARCH-NAME
                 = WS-SEARCH-NAME(1:WS-NAME-LEN)
              ADD 1 TO WS-MATCH-COUNT
              MOVE ARCHIVE-RECORD TO WS-ARCHIVE-IMAGE
              PERFORM 330-MAP-ARCHIVED-SSNUM
              PERFORM 600-PRESENT-MATCH
          END-IF
          .
          MOVE WS-ARCHIVE-IMAGE TO CUST-MASTER-RECORD
          DISPLAY " "
          DISPLAY "Archived record " WS-MATCH-COUNT ":"
          MOVE CM-SSNUM TO WS-MASK-SSNUM
          PERFORM MASK-SSNUM
          DISPLAY "SSNum....: " WS-MASKED-SSNUM
          IF WS-XREF-WAS-MAPPED
              MOVE WS-RESTORE-SSNUM TO WS-MASK-SSNUM
              PERFORM MASK-SSNUM
              DISPLAY "Re-keyed.: since corrected to "
                  WS-MASKED-SSNUM " - restores under that number"
          END-IF
          DISPLAY "Name.....: " CM-USERNAME
          DISPLAY "Number 1.: " CM-NUM1
          DISPLAY "Number 2.: " CM-NUM2
      *>  customer is back, not a re-filing of the old inactive
      *>  status.
      700-RESTORE-RECORD.
          MOVE WS-RESTORE-SSNUM TO CM-SSNUM
          SET MASTER-WAS-FOUND TO FALSE
          READ CUST-MASTER-FILE
              INVALID KEY
              DISPLAY "That SSNum is already on the master ("
                  CM-USERNAME ") - not restored."
          ELSE
              MOVE SPACES TO WS-BEFORE-IMAGE
              MOVE "R" TO WS-JRNL-TYPE
              MOVE WS-ARCHIVE-IMAGE TO CUST-MASTER-RECORD
              MOVE WS-RESTORE-SSNUM TO CM-SSNUM
              MOVE "A" TO CM-STATUS
              MOVE FUNCTION CURRENT-DATE(1:8) TO CM-STATUS-DATE
              MOVE WS-OPERATOR TO CM-STATUS-OPERATOR
              IF WS-CUSTMAS-STATUS = "00"
                  DISPLAY "Record restored to the master as ACTIVE."
                  PERFORM 800-WRITE-AUDIT-LOG
                  PERFORM WRITE-JOURNAL-RECORD
              END-IF
          END-IF
          .

      COPY "opsignp.cpy".

      COPY "jrnlp.cpy".

      900-CLOSE-FILES.
          CLOSE ARCHIVE-FILE
          CLOSE CUST-MASTER-FILE
          CLOSE AUDIT-LOG-FILE
          CLOSE JOURNAL-FILE
          .

      COPY "ssnxrefp.cpy".

      COPY "ssnmaskp.cpy".
