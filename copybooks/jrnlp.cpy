      *>-----------------------------------------------------------
      *> JRNLP.cpy
      *> Shared CUSTMAS change journal paragraphs.  COPY this into
      *> the PROCEDURE DIVISION of every program that writes,
      *> rewrites or deletes customer master records.  The journal
      *> only ever appends; a missing CUSTJRNL (the first run
      *> after custmas_backup.jcl empties it) is created.  A
      *> journal that cannot be opened at all stops the run with
      *> RETURN-CODE 16 before the master is touched - an update
      *> the journal does not hold is an update recovery would
      *> silently lose.  Requires JRNLW.cpy and SSNMASKW.cpy in
      *> WORKING-STORAGE, SSNMASKP.cpy in the PROCEDURE DIVISION
      *> (the failure message masks the SSNum), and a
      *> JOURNAL-FILE SELECT/FD - see the notes there.
      *>-----------------------------------------------------------
       OPEN-JOURNAL-FILE.
           OPEN EXTEND JOURNAL-FILE
           IF WS-JOURNAL-STATUS = "35"
               OPEN OUTPUT JOURNAL-FILE
           END-IF
           IF WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN CUSTJRNL, STATUS "
                   WS-JOURNAL-STATUS "- ABORTING RUN."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

      *>  A purge's after image is spaces - the record is no
      *>  longer on the master; every other type carries the
      *>  record exactly as it was just written.
       WRITE-JOURNAL-RECORD.
           MOVE SPACES TO JOURNAL-RECORD
           MOVE FUNCTION CURRENT-DATE TO JR-TIMESTAMP
           MOVE WS-JRNL-TYPE          TO JR-TRAN-TYPE
           MOVE WS-JRNL-PROGRAM       TO JR-PROGRAM
           MOVE WS-JRNL-OPERATOR      TO JR-OPERATOR
           MOVE WS-BEFORE-IMAGE       TO JR-BEFORE-IMAGE
           IF JR-PURGE
               MOVE SPACES TO JR-AFTER-IMAGE
           ELSE
               MOVE CUST-MASTER-RECORD TO JR-AFTER-IMAGE
           END-IF
           WRITE JOURNAL-RECORD
           IF WS-JOURNAL-STATUS = "00"
               ADD 1 TO WS-JRNL-WRITTEN
           ELSE
               MOVE CM-SSNUM TO WS-MASK-SSNUM
               PERFORM MASK-SSNUM
               DISPLAY "JOURNAL WRITE FAILED, STATUS "
                   WS-JOURNAL-STATUS " - CUSTMAS CHANGE TO "
                   WS-MASKED-SSNUM " IS NOT RECOVERABLE."
               MOVE 12 TO RETURN-CODE
           END-IF
           .
