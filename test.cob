              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-OPERMAS-STATUS.

          SELECT JOURNAL-FILE ASSIGN TO "CUSTJRNL"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-JOURNAL-STATUS.

      DATA DIVISION.
      FILE SECTION.
      FD  CUST-MASTER-FILE.
      FD  OPERATOR-FILE.
      COPY "opermas.cpy".

      FD  JOURNAL-FILE
          RECORD CONTAINS 441 CHARACTERS.
      COPY "jrnlrec.cpy".

      WORKING-STORAGE SECTION.
      01 UserName PIC X(30) VALUE "Me".
      01 Num1    PIC S9(7)V99 COMP-3 VALUE ZEROS.
          88 RECORD-WAS-FOUND        VALUE "Y" FALSE "N".
      COPY "ssneditw.cpy".
      COPY "opsignw.cpy".
      COPY "jrnlw.cpy".
      COPY "ssnmaskw.cpy".

      PROCEDURE DIVISION.
      000-MAIN.
          PERFORM SIGN-ON-OPERATOR
          IF OPERATOR-FULL-AUTHORITY
              SET WS-SHOW-FULL-SSNUM TO TRUE
          END-IF
          PERFORM 100-OPEN-FILES
          DISPLAY "(A)dd a new record or (L)ookup an existing record? "
              WITH NO ADVANCING
          IF WS-AUDITLOG-STATUS = "35"
              OPEN OUTPUT AUDIT-LOG-FILE
          END-IF
          MOVE "COBOLTST" TO WS-JRNL-PROGRAM
          MOVE WS-OPERATOR TO WS-JRNL-OPERATOR
          PERFORM OPEN-JOURNAL-FILE
          .

      200-ADD-RECORD.
          PERFORM 220-WRITE-MASTER
          IF WS-CUSTMAS-STATUS = "00"
              PERFORM 800-WRITE-AUDIT-LOG
              PERFORM WRITE-JOURNAL-RECORD
          END-IF
          .


      COPY "opsignp.cpy".

      COPY "jrnlp.cpy".

      COPY "ssnmaskp.cpy".

      220-WRITE-MASTER.
          MOVE SSArea    TO CM-SSAREA
          MOVE SSGroup   TO CM-SSGROUP
          MOVE SSSerial  TO CM-SSSERIAL
          SET RECORD-WAS-FOUND TO FALSE
          MOVE SPACES TO WS-BEFORE-IMAGE
          MOVE "A" TO WS-JRNL-TYPE
          READ CUST-MASTER-FILE
              INVALID KEY
                  CONTINUE
              NOT INVALID KEY
                  SET RECORD-WAS-FOUND TO TRUE
                  MOVE CUST-MASTER-RECORD TO WS-BEFORE-IMAGE
                  MOVE "C" TO WS-JRNL-TYPE
                  DISPLAY "Record already exists for this SSNum - "
                      "overwriting."
          END-READ
      900-CLOSE-FILES.
          CLOSE CUST-MASTER-FILE
          CLOSE AUDIT-LOG-FILE
          CLOSE JOURNAL-FILE
          .
