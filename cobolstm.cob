      *> order) and match-merged against the master, which reads in
      *> SSNum order already.  Postings dated before the cycle are
      *> consumed silently to establish the opening position, the
      *> same convention as audrpt01.  A posting made under a
      *> customer's old SSNum before they were re-keyed to a
      *> corrected one (SSNXREF1, ssnxref.cpy) is sequenced under
      *> the new number, so the statement shows the customer's
      *> whole cycle on one page.
      ENVIRONMENT DIVISION.
      INPUT-OUTPUT SECTION.
      FILE-CONTROL.

          SELECT SORT-WORK-FILE ASSIGN TO "SORTWK01".

          SELECT SSN-XREF-FILE ASSIGN TO "SSNXREF1"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SSNXREF-STATUS.

      DATA DIVISION.
      FILE SECTION.
      FD  CUST-MASTER-FILE.
      SD  SORT-WORK-FILE.
      COPY "sortaud.cpy".

      FD  SSN-XREF-FILE.
      COPY "ssnxref.cpy".

      WORKING-STORAGE SECTION.
      01 WS-CUSTMAS-STATUS            PIC XX VALUE ZEROS.
      01 WS-AUDITLOG-STATUS           PIC XX VALUE ZEROS.
      01 WS-TOTAL-REPORTED            PIC S9(12)V99 COMP-3 VALUE ZERO.

      COPY "stmrpt.cpy".
      COPY "ssnxrefw.cpy".

      PROCEDURE DIVISION.
      000-MAIN.
          PERFORM 100-GET-CYCLE-DATES
          PERFORM 150-OPEN-FILES
          PERFORM LOAD-SSN-XREF
          SORT SORT-WORK-FILE
              ON ASCENDING KEY SRT-SSNUM
              ON ASCENDING KEY SRT-TIMESTAMP

      *>  Postings after the thru date are dropped; postings before
      *>  the from date are kept to establish the opening position.
      *>  Released from the sort record area, under the customer's
      *>  current SSNum.
      310-READ-AUDIT.
          READ AUDIT-LOG-FILE
              AT END
                  SET WS-END-OF-FILE TO TRUE
              NOT AT END
                  IF AL-TIMESTAMP(1:8) <= WS-THRU-DATE
                      MOVE AUDIT-LOG-RECORD TO SORT-AUDIT-RECORD
                      PERFORM 320-MAP-REKEYED-SSNUM
                      RELEASE SORT-AUDIT-RECORD
                  END-IF
          END-READ
          .

      320-MAP-REKEYED-SSNUM.
          MOVE SRT-SSNUM     TO WS-XREF-SSNUM
          MOVE SRT-TIMESTAMP TO WS-XREF-AS-OF
          PERFORM MAP-SSN-XREF
          MOVE WS-XREF-SSNUM TO SRT-SSNUM
          .

      500-PRODUCE-STATEMENTS.
          PERFORM 510-RETURN-AUDIT
          PERFORM 520-READ-MASTER
          CLOSE CUST-MASTER-FILE
          CLOSE REPORT-FILE
          .

      COPY "ssnxrefp.cpy".
