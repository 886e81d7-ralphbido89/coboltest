       >>SOURCE FORMAT FREE
      IDENTIFICATION DIVISION.
      PROGRAM-ID. coboltax.
      AUTHOR. Ralph Bido.
      DATE-WRITTEN.October 15 2026
      *> Year-end tax information reporting.  For the calendar
      *> year on the job's PARM, reads the closed-period AUDHIST
      *> history files cobolasw swept off and the live AUDITLOG,
      *> sequences the postings by SSNum and timestamp through an
      *> internal sort, and works out each customer's reportable
      *> amount for the year.  AL-TOTAL is the running Total after
      *> each posting, not the amount of the posting, so the
      *> year's amount is the sum of the posting-to-posting
      *> changes: the last Total of the year less the Total the
      *> customer carried into it - the same opening-position
      *> convention as audrpt01 and cobolstm.
      *>
      *> Every customer whose amount reaches the reporting
      *> threshold gets a payee record on the IRSFILE electronic
      *> filing (taxrec.cpy - Form 1099-MISC box 3, payer details
      *> from TAXPARM, taxparm.cpy) and a printed recipient copy
      *> on TAXFRM01 addressed from CM-ADDR-LINE1-3.  The
      *> sequenced postings are match-merged against CUSTMAS for
      *> the name and address; a customer purged since the year
      *> began is still filed.  A customer whose address cannot
      *> be split into street, city, state and ZIP is still filed
      *> but the form is held and listed on the TAXRPT01 control
      *> report instead of printed, and the step ends RC 8 so the
      *> address is put right and the form reprinted.  TAXRPT01
      *> then prints the form counts and dollar totals, which
      *> agree with the file's own C record.
      *>
      *> A tax year still running or in the future refuses the
      *> run, and so does a year that reaches back before the
      *> open audit period (per AUDPCTL1) with no AUDHIST history
      *> supplied - a filing built from half a year's postings
      *> is worse than none.
      *>
      *> A posting made under a customer's old SSNum before they
      *> were re-keyed to a corrected one (SSNXREF1, ssnxref.cpy)
      *> is counted under the new number, so the year is filed
      *> once, under the TIN the customer has now.
      *>
      *> TAXRPT01 SSNums print masked (***-**-nnnn) unless the
      *> PARM adds FULLSSN, PARM='CCYY,FULLSSN' or PARM='FULLSSN'
      *> for last year (ssnmaskw.cpy).  The recipient forms only
      *> ever carry the last four digits.
      ENVIRONMENT DIVISION.
      INPUT-OUTPUT SECTION.
      FILE-CONTROL.
          SELECT TAX-PARAMETER-FILE ASSIGN TO "TAXPARM"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TAXPARM-STATUS.

          SELECT CUST-MASTER-FILE ASSIGN TO "CUSTMAS"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS CM-SSNUM
              FILE STATUS IS WS-CUSTMAS-STATUS.

          SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-AUDITLOG-STATUS.

          SELECT AUDIT-HISTORY-FILE ASSIGN TO "AUDHIST"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-AUDHIST-STATUS.

          SELECT AUDIT-PERIOD-FILE ASSIGN TO "AUDPCTL1"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-AUDPCTL-STATUS.

          SELECT TAX-WORK-FILE ASSIGN TO "TAXWK01"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-TAXWK-STATUS.

          SELECT IRS-FILE ASSIGN TO "IRSFILE"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-IRSFILE-STATUS.

          SELECT REPORT-FILE ASSIGN TO "TAXRPT01"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REPORT-STATUS.

          SELECT FORM-FILE ASSIGN TO "TAXFRM01"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FORM-STATUS.

          SELECT SORT-WORK-FILE ASSIGN TO "SORTWK01".

          SELECT SSN-XREF-FILE ASSIGN TO "SSNXREF1"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SSNXREF-STATUS.

      DATA DIVISION.
      FILE SECTION.
      FD  TAX-PARAMETER-FILE.
      COPY "taxparm.cpy".

      FD  CUST-MASTER-FILE.
      COPY "custmas.cpy".

      FD  AUDIT-LOG-FILE.
      COPY "auditrec.cpy".

      FD  AUDIT-HISTORY-FILE.
      *>  Byte image of AUDIT-LOG-RECORD as written by cobolasw -
      *>  keep the length in step with auditrec.cpy.
      01  AUDIT-HISTORY-RECORD        PIC X(93).

      FD  AUDIT-PERIOD-FILE.
      COPY "audpctl.cpy".

      FD  TAX-WORK-FILE
          RECORD CONTAINS 750 CHARACTERS.
      *>  Payee records held until the count the transmitter
      *>  record carries is known.
      01  TAX-WORK-RECORD             PIC X(750).

      FD  IRS-FILE
          RECORD CONTAINS 750 CHARACTERS.
      01  IRS-RECORD                  PIC X(750).

      FD  REPORT-FILE.
      01  REPORT-RECORD               PIC X(96).

      FD  FORM-FILE.
      01  FORM-RECORD                 PIC X(80).

      SD  SORT-WORK-FILE.
      COPY "sortaud.cpy".

      FD  SSN-XREF-FILE.
      COPY "ssnxref.cpy".

      WORKING-STORAGE SECTION.
      01 WS-TAXPARM-STATUS            PIC XX VALUE ZEROS.
      01 WS-CUSTMAS-STATUS            PIC XX VALUE ZEROS.
      01 WS-AUDITLOG-STATUS           PIC XX VALUE ZEROS.
      01 WS-AUDHIST-STATUS            PIC XX VALUE ZEROS.
      01 WS-AUDPCTL-STATUS            PIC XX VALUE ZEROS.
      01 WS-TAXWK-STATUS              PIC XX VALUE ZEROS.
      01 WS-IRSFILE-STATUS            PIC XX VALUE ZEROS.
      01 WS-REPORT-STATUS             PIC XX VALUE ZEROS.
      01 WS-FORM-STATUS               PIC XX VALUE ZEROS.
      01 WS-EOF-SWITCH                PIC X VALUE "N".
          88 WS-END-OF-FILE           VALUE "Y" FALSE "N".
      01 WS-HIST-EOF-SWITCH           PIC X VALUE "N".
          88 WS-HIST-END-OF-FILE      VALUE "Y" FALSE "N".
      01 WS-SORT-EOF-SWITCH           PIC X VALUE "N".
          88 WS-SORT-END-OF-FILE      VALUE "Y" FALSE "N".
      01 WS-MASTER-EOF-SWITCH         PIC X VALUE "N".
          88 WS-MASTER-END-OF-FILE    VALUE "Y" FALSE "N".
      01 WS-TAXWK-EOF-SWITCH          PIC X VALUE "N".
          88 WS-TAXWK-END-OF-FILE     VALUE "Y" FALSE "N".
      01 WS-HISTORY-SWITCH            PIC X VALUE "N".
          88 WS-HISTORY-SUPPLIED      VALUE "Y" FALSE "N".
      01 WS-MATCHED-SWITCH            PIC X VALUE "N".
          88 WS-MASTER-MATCHED        VALUE "Y" FALSE "N".
      01 WS-ADDRESS-SWITCH            PIC X VALUE "Y".
          88 WS-ADDRESS-USABLE        VALUE "Y" FALSE "N".
      01 WS-RUN-PARM                  PIC X(20) VALUE SPACES.
      01 WS-TODAY-DATE                PIC 9(8) VALUE ZERO.
      01 WS-TODAY-PARTS REDEFINES WS-TODAY-DATE.
          05 WS-TODAY-YEAR             PIC 9(4).
          05 FILLER                    PIC 9(4).
      01 WS-TAX-YEAR                  PIC 9(4) VALUE ZERO.
      01 WS-YEAR-FROM                 PIC X(8) VALUE SPACES.
      01 WS-YEAR-THRU                 PIC X(8) VALUE SPACES.
      *> First posting date of the open audit period, per AUDPCTL1.
      *> Zeros until the first cobolasw cutover has run.
      01 WS-OPEN-FROM                 PIC X(8) VALUE "00000000".

      *> Reporting threshold for Form 1099-MISC box 3 - a
      *> customer whose amount for the year is below it is
      *> counted on the control report but not filed.
      01 WS-REPORTING-THRESHOLD       PIC S9(8)V99 COMP-3
                                      VALUE 600.00.

      *> One customer's year, built up over its sorted postings.
      01 WS-CURRENT-SSNUM             PIC X(9) VALUE SPACES.
      01 WS-CURRENT-NAME              PIC X(30) VALUE SPACES.
      01 WS-OPENING-TOTAL             PIC S9(8)V99 COMP-3 VALUE ZERO.
      01 WS-CLOSING-TOTAL             PIC S9(8)V99 COMP-3 VALUE ZERO.
      01 WS-YEAR-POSTINGS             PIC 9(7) VALUE ZERO.
      01 WS-YEAR-AMOUNT               PIC S9(9)V99 COMP-3 VALUE ZERO.

      *> Address split for the payee record.  The last non-blank
      *> mailing line must end "city, ST 99999" (or ZIP+4); the
      *> lines above it are the street.
      01 WS-ADDRESS-REASON            PIC X(30) VALUE SPACES.
      01 WS-CSZ-LINE                  PIC X(30) VALUE SPACES.
      01 WS-STREET-LINE-2             PIC X(30) VALUE SPACES.
      01 WS-MEASURE-FIELD             PIC X(30) VALUE SPACES.
      01 WS-MEASURE-LEN               PIC 9(2) COMP VALUE ZERO.
      01 WS-CSZ-END                   PIC 9(2) COMP VALUE ZERO.
      01 WS-CSZ-POS                   PIC 9(2) COMP VALUE ZERO.
      01 WS-CITY-END                  PIC 9(2) COMP VALUE ZERO.
      01 WS-STATE                     PIC X(2) VALUE SPACES.

      *> Run counts and totals for the control report.
      01 WS-POSTINGS-READ             PIC 9(7) VALUE ZERO.
      01 WS-CUSTOMER-COUNT            PIC 9(7) VALUE ZERO.
      01 WS-FILED-COUNT               PIC 9(7) VALUE ZERO.
      01 WS-ACTIVITY-AMOUNT           PIC S9(13)V99 COMP-3 VALUE ZERO.
      01 WS-FILED-AMOUNT              PIC S9(13)V99 COMP-3 VALUE ZERO.
      01 WS-PRINTED-COUNT             PIC 9(7) VALUE ZERO.
      01 WS-PRINTED-AMOUNT            PIC S9(13)V99 COMP-3 VALUE ZERO.
      01 WS-HELD-COUNT                PIC 9(7) VALUE ZERO.
      01 WS-HELD-AMOUNT               PIC S9(13)V99 COMP-3 VALUE ZERO.
      01 WS-BELOW-COUNT               PIC 9(7) VALUE ZERO.
      01 WS-BELOW-AMOUNT              PIC S9(13)V99 COMP-3 VALUE ZERO.
      01 WS-NO-INCREASE-COUNT         PIC 9(7) VALUE ZERO.
      01 WS-NO-INCREASE-AMOUNT        PIC S9(13)V99 COMP-3 VALUE ZERO.
      01 WS-RECORD-SEQUENCE           PIC 9(8) VALUE ZERO.
      01 WS-CONTROL-TOTAL             PIC 9(16)V99 VALUE ZERO.

      COPY "taxrec.cpy".
      COPY "taxrpt.cpy".
      COPY "ssnxrefw.cpy".
      COPY "ssnmaskw.cpy".

      LINKAGE SECTION.
      *>  Standard z/OS PARM interface - see coboltstb.cob.  The
      *>  PARM carries the tax year, CCYY; none means last year.
      *>  It may be followed by ,FULLSSN - see ssnmaskw.cpy.
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
          PERFORM 100-CHECK-TAX-YEAR
          PERFORM 110-LOAD-TAX-PARAMETER
          PERFORM 120-CHECK-HISTORY
          PERFORM 150-OPEN-FILES
          PERFORM LOAD-SSN-XREF
          SORT SORT-WORK-FILE
              ON ASCENDING KEY SRT-SSNUM
              ON ASCENDING KEY SRT-TIMESTAMP
              INPUT PROCEDURE IS 300-SELECT-AUDIT
              OUTPUT PROCEDURE IS 500-PRODUCE-RETURNS
          PERFORM 800-BUILD-IRS-FILE
          PERFORM 700-WRITE-CONTROL-TOTALS
          PERFORM 900-CLOSE-FILES
          DISPLAY WS-CUSTOMER-COUNT " customer(s) with activity, "
              WS-FILED-COUNT " return(s) filed, "
              WS-PRINTED-COUNT " form(s) printed, "
              WS-HELD-COUNT " held for address."
          IF WS-HELD-COUNT > ZERO
             AND RETURN-CODE < 8
              MOVE 8 TO RETURN-CODE
          END-IF
          STOP RUN
          .

      *>  Only a finished year can be reported - a run for the
      *>  year still in progress would miss its last postings.
      100-CHECK-TAX-YEAR.
          MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
          IF WS-RUN-PARM = SPACES
              COMPUTE WS-TAX-YEAR = WS-TODAY-YEAR - 1
          ELSE
              IF WS-RUN-PARM(1:4) IS NOT NUMERIC
                 OR WS-RUN-PARM(5:16) NOT = SPACES
                  DISPLAY "PARM MUST BE THE TAX YEAR, CCYY - "
                      "ABORTING RUN."
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
              END-IF
              MOVE WS-RUN-PARM(1:4) TO WS-TAX-YEAR
          END-IF
          IF WS-TAX-YEAR NOT < WS-TODAY-YEAR
              DISPLAY "TAX YEAR " WS-TAX-YEAR " IS NOT OVER YET "
                  "- RUN REFUSED."
              MOVE 12 TO RETURN-CODE
              STOP RUN
          END-IF
          MOVE WS-TAX-YEAR TO WS-YEAR-FROM(1:4)
          MOVE "0101"      TO WS-YEAR-FROM(5:4)
          MOVE WS-TAX-YEAR TO WS-YEAR-THRU(1:4)
          MOVE "1231"      TO WS-YEAR-THRU(5:4)
          .

      110-LOAD-TAX-PARAMETER.
          OPEN INPUT TAX-PARAMETER-FILE
          IF WS-TAXPARM-STATUS NOT = "00"
              DISPLAY "UNABLE TO OPEN TAXPARM, STATUS "
                  WS-TAXPARM-STATUS "- ABORTING RUN."
              MOVE 16 TO RETURN-CODE
              STOP RUN
          END-IF
          READ TAX-PARAMETER-FILE
              AT END
                  DISPLAY "TAXPARM IS EMPTY - NO PAYER DETAILS - "
                      "ABORTING RUN."
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
          END-READ
          CLOSE TAX-PARAMETER-FILE
          IF TP-PAYER-TIN IS NOT NUMERIC
             OR TP-PAYER-NAME = SPACES
             OR TP-TCC = SPACES
              DISPLAY "TAXPARM RECORD IS MALFORMED - ABORTING "
                  "RUN."
              MOVE 16 TO RETURN-CODE
              STOP RUN
          END-IF
          .

      *>  audrpt01 only warns when the range reaches back before
      *>  the open period with no history supplied; a tax filing
      *>  refuses instead.
      120-CHECK-HISTORY.
          OPEN INPUT AUDIT-PERIOD-FILE
          IF WS-AUDPCTL-STATUS = "00"
              READ AUDIT-PERIOD-FILE
                  AT END
                      CONTINUE
                  NOT AT END
                      MOVE AP-OPEN-FROM TO WS-OPEN-FROM
              END-READ
              CLOSE AUDIT-PERIOD-FILE
          END-IF
          OPEN INPUT AUDIT-HISTORY-FILE
          IF WS-AUDHIST-STATUS = "00"
              SET WS-HISTORY-SUPPLIED TO TRUE
              CLOSE AUDIT-HISTORY-FILE
          ELSE
              IF WS-YEAR-FROM < WS-OPEN-FROM
                  DISPLAY "TAX YEAR " WS-TAX-YEAR " REACHES BEFORE "
                      "THE OPEN AUDIT PERIOD (" WS-OPEN-FROM
                      ") AND NO AUDHIST HISTORY FILE WAS SUPPLIED "
                      "- RUN REFUSED."
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
              END-IF
          END-IF
          .

      150-OPEN-FILES.
          OPEN INPUT CUST-MASTER-FILE
          IF WS-CUSTMAS-STATUS NOT = "00"
              DISPLAY "UNABLE TO OPEN CUSTMAS, STATUS "
                  WS-CUSTMAS-STATUS "- ABORTING RUN."
              MOVE 16 TO RETURN-CODE
              STOP RUN
          END-IF
          OPEN OUTPUT TAX-WORK-FILE
          OPEN OUTPUT FORM-FILE
          OPEN OUTPUT REPORT-FILE
          IF WS-SHOW-FULL-SSNUM
              WRITE REPORT-RECORD FROM WS-FULL-SSNUM-BANNER
          END-IF
          MOVE WS-TAX-YEAR   TO RPT-TAX-YEAR
          MOVE WS-TODAY-DATE TO RPT-RUN-DATE
          WRITE REPORT-RECORD FROM RPT-HEADING-LINE
          MOVE SPACES TO REPORT-RECORD
          WRITE REPORT-RECORD
          MOVE "FILED - FORM HELD, NO USABLE MAILING ADDRESS"
              TO RPT-SECTION-TEXT
          WRITE REPORT-RECORD FROM RPT-SECTION-LINE
          WRITE REPORT-RECORD FROM RPT-NOADDR-COLUMN-LINE
          .

      *>  History first, then the live log - the sort puts them in
      *>  order either way.  Nothing after the year end is needed;
      *>  everything before it is, for the opening Total.
      300-SELECT-AUDIT.
          IF WS-HISTORY-SUPPLIED
              OPEN INPUT AUDIT-HISTORY-FILE
              PERFORM 308-READ-HISTORY UNTIL WS-HIST-END-OF-FILE
              CLOSE AUDIT-HISTORY-FILE
          END-IF
          OPEN INPUT AUDIT-LOG-FILE
          IF WS-AUDITLOG-STATUS NOT = "00"
              DISPLAY "No audit log found, status "
                  WS-AUDITLOG-STATUS " - history only."
              SET WS-END-OF-FILE TO TRUE
          END-IF
          PERFORM 310-READ-AUDIT UNTIL WS-END-OF-FILE
          IF WS-AUDITLOG-STATUS = "00" OR "10"
              CLOSE AUDIT-LOG-FILE
          END-IF
          .

      308-READ-HISTORY.
          READ AUDIT-HISTORY-FILE
              AT END
                  SET WS-HIST-END-OF-FILE TO TRUE
              NOT AT END
                  MOVE AUDIT-HISTORY-RECORD TO SORT-AUDIT-RECORD
                  PERFORM 320-RELEASE-AUDIT
          END-READ
          .

      310-READ-AUDIT.
          READ AUDIT-LOG-FILE
              AT END
                  SET WS-END-OF-FILE TO TRUE
              NOT AT END
                  MOVE AUDIT-LOG-RECORD TO SORT-AUDIT-RECORD
                  PERFORM 320-RELEASE-AUDIT
          END-READ
          .

      320-RELEASE-AUDIT.
          MOVE SRT-SSNUM     TO WS-XREF-SSNUM
          MOVE SRT-TIMESTAMP TO WS-XREF-AS-OF
          PERFORM MAP-SSN-XREF
          MOVE WS-XREF-SSNUM TO SRT-SSNUM
          IF SRT-TIMESTAMP(1:8) <= WS-YEAR-THRU
              RELEASE SORT-AUDIT-RECORD
          END-IF
          .

      500-PRODUCE-RETURNS.
          PERFORM 510-RETURN-SORTED
          PERFORM 520-READ-MASTER
          PERFORM 530-PROCESS-CUSTOMER UNTIL WS-SORT-END-OF-FILE
          .

      510-RETURN-SORTED.
          RETURN SORT-WORK-FILE
              AT END
                  SET WS-SORT-END-OF-FILE TO TRUE
          END-RETURN
          .

      520-READ-MASTER.
          READ CUST-MASTER-FILE NEXT RECORD
              AT END
                  SET WS-MASTER-END-OF-FILE TO TRUE
          END-READ
          .

      *>  The master is only read forward to the customer the
      *>  postings are on.  Postings with no master record left
      *>  are a customer purged since - still reported, under the
      *>  name on the posting, but with no address to mail to.
      530-PROCESS-CUSTOMER.
          MOVE SRT-SSNUM     TO WS-CURRENT-SSNUM
          MOVE ZERO          TO WS-OPENING-TOTAL
          MOVE ZERO          TO WS-CLOSING-TOTAL
          MOVE ZERO          TO WS-YEAR-POSTINGS
          PERFORM 520-READ-MASTER
              UNTIL WS-MASTER-END-OF-FILE
                 OR CM-SSNUM NOT < WS-CURRENT-SSNUM
          IF NOT WS-MASTER-END-OF-FILE
             AND CM-SSNUM = WS-CURRENT-SSNUM
              SET WS-MASTER-MATCHED TO TRUE
          ELSE
              SET WS-MASTER-MATCHED TO FALSE
          END-IF
          PERFORM 540-ACCUMULATE-POSTING
              UNTIL WS-SORT-END-OF-FILE
                 OR SRT-SSNUM NOT = WS-CURRENT-SSNUM
          IF WS-YEAR-POSTINGS > ZERO
              ADD 1 TO WS-CUSTOMER-COUNT
              COMPUTE WS-YEAR-AMOUNT =
                  WS-CLOSING-TOTAL - WS-OPENING-TOTAL
              PERFORM 600-REPORT-CUSTOMER
          END-IF
          .

      *>  A posting before the year only moves the opening Total;
      *>  with none, the customer started the year at zero.
      540-ACCUMULATE-POSTING.
          IF SRT-TIMESTAMP(1:8) < WS-YEAR-FROM
              MOVE SRT-TOTAL TO WS-OPENING-TOTAL
          ELSE
              ADD 1 TO WS-YEAR-POSTINGS
              ADD 1 TO WS-POSTINGS-READ
              MOVE SRT-USERNAME TO WS-CURRENT-NAME
          END-IF
          MOVE SRT-TOTAL TO WS-CLOSING-TOTAL
          PERFORM 510-RETURN-SORTED
          .

      600-REPORT-CUSTOMER.
          EVALUATE TRUE
              WHEN WS-YEAR-AMOUNT NOT > ZERO
                  ADD 1 TO WS-NO-INCREASE-COUNT
                  ADD WS-YEAR-AMOUNT TO WS-NO-INCREASE-AMOUNT
              WHEN WS-YEAR-AMOUNT < WS-REPORTING-THRESHOLD
                  ADD 1 TO WS-BELOW-COUNT
                  ADD WS-YEAR-AMOUNT TO WS-BELOW-AMOUNT
              WHEN OTHER
                  PERFORM 650-EDIT-ADDRESS
                  PERFORM 610-WRITE-PAYEE-RECORD
                  IF WS-ADDRESS-USABLE
                      PERFORM 620-PRINT-RECIPIENT-FORM
                  ELSE
                      PERFORM 630-LIST-HELD-FORM
                  END-IF
          END-EVALUATE
          .

      *>  Sequence numbers run T = 1, A = 2, then the payees in
      *>  order, so they can be set now while the payees are
      *>  staged for the count the T record needs.
      610-WRITE-PAYEE-RECORD.
          ADD 1 TO WS-FILED-COUNT
          ADD WS-YEAR-AMOUNT TO WS-FILED-AMOUNT
          MOVE WS-TAX-YEAR      TO TB-PAYMENT-YEAR
          MOVE WS-CURRENT-SSNUM TO TB-PAYEE-TIN
          MOVE WS-YEAR-AMOUNT   TO TB-PAYMENT-AMOUNT(3)
          IF WS-MASTER-MATCHED
              MOVE CM-USERNAME TO TB-PAYEE-NAME
          ELSE
              MOVE WS-CURRENT-NAME TO TB-PAYEE-NAME
          END-IF
          COMPUTE TB-SEQUENCE = WS-FILED-COUNT + 2
          WRITE TAX-WORK-RECORD FROM IRS-PAYEE-RECORD
          .

      620-PRINT-RECIPIENT-FORM.
          ADD 1 TO WS-PRINTED-COUNT
          ADD WS-YEAR-AMOUNT TO WS-PRINTED-AMOUNT
          MOVE WS-TAX-YEAR TO RPT-FORM-YEAR
          WRITE FORM-RECORD FROM RPT-FORM-TITLE-LINE
              AFTER ADVANCING PAGE
          WRITE FORM-RECORD FROM RPT-FORM-COPY-LINE
          MOVE SPACES TO FORM-RECORD
          WRITE FORM-RECORD
          MOVE "PAYER"           TO RPT-FORM-LABEL
          MOVE TP-PAYER-NAME     TO RPT-FORM-TEXT
          WRITE FORM-RECORD FROM RPT-FORM-BLOCK-LINE
          MOVE SPACES            TO RPT-FORM-LABEL
          MOVE TP-PAYER-ADDRESS  TO RPT-FORM-TEXT
          WRITE FORM-RECORD FROM RPT-FORM-BLOCK-LINE
          MOVE TP-PAYER-CITY     TO RPT-FORM-CITY
          MOVE TP-PAYER-STATE    TO RPT-FORM-STATE
          MOVE TP-PAYER-ZIP      TO RPT-FORM-ZIP
          WRITE FORM-RECORD FROM RPT-FORM-CITY-LINE
          MOVE TP-PAYER-PHONE    TO RPT-FORM-TEXT
          WRITE FORM-RECORD FROM RPT-FORM-BLOCK-LINE
          MOVE SPACES TO FORM-RECORD
          WRITE FORM-RECORD
      *>  The recipient block is the mailing block - name and the
      *>  address lines as carried on the master, blank lines
      *>  skipped, the same as the cobolstm statement heading.
          MOVE "RECIPIENT"       TO RPT-FORM-LABEL
          MOVE CM-USERNAME       TO RPT-FORM-TEXT
          WRITE FORM-RECORD FROM RPT-FORM-BLOCK-LINE
          MOVE SPACES            TO RPT-FORM-LABEL
          IF CM-ADDR-LINE1 NOT = SPACES
              MOVE CM-ADDR-LINE1 TO RPT-FORM-TEXT
              WRITE FORM-RECORD FROM RPT-FORM-BLOCK-LINE
          END-IF
          IF CM-ADDR-LINE2 NOT = SPACES
              MOVE CM-ADDR-LINE2 TO RPT-FORM-TEXT
              WRITE FORM-RECORD FROM RPT-FORM-BLOCK-LINE
          END-IF
          IF CM-ADDR-LINE3 NOT = SPACES
              MOVE CM-ADDR-LINE3 TO RPT-FORM-TEXT
              WRITE FORM-RECORD FROM RPT-FORM-BLOCK-LINE
          END-IF
          MOVE SPACES TO FORM-RECORD
          WRITE FORM-RECORD
          MOVE TP-PAYER-TIN(1:2) TO RPT-FORM-PAYER-TIN-1
          MOVE TP-PAYER-TIN(3:7) TO RPT-FORM-PAYER-TIN-2
          MOVE CM-SSSERIAL       TO RPT-FORM-SSSERIAL
          WRITE FORM-RECORD FROM RPT-FORM-TIN-LINE
          MOVE SPACES TO FORM-RECORD
          WRITE FORM-RECORD
          MOVE WS-YEAR-AMOUNT    TO RPT-FORM-AMOUNT
          WRITE FORM-RECORD FROM RPT-FORM-AMOUNT-LINE
          MOVE SPACES TO FORM-RECORD
          WRITE FORM-RECORD
          WRITE FORM-RECORD FROM RPT-FORM-NOTICE-LINE-1
          WRITE FORM-RECORD FROM RPT-FORM-NOTICE-LINE-2
          .

      630-LIST-HELD-FORM.
          ADD 1 TO WS-HELD-COUNT
          ADD WS-YEAR-AMOUNT TO WS-HELD-AMOUNT
          MOVE WS-CURRENT-SSNUM TO WS-MASK-SSNUM
          PERFORM MASK-SSNUM
          MOVE WS-MASKED-SSNUM  TO RPT-NA-SSNUM
          MOVE TB-PAYEE-NAME         TO RPT-NA-NAME
          MOVE WS-YEAR-AMOUNT        TO RPT-NA-AMOUNT
          MOVE WS-ADDRESS-REASON     TO RPT-NA-REASON
          WRITE REPORT-RECORD FROM RPT-NOADDR-LINE
          .

      *>  The payee record wants street, city, state and ZIP
      *>  apart; the master carries free-form mailing lines.  The
      *>  last non-blank line is taken as "city, ST 99999" and
      *>  everything above it as the street.
      650-EDIT-ADDRESS.
          SET WS-ADDRESS-USABLE TO TRUE
          MOVE SPACES TO WS-ADDRESS-REASON
          MOVE SPACES TO TB-PAYEE-ADDRESS
          MOVE SPACES TO TB-PAYEE-CITY
          MOVE SPACES TO TB-PAYEE-STATE
          MOVE SPACES TO TB-PAYEE-ZIP
          MOVE SPACES TO WS-STREET-LINE-2
          EVALUATE TRUE
              WHEN NOT WS-MASTER-MATCHED
                  MOVE "NOT ON CUSTMAS - PURGED"
                      TO WS-ADDRESS-REASON
              WHEN CM-ADDR-LINE1 = SPACES
                  MOVE "NO STREET ADDRESS LINE"
                      TO WS-ADDRESS-REASON
              WHEN CM-ADDR-LINE3 NOT = SPACES
                  MOVE CM-ADDR-LINE3 TO WS-CSZ-LINE
                  MOVE CM-ADDR-LINE2 TO WS-STREET-LINE-2
              WHEN CM-ADDR-LINE2 NOT = SPACES
                  MOVE CM-ADDR-LINE2 TO WS-CSZ-LINE
              WHEN OTHER
                  MOVE "NO CITY/STATE/ZIP LINE"
                      TO WS-ADDRESS-REASON
          END-EVALUATE
          IF WS-ADDRESS-REASON = SPACES
              PERFORM 660-SPLIT-CITY-LINE
          END-IF
          IF WS-ADDRESS-REASON = SPACES
              MOVE CM-ADDR-LINE1 TO WS-MEASURE-FIELD
              PERFORM 670-MEASURE-FIELD
              STRING CM-ADDR-LINE1(1:WS-MEASURE-LEN) " "
                     WS-STREET-LINE-2
                  DELIMITED BY SIZE INTO TB-PAYEE-ADDRESS
              END-STRING
          ELSE
              SET WS-ADDRESS-USABLE TO FALSE
          END-IF
          .

      *>  ZIP first (five digits, or five-dash-four, at the end of
      *>  the line), then the two-letter state before it, and
      *>  whatever is left - less a trailing comma - is the city.
      660-SPLIT-CITY-LINE.
          MOVE WS-CSZ-LINE TO WS-MEASURE-FIELD
          PERFORM 670-MEASURE-FIELD
          MOVE WS-MEASURE-LEN TO WS-CSZ-END
          EVALUATE TRUE
              WHEN WS-CSZ-END < 9
                  MOVE "CITY/STATE/ZIP LINE TOO SHORT"
                      TO WS-ADDRESS-REASON
              WHEN WS-CSZ-END >= 14
               AND WS-CSZ-LINE(WS-CSZ-END - 9:5) IS NUMERIC
               AND WS-CSZ-LINE(WS-CSZ-END - 4:1) = "-"
               AND WS-CSZ-LINE(WS-CSZ-END - 3:4) IS NUMERIC
                  MOVE WS-CSZ-LINE(WS-CSZ-END - 9:5)
                      TO TB-PAYEE-ZIP(1:5)
                  MOVE WS-CSZ-LINE(WS-CSZ-END - 3:4)
                      TO TB-PAYEE-ZIP(6:4)
                  COMPUTE WS-CSZ-POS = WS-CSZ-END - 10
              WHEN WS-CSZ-LINE(WS-CSZ-END - 4:5) IS NUMERIC
                  MOVE WS-CSZ-LINE(WS-CSZ-END - 4:5)
                      TO TB-PAYEE-ZIP(1:5)
                  COMPUTE WS-CSZ-POS = WS-CSZ-END - 5
              WHEN OTHER
                  MOVE "NO ZIP CODE AT END OF ADDRESS"
                      TO WS-ADDRESS-REASON
          END-EVALUATE
          IF WS-ADDRESS-REASON = SPACES
              PERFORM 665-BACK-UP-TO-STATE
                  UNTIL WS-CSZ-POS < 3
                     OR WS-CSZ-LINE(WS-CSZ-POS:1) NOT = SPACE
              IF WS-CSZ-POS < 4
                  MOVE "NO CITY AND STATE BEFORE ZIP"
                      TO WS-ADDRESS-REASON
              END-IF
          END-IF
          IF WS-ADDRESS-REASON = SPACES
              MOVE WS-CSZ-LINE(WS-CSZ-POS - 1:2) TO WS-STATE
              INSPECT WS-STATE CONVERTING
                  "abcdefghijklmnopqrstuvwxyz"
                  TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
              IF WS-STATE IS NOT ALPHABETIC
                 OR WS-STATE(1:1) = SPACE
                 OR (WS-CSZ-LINE(WS-CSZ-POS - 2:1) NOT = SPACE
                     AND WS-CSZ-LINE(WS-CSZ-POS - 2:1) NOT = ",")
                  MOVE "NO 2-LETTER STATE BEFORE ZIP"
                      TO WS-ADDRESS-REASON
              ELSE
                  MOVE WS-STATE TO TB-PAYEE-STATE
                  COMPUTE WS-CITY-END = WS-CSZ-POS - 2
                  PERFORM 668-BACK-UP-CITY
                      UNTIL WS-CITY-END = 1
                         OR (WS-CSZ-LINE(WS-CITY-END:1) NOT = SPACE
                             AND WS-CSZ-LINE(WS-CITY-END:1)
                                 NOT = ",")
                  IF WS-CSZ-LINE(WS-CITY-END:1) = SPACE
                     OR WS-CSZ-LINE(WS-CITY-END:1) = ","
                      MOVE "NO CITY BEFORE STATE"
                          TO WS-ADDRESS-REASON
                  ELSE
                      MOVE WS-CSZ-LINE(1:WS-CITY-END)
                          TO TB-PAYEE-CITY
                  END-IF
              END-IF
          END-IF
          .

      665-BACK-UP-TO-STATE.
          SUBTRACT 1 FROM WS-CSZ-POS
          .

      668-BACK-UP-CITY.
          SUBTRACT 1 FROM WS-CITY-END
          .

      *>  Length of WS-MEASURE-FIELD to its last non-blank - the
      *>  callers only measure a field already known not blank.
      670-MEASURE-FIELD.
          MOVE 30 TO WS-MEASURE-LEN
          PERFORM 675-BACK-UP-MEASURE
              UNTIL WS-MEASURE-LEN = 1
                 OR WS-MEASURE-FIELD(WS-MEASURE-LEN:1) NOT = SPACE
          .

      675-BACK-UP-MEASURE.
          SUBTRACT 1 FROM WS-MEASURE-LEN
          .

      700-WRITE-CONTROL-TOTALS.
          IF WS-HELD-COUNT = ZERO
              MOVE "  NONE" TO RPT-SECTION-TEXT
              WRITE REPORT-RECORD FROM RPT-SECTION-LINE
          END-IF
          MOVE SPACES TO REPORT-RECORD
          WRITE REPORT-RECORD
          MOVE "FORM COUNTS AND DOLLAR TOTALS" TO RPT-SECTION-TEXT
          WRITE REPORT-RECORD FROM RPT-SECTION-LINE
          MOVE "POSTINGS IN THE TAX YEAR"   TO RPT-COUNT-LABEL
          MOVE WS-POSTINGS-READ             TO RPT-COUNT
          MOVE ZERO                         TO RPT-COUNT-AMOUNT
          WRITE REPORT-RECORD FROM RPT-COUNT-LINE
          MOVE "CUSTOMERS WITH ACTIVITY"    TO RPT-COUNT-LABEL
          MOVE WS-CUSTOMER-COUNT            TO RPT-COUNT
          COMPUTE WS-ACTIVITY-AMOUNT = WS-FILED-AMOUNT
              + WS-BELOW-AMOUNT + WS-NO-INCREASE-AMOUNT
          MOVE WS-ACTIVITY-AMOUNT           TO RPT-COUNT-AMOUNT
          WRITE REPORT-RECORD FROM RPT-COUNT-LINE
          MOVE "  NO INCREASE FOR THE YEAR - NOT FILED"
              TO RPT-COUNT-LABEL
          MOVE WS-NO-INCREASE-COUNT         TO RPT-COUNT
          MOVE WS-NO-INCREASE-AMOUNT        TO RPT-COUNT-AMOUNT
          WRITE REPORT-RECORD FROM RPT-COUNT-LINE
          MOVE "  BELOW REPORTING THRESHOLD - NOT FILED"
              TO RPT-COUNT-LABEL
          MOVE WS-BELOW-COUNT               TO RPT-COUNT
          MOVE WS-BELOW-AMOUNT              TO RPT-COUNT-AMOUNT
          WRITE REPORT-RECORD FROM RPT-COUNT-LINE
          MOVE "  RETURNS FILED ON IRSFILE" TO RPT-COUNT-LABEL
          MOVE WS-FILED-COUNT               TO RPT-COUNT
          MOVE WS-FILED-AMOUNT              TO RPT-COUNT-AMOUNT
          WRITE REPORT-RECORD FROM RPT-COUNT-LINE
          MOVE "    RECIPIENT FORMS PRINTED" TO RPT-COUNT-LABEL
          MOVE WS-PRINTED-COUNT             TO RPT-COUNT
          MOVE WS-PRINTED-AMOUNT            TO RPT-COUNT-AMOUNT
          WRITE REPORT-RECORD FROM RPT-COUNT-LINE
          MOVE "    RECIPIENT FORMS HELD - NO ADDRESS"
              TO RPT-COUNT-LABEL
          MOVE WS-HELD-COUNT                TO RPT-COUNT
          MOVE WS-HELD-AMOUNT               TO RPT-COUNT-AMOUNT
          WRITE REPORT-RECORD FROM RPT-COUNT-LINE
          MOVE "IRSFILE C RECORD PAYEES / CONTROL TOTAL 3"
              TO RPT-COUNT-LABEL
          MOVE TC-PAYEE-COUNT               TO RPT-COUNT
          MOVE TC-CONTROL-TOTAL(3)          TO RPT-COUNT-AMOUNT
          WRITE REPORT-RECORD FROM RPT-COUNT-LINE
          MOVE SPACES TO REPORT-RECORD
          WRITE REPORT-RECORD
          IF TC-PAYEE-COUNT = WS-PRINTED-COUNT + WS-HELD-COUNT
             AND TC-CONTROL-TOTAL(3) = WS-PRINTED-AMOUNT
                 + WS-HELD-AMOUNT
              MOVE "FORMS PRINTED PLUS FORMS HELD AGREE WITH THE IRSFILE "
                  & "CONTROL TOTALS"
                  TO RPT-CERTIFY-TEXT
          ELSE
              MOVE "*** FORMS DO NOT AGREE WITH THE IRSFILE CONTROL TOTALS - "
                  & "DO NOT FILE ***"
                  TO RPT-CERTIFY-TEXT
              MOVE 12 TO RETURN-CODE
          END-IF
          WRITE REPORT-RECORD FROM RPT-CERTIFY-LINE
          .

      *>  Transmitter, payer, the staged payees, end of payer and
      *>  end of transmission.  The transmitter and the payer are
      *>  one and the same - the file is prepared in-house.
      800-BUILD-IRS-FILE.
          CLOSE TAX-WORK-FILE
          OPEN OUTPUT IRS-FILE
          IF WS-IRSFILE-STATUS NOT = "00"
              DISPLAY "UNABLE TO OPEN IRSFILE, STATUS "
                  WS-IRSFILE-STATUS "- ABORTING RUN."
              MOVE 16 TO RETURN-CODE
              STOP RUN
          END-IF
          MOVE WS-TAX-YEAR        TO TT-PAYMENT-YEAR
          MOVE TP-PAYER-TIN       TO TT-TRANSMITTER-TIN
          MOVE TP-TCC             TO TT-TCC
          MOVE TP-TEST-FILE-IND   TO TT-TEST-FILE-IND
          MOVE TP-PAYER-NAME      TO TT-TRANSMITTER-NAME
          MOVE TP-PAYER-NAME      TO TT-COMPANY-NAME
          MOVE TP-PAYER-ADDRESS   TO TT-COMPANY-ADDRESS
          MOVE TP-PAYER-CITY      TO TT-COMPANY-CITY
          MOVE TP-PAYER-STATE     TO TT-COMPANY-STATE
          MOVE TP-PAYER-ZIP       TO TT-COMPANY-ZIP
          MOVE WS-FILED-COUNT     TO TT-PAYEE-COUNT
          MOVE TP-CONTACT-NAME    TO TT-CONTACT-NAME
          MOVE TP-CONTACT-PHONE   TO TT-CONTACT-PHONE
          MOVE TP-CONTACT-EMAIL   TO TT-CONTACT-EMAIL
          MOVE 1                  TO TT-SEQUENCE
          WRITE IRS-RECORD FROM IRS-TRANSMITTER-RECORD
          MOVE WS-TAX-YEAR           TO TA-PAYMENT-YEAR
          MOVE TP-PAYER-TIN          TO TA-PAYER-TIN
          MOVE TP-PAYER-NAME-CONTROL TO TA-NAME-CONTROL
          MOVE TP-PAYER-NAME         TO TA-PAYER-NAME
          MOVE TP-PAYER-ADDRESS      TO TA-PAYER-ADDRESS
          MOVE TP-PAYER-CITY         TO TA-PAYER-CITY
          MOVE TP-PAYER-STATE        TO TA-PAYER-STATE
          MOVE TP-PAYER-ZIP          TO TA-PAYER-ZIP
          MOVE TP-PAYER-PHONE        TO TA-PAYER-PHONE
          MOVE 2                     TO TA-SEQUENCE
          WRITE IRS-RECORD FROM IRS-PAYER-RECORD
          MOVE 2 TO WS-RECORD-SEQUENCE
          MOVE ZERO TO WS-CONTROL-TOTAL
          OPEN INPUT TAX-WORK-FILE
          PERFORM 810-COPY-PAYEE-RECORD UNTIL WS-TAXWK-END-OF-FILE
          CLOSE TAX-WORK-FILE
          ADD 1 TO WS-RECORD-SEQUENCE
          MOVE WS-FILED-COUNT     TO TC-PAYEE-COUNT
          MOVE WS-CONTROL-TOTAL   TO TC-CONTROL-TOTAL(3)
          MOVE WS-RECORD-SEQUENCE TO TC-SEQUENCE
          WRITE IRS-RECORD FROM IRS-END-OF-PAYER-RECORD
          ADD 1 TO WS-RECORD-SEQUENCE
          MOVE 1                  TO TF-PAYER-COUNT
          MOVE WS-FILED-COUNT     TO TF-PAYEE-COUNT
          MOVE WS-RECORD-SEQUENCE TO TF-SEQUENCE
          WRITE IRS-RECORD FROM IRS-END-OF-TRANSMISSION-RECORD
          CLOSE IRS-FILE
          .

      *>  The C record total is re-added from the payee records
      *>  as they go to the file, so the control report proves
      *>  the file and not just the program's own counters.
      810-COPY-PAYEE-RECORD.
          READ TAX-WORK-FILE
              AT END
                  SET WS-TAXWK-END-OF-FILE TO TRUE
              NOT AT END
                  MOVE TAX-WORK-RECORD TO IRS-PAYEE-RECORD
                  ADD TB-PAYMENT-AMOUNT(3) TO WS-CONTROL-TOTAL
                  ADD 1 TO WS-RECORD-SEQUENCE
                  WRITE IRS-RECORD FROM TAX-WORK-RECORD
          END-READ
          .

      900-CLOSE-FILES.
          CLOSE CUST-MASTER-FILE
          CLOSE REPORT-FILE
          CLOSE FORM-FILE
          .

      COPY "ssnxrefp.cpy".

      COPY "ssnparmp.cpy".

      COPY "ssnmaskp.cpy".
