       >>SOURCE FORMAT FREE
      IDENTIFICATION DIVISION.
      PROGRAM-ID. cobolpay.
      AUTHOR. Ralph Bido.
      DATE-WRITTEN.October 15 2026
      *> Direct-deposit payment run.  Passes every
      *> CUST-MASTER-RECORD, looks each payable customer up on the
      *> BANKACCT bank-account file (bankacct.cpy) and builds a
      *> standard NACHA ACH credit file (ACHFILE, achrec.cpy) for
      *> the bank - one PPD batch of CM-TOTAL credits dated with
      *> the next effective entry date on the PAYCAL01 payment
      *> calendar (paycal.cpy), or the one on the job's PARM,
      *> originated
      *> under the identifiers on the ACHPARM parameter file
      *> (achparm.cpy).  Inactive and deceased-hold records are
      *> never paid, the same population rule as the benefits
      *> extract.
      *>
      *> Only an account whose zero-dollar prenote has gone
      *> through unreturned is paid.  An account new or changed
      *> since the last run (prenote status "N") gets its prenote
      *> entry in this file and is marked "P" with today's date;
      *> once the waiting period has passed with no return keyed
      *> through cobolmnt, the run promotes it to "V" and pays
      *> it.  A customer with no account, a returned or pending
      *> prenote, or an account that fails the routing edit
      *> (rtneditp.cpy) goes on the ACHEXC01 exception list
      *> instead of the file, and the step ends RC 8 so the list
      *> is worked.
      *>
      *> The ACHRPT01 register lists every entry, then the batch
      *> and file control totals exactly as written, then a
      *> reconciliation of every customer's CM-TOTAL - paid,
      *> excepted, not payable, nothing to pay - to the record
      *> count and hash total the same night's RCNRPT01
      *> certificate prints.  A register that does not reconcile
      *> ends RC 12.
      *>
      *> The calendar date taken is the earliest one today or
      *> later that is not on the ACHCTL01 control file - but not
      *> one more than WS-PAY-LEAD-DAYS ahead (RC 12), so a job
      *> resubmitted after payday does not send the next period's
      *> payments early.  A calendar with no such date left ends
      *> RC 16 - load the next one.  A PARM date, for a one-off
      *> run off the calendar, overrides it.  An effective date
      *> earlier than today refuses the run (RC 12), and one
      *> already on ACHCTL01 refuses too (RC 16), so a
      *> resubmitted job cannot pay the same customers twice.
      *>
      *> SSNums print masked (***-**-nnnn) unless the PARM
      *> carries FULLSSN, alone or after a date -
      *> PARM='FULLSSN' or 'CCYYMMDD,FULLSSN' (ssnmaskw.cpy).
      ENVIRONMENT DIVISION.
      INPUT-OUTPUT SECTION.
      FILE-CONTROL.
          SELECT ACH-PARAMETER-FILE ASSIGN TO "ACHPARM"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ACHPARM-STATUS.

          SELECT PAYMENT-CALENDAR-FILE ASSIGN TO "PAYCAL01"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PAYCAL-STATUS.

          SELECT CUST-MASTER-FILE ASSIGN TO "CUSTMAS"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS CM-SSNUM
              FILE STATUS IS WS-CUSTMAS-STATUS.

          SELECT BANK-ACCOUNT-FILE ASSIGN TO "BANKACCT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS BA-SSNUM
              FILE STATUS IS WS-BANKACCT-STATUS.

          SELECT ACH-WORK-FILE ASSIGN TO "ACHWK01"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-ACHWK-STATUS.

          SELECT ACH-FILE ASSIGN TO "ACHFILE"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-ACHFILE-STATUS.

          SELECT REPORT-FILE ASSIGN TO "ACHRPT01"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REPORT-STATUS.

          SELECT EXCEPTION-FILE ASSIGN TO "ACHEXC01"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-EXCEPTION-STATUS.

          SELECT ACH-CONTROL-FILE ASSIGN TO "ACHCTL01"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ACHCTL-STATUS.

      DATA DIVISION.
      FILE SECTION.
      FD  ACH-PARAMETER-FILE.
      COPY "achparm.cpy".

      FD  PAYMENT-CALENDAR-FILE.
      COPY "paycal.cpy".

      FD  CUST-MASTER-FILE.
      COPY "custmas.cpy".

      FD  BANK-ACCOUNT-FILE.
      COPY "bankacct.cpy".

      FD  ACH-WORK-FILE
          RECORD CONTAINS 94 CHARACTERS.
      *>  Entry detail records held until the run knows whether
      *>  there is a batch to wrap them in.
      01  ACH-WORK-RECORD             PIC X(94).

      FD  ACH-FILE
          RECORD CONTAINS 94 CHARACTERS.
      01  ACH-RECORD                  PIC X(94).

      FD  REPORT-FILE.
      01  REPORT-RECORD               PIC X(132).

      FD  EXCEPTION-FILE.
      01  EXCEPTION-RECORD            PIC X(132).

      FD  ACH-CONTROL-FILE.
      COPY "achctl.cpy".

      WORKING-STORAGE SECTION.
      01 WS-ACHPARM-STATUS            PIC XX VALUE ZEROS.
      01 WS-PAYCAL-STATUS             PIC XX VALUE ZEROS.
      01 WS-CUSTMAS-STATUS            PIC XX VALUE ZEROS.
      01 WS-BANKACCT-STATUS           PIC XX VALUE ZEROS.
      01 WS-ACHWK-STATUS              PIC XX VALUE ZEROS.
      01 WS-ACHFILE-STATUS            PIC XX VALUE ZEROS.
      01 WS-REPORT-STATUS             PIC XX VALUE ZEROS.
      01 WS-EXCEPTION-STATUS          PIC XX VALUE ZEROS.
      01 WS-ACHCTL-STATUS             PIC XX VALUE ZEROS.
      01 WS-EOF-SWITCH                PIC X VALUE "N".
          88 WS-END-OF-FILE           VALUE "Y" FALSE "N".
      01 WS-ACHWK-EOF-SWITCH          PIC X VALUE "N".
          88 WS-ACHWK-END-OF-FILE     VALUE "Y" FALSE "N".
      01 WS-ACHCTL-EOF-SWITCH         PIC X VALUE "N".
          88 WS-ACHCTL-END-OF-FILE    VALUE "Y" FALSE "N".
      01 WS-PAYCAL-EOF-SWITCH         PIC X VALUE "N".
          88 WS-PAYCAL-END-OF-FILE    VALUE "Y" FALSE "N".
      01 WS-RECON-SWITCH              PIC X VALUE "Y".
          88 WS-RECONCILED            VALUE "Y" FALSE "N".
      01 WS-PAID-SWITCH               PIC X VALUE "N".
          88 WS-ALREADY-PAID          VALUE "Y" FALSE "N".
      01 WS-RUN-PARM                  PIC X(20) VALUE SPACES.
      01 WS-EFFECTIVE-DATE            PIC 9(8) VALUE ZERO.
      01 WS-TODAY-DATE                PIC 9(8) VALUE ZERO.

      *> The payment calendar, each date marked once it is found
      *> on ACHCTL01.  The file goes to the bank a banking day or
      *> two ahead of the effective date; five calendar days
      *> covers that across a weekend and a holiday, and no more.
      01 WS-PAY-LEAD-DAYS             PIC 9(3) VALUE 5.
      01 WS-DAYS-AHEAD                PIC S9(7) VALUE ZERO.
      01 WS-CAL-SUB                   PIC 9(3) COMP VALUE ZERO.
      01 WS-CALENDAR-TABLE.
          05 WS-CAL-COUNT             PIC 9(3) COMP VALUE ZERO.
          05 WS-CAL-ENTRY OCCURS 60 TIMES.
              10 WS-CAL-DATE          PIC 9(8).
              10 WS-CAL-PAID-SWITCH   PIC X.
                  88 WS-CAL-PAID      VALUE "Y" FALSE "N".
      01 WS-TIMESTAMP                 PIC X(21) VALUE SPACES.
      01 WS-EXCEPTION-REASON          PIC X(36) VALUE SPACES.

      *> Prenote waiting period in calendar days - the rules allow
      *> live entries three banking days after the prenote
      *> settles; six calendar days covers that across a weekend.
      01 WS-PRENOTE-WAIT-DAYS         PIC 9(3) VALUE 6.
      01 WS-DAYS-WAITED               PIC S9(7) VALUE ZERO.

      *> Used to find the last four characters of the account
      *> number for the register - the rest is never printed.
      01 WS-ACCOUNT-LEN               PIC 9(2) COMP VALUE ZERO.

      *> ACH file controls.  The entry hash is the sum of the
      *> eight-digit receiving bank ids; only its rightmost ten
      *> digits go on the control records, which the MOVE to the
      *> 9(10) fields gives.
      01 WS-ENTRY-COUNT               PIC 9(7) VALUE ZERO.
      01 WS-ENTRY-HASH                PIC 9(12) VALUE ZERO.
      01 WS-CREDIT-TOTAL              PIC 9(10)V99 VALUE ZERO.
      01 WS-BATCH-COUNT               PIC 9(6) VALUE ZERO.
      01 WS-FILE-RECORDS              PIC 9(7) VALUE ZERO.
      01 WS-BLOCK-COUNT               PIC 9(6) VALUE ZERO.
      01 WS-FILLER-COUNT              PIC 9(2) VALUE ZERO.
      01 WS-TRACE-SEQUENCE            PIC 9(7) VALUE ZERO.

      *> Register reconciliation buckets.  Every CM-TOTAL read
      *> lands in exactly one of them; together they must equal
      *> the hash total cobolrcn certifies.
      01 WS-READ-COUNT                PIC 9(7) VALUE ZERO.
      01 WS-HASH-TOTAL                PIC S9(13)V99 COMP-3 VALUE ZERO.
      01 WS-PAID-COUNT                PIC 9(7) VALUE ZERO.
      01 WS-PAID-AMOUNT               PIC S9(13)V99 COMP-3 VALUE ZERO.
      01 WS-EXCEPTION-COUNT           PIC 9(7) VALUE ZERO.
      01 WS-EXCEPTION-AMOUNT          PIC S9(13)V99 COMP-3 VALUE ZERO.
      01 WS-NOT-PAYABLE-COUNT         PIC 9(7) VALUE ZERO.
      01 WS-NOT-PAYABLE-AMOUNT        PIC S9(13)V99 COMP-3 VALUE ZERO.
      01 WS-NOTHING-DUE-COUNT         PIC 9(7) VALUE ZERO.
      01 WS-NOTHING-DUE-AMOUNT        PIC S9(13)V99 COMP-3 VALUE ZERO.
      01 WS-PRENOTE-COUNT             PIC 9(7) VALUE ZERO.
      01 WS-VERIFIED-COUNT            PIC 9(7) VALUE ZERO.
      01 WS-BANK-FAILED-COUNT         PIC 9(7) VALUE ZERO.
      01 WS-RECON-TOTAL               PIC S9(13)V99 COMP-3 VALUE ZERO.

      COPY "achrec.cpy".
      COPY "achrpt.cpy".
      COPY "rtneditw.cpy".
      COPY "ssnmaskw.cpy".

      LINKAGE SECTION.
      *>  Standard z/OS PARM interface - see coboltstb.cob.  The
      *>  PARM, when given, carries an effective entry date,
      *>  CCYYMMDD, in place of the calendar's, and/or FULLSSN -
      *>  see ssnmaskw.cpy.
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
          PERFORM 100-CHECK-EFFECTIVE-DATE
          PERFORM 110-LOAD-ACH-PARAMETER
          PERFORM 120-CHECK-ALREADY-PAID
          PERFORM 150-OPEN-FILES
          PERFORM 200-READ-MASTER
          PERFORM 300-PROCESS-CUSTOMER UNTIL WS-END-OF-FILE
          PERFORM 500-BUILD-ACH-FILE
          PERFORM 700-WRITE-TOTALS
          PERFORM 900-CLOSE-FILES
          PERFORM 760-WRITE-PAY-CONTROL
          DISPLAY WS-READ-COUNT " record(s) passed, "
              WS-PAID-COUNT " paid, " WS-PRENOTE-COUNT
              " prenote(s) sent, " WS-EXCEPTION-COUNT
              " exception(s)."
          IF NOT WS-RECONCILED
              MOVE 12 TO RETURN-CODE
          ELSE
              IF WS-EXCEPTION-COUNT > ZERO
                 OR WS-BANK-FAILED-COUNT > ZERO
                  MOVE 8 TO RETURN-CODE
              END-IF
          END-IF
          STOP RUN
          .

      *>  Payments may be dated today or later, never back-dated -
      *>  the same refusal cobolrta gives a rate that would post
      *>  out of its time.
      100-CHECK-EFFECTIVE-DATE.
          MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
          IF WS-RUN-PARM = SPACES
              PERFORM 105-TAKE-CALENDAR-DATE
          ELSE
              IF WS-RUN-PARM(1:8) IS NOT NUMERIC
                 OR WS-RUN-PARM(9:12) NOT = SPACES
                  DISPLAY "PARM MUST BE THE EFFECTIVE ENTRY DATE, "
                      "CCYYMMDD - ABORTING RUN."
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
              END-IF
              MOVE WS-RUN-PARM(1:8) TO WS-EFFECTIVE-DATE
          END-IF
          IF WS-EFFECTIVE-DATE < WS-TODAY-DATE
              DISPLAY "EFFECTIVE ENTRY DATE " WS-EFFECTIVE-DATE
                  " IS ALREADY PAST - PAYMENTS MAY NOT BE "
                  "BACK-DATED.  RUN REFUSED."
              MOVE 12 TO RETURN-CODE
              STOP RUN
          END-IF
          .

      105-TAKE-CALENDAR-DATE.
          OPEN INPUT PAYMENT-CALENDAR-FILE
          IF WS-PAYCAL-STATUS NOT = "00"
              DISPLAY "UNABLE TO OPEN PAYCAL01, STATUS "
                  WS-PAYCAL-STATUS "- ABORTING RUN."
              MOVE 16 TO RETURN-CODE
              STOP RUN
          END-IF
          PERFORM 106-READ-CALENDAR UNTIL WS-PAYCAL-END-OF-FILE
          CLOSE PAYMENT-CALENDAR-FILE
          OPEN INPUT ACH-CONTROL-FILE
          IF WS-ACHCTL-STATUS = "00"
              PERFORM 107-MARK-PAID-DATES
                  UNTIL WS-ACHCTL-END-OF-FILE
              CLOSE ACH-CONTROL-FILE
          END-IF
          SET WS-ACHCTL-END-OF-FILE TO FALSE
          MOVE ZERO TO WS-EFFECTIVE-DATE
          PERFORM 108-CONSIDER-ONE-DATE
              VARYING WS-CAL-SUB FROM 1 BY 1
              UNTIL WS-CAL-SUB > WS-CAL-COUNT
          IF WS-EFFECTIVE-DATE = ZERO
              DISPLAY "NO UNPAID DATE LEFT ON PAYCAL01 - LOAD THE "
                  "NEXT PAYMENT CALENDAR.  ABORTING RUN."
              MOVE 16 TO RETURN-CODE
              STOP RUN
          END-IF
          COMPUTE WS-DAYS-AHEAD =
              FUNCTION INTEGER-OF-DATE(WS-EFFECTIVE-DATE)
              - FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
          IF WS-DAYS-AHEAD > WS-PAY-LEAD-DAYS
              DISPLAY "NEXT PAYMENT ON PAYCAL01 IS " WS-EFFECTIVE-DATE
                  " - NOT DUE TO BE SENT YET.  RUN REFUSED."
              MOVE 12 TO RETURN-CODE
              STOP RUN
          END-IF
          DISPLAY "EFFECTIVE ENTRY DATE " WS-EFFECTIVE-DATE
              " TAKEN FROM PAYCAL01."
          .

      106-READ-CALENDAR.
          READ PAYMENT-CALENDAR-FILE
              AT END
                  SET WS-PAYCAL-END-OF-FILE TO TRUE
              NOT AT END
                  IF PC-EFFECTIVE-DATE IS NOT NUMERIC
                     OR FUNCTION INTEGER-OF-DATE(PC-EFFECTIVE-DATE)
                        = ZERO
                      DISPLAY "PAYCAL01 DATE " PC-EFFECTIVE-DATE
                          " IS NOT A VALID DATE - ABORTING RUN."
                      MOVE 16 TO RETURN-CODE
                      STOP RUN
                  END-IF
                  IF WS-CAL-COUNT < 60
                      ADD 1 TO WS-CAL-COUNT
                      MOVE PC-EFFECTIVE-DATE
                          TO WS-CAL-DATE(WS-CAL-COUNT)
                      SET WS-CAL-PAID(WS-CAL-COUNT) TO FALSE
                  ELSE
                      DISPLAY "MORE THAN 60 DATES ON PAYCAL01 - "
                          PC-EFFECTIVE-DATE " AND LATER IGNORED."
                  END-IF
          END-READ
          .

      107-MARK-PAID-DATES.
          READ ACH-CONTROL-FILE
              AT END
                  SET WS-ACHCTL-END-OF-FILE TO TRUE
              NOT AT END
                  PERFORM 109-MARK-ONE-PAID-DATE
                      VARYING WS-CAL-SUB FROM 1 BY 1
                      UNTIL WS-CAL-SUB > WS-CAL-COUNT
          END-READ
          .

      *>  Earliest unpaid date, today or later.
      108-CONSIDER-ONE-DATE.
          IF NOT WS-CAL-PAID(WS-CAL-SUB)
             AND WS-CAL-DATE(WS-CAL-SUB) >= WS-TODAY-DATE
              IF WS-EFFECTIVE-DATE = ZERO
                 OR WS-CAL-DATE(WS-CAL-SUB) < WS-EFFECTIVE-DATE
                  MOVE WS-CAL-DATE(WS-CAL-SUB) TO WS-EFFECTIVE-DATE
              END-IF
          END-IF
          .

      109-MARK-ONE-PAID-DATE.
          IF WS-CAL-DATE(WS-CAL-SUB) = AC-EFFECTIVE-DATE
              SET WS-CAL-PAID(WS-CAL-SUB) TO TRUE
          END-IF
          .

      110-LOAD-ACH-PARAMETER.
          OPEN INPUT ACH-PARAMETER-FILE
          IF WS-ACHPARM-STATUS NOT = "00"
              DISPLAY "UNABLE TO OPEN ACHPARM, STATUS "
                  WS-ACHPARM-STATUS "- ABORTING RUN."
              MOVE 16 TO RETURN-CODE
              STOP RUN
          END-IF
          READ ACH-PARAMETER-FILE
              AT END
                  DISPLAY "ACHPARM IS EMPTY - NO ORIGINATION "
                      "DETAILS - ABORTING RUN."
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
          END-READ
          CLOSE ACH-PARAMETER-FILE
          IF AP-DEST-ROUTING IS NOT NUMERIC
             OR AP-ODFI-ID IS NOT NUMERIC
             OR AP-COMPANY-ID = SPACES
              DISPLAY "ACHPARM RECORD IS MALFORMED - ABORTING "
                  "RUN."
              MOVE 16 TO RETURN-CODE
              STOP RUN
          END-IF
          .

      *>  Same discipline RTACTL01 gives the rate adjustment: an
      *>  effective date already on ACHCTL01 was paid.
      120-CHECK-ALREADY-PAID.
          OPEN INPUT ACH-CONTROL-FILE
          IF WS-ACHCTL-STATUS = "00"
              PERFORM 125-READ-PAY-CONTROL
                  UNTIL WS-ACHCTL-END-OF-FILE
              CLOSE ACH-CONTROL-FILE
          END-IF
          IF WS-ALREADY-PAID
              DISPLAY "PAYMENTS EFFECTIVE " WS-EFFECTIVE-DATE
                  " WERE ALREADY SENT - DUPLICATE RUN REFUSED."
              MOVE 16 TO RETURN-CODE
              STOP RUN
          END-IF
          .

      125-READ-PAY-CONTROL.
          READ ACH-CONTROL-FILE
              AT END
                  SET WS-ACHCTL-END-OF-FILE TO TRUE
              NOT AT END
                  IF AC-EFFECTIVE-DATE = WS-EFFECTIVE-DATE
                      SET WS-ALREADY-PAID TO TRUE
                  END-IF
          END-READ
          .

      150-OPEN-FILES.
          OPEN INPUT CUST-MASTER-FILE
          IF WS-CUSTMAS-STATUS NOT = "00"
              DISPLAY "UNABLE TO OPEN CUSTMAS, STATUS "
                  WS-CUSTMAS-STATUS "- ABORTING RUN."
              MOVE 16 TO RETURN-CODE
              STOP RUN
          END-IF
          OPEN I-O BANK-ACCOUNT-FILE
          IF WS-BANKACCT-STATUS NOT = "00"
              DISPLAY "UNABLE TO OPEN BANKACCT, STATUS "
                  WS-BANKACCT-STATUS "- ABORTING RUN."
              MOVE 16 TO RETURN-CODE
              STOP RUN
          END-IF
          OPEN OUTPUT ACH-WORK-FILE
          OPEN OUTPUT REPORT-FILE
          IF WS-SHOW-FULL-SSNUM
              WRITE REPORT-RECORD FROM WS-FULL-SSNUM-BANNER
          END-IF
          MOVE WS-EFFECTIVE-DATE TO RPT-EFFECTIVE-DATE
          MOVE WS-TODAY-DATE     TO RPT-RUN-DATE
          WRITE REPORT-RECORD FROM RPT-HEADING-LINE
          MOVE AP-COMPANY-NAME   TO RPT-COMPANY-NAME
          MOVE AP-COMPANY-ID     TO RPT-COMPANY-ID
          MOVE AP-ODFI-ID        TO RPT-ODFI-ID
          MOVE AP-DEST-NAME      TO RPT-DEST-NAME
          WRITE REPORT-RECORD FROM RPT-ORIGIN-LINE
          MOVE SPACES TO REPORT-RECORD
          WRITE REPORT-RECORD
          WRITE REPORT-RECORD FROM RPT-COLUMN-LINE
          OPEN OUTPUT EXCEPTION-FILE
          IF WS-SHOW-FULL-SSNUM
              WRITE EXCEPTION-RECORD FROM WS-FULL-SSNUM-BANNER
          END-IF
          MOVE WS-EFFECTIVE-DATE TO RPT-EXC-EFFECTIVE-DATE
          WRITE EXCEPTION-RECORD FROM RPT-EXC-HEADING-LINE
          MOVE SPACES TO EXCEPTION-RECORD
          WRITE EXCEPTION-RECORD
          WRITE EXCEPTION-RECORD FROM RPT-EXC-COLUMN-LINE
          .

      200-READ-MASTER.
          READ CUST-MASTER-FILE NEXT RECORD
              AT END
                  SET WS-END-OF-FILE TO TRUE
          END-READ
          .

      300-PROCESS-CUSTOMER.
          ADD 1 TO WS-READ-COUNT
          ADD CM-TOTAL TO WS-HASH-TOTAL
          IF CM-NOT-PAYABLE
              ADD 1 TO WS-NOT-PAYABLE-COUNT
              ADD CM-TOTAL TO WS-NOT-PAYABLE-AMOUNT
          ELSE
              PERFORM 310-FIND-BANK-ACCOUNT
          END-IF
          PERFORM 200-READ-MASTER
          .

      310-FIND-BANK-ACCOUNT.
          MOVE CM-SSNUM TO BA-SSNUM
          READ BANK-ACCOUNT-FILE
              INVALID KEY
                  MOVE "NO BANK ACCOUNT ON FILE"
                      TO WS-EXCEPTION-REASON
                  PERFORM 380-WRITE-EXCEPTION
              NOT INVALID KEY
                  PERFORM 320-EVALUATE-ACCOUNT
          END-READ
          .

      *>  The routing edit is re-run here even though cobolmnt
      *>  applied it when the account was keyed - a bad number in
      *>  the file would be rejected by the bank for the whole
      *>  batch, not just the one entry.
      320-EVALUATE-ACCOUNT.
          MOVE BA-ROUTING-NUMBER TO WS-ROUTING-EDIT-X
          PERFORM VALIDATE-ROUTING-NUMBER
          EVALUATE TRUE
              WHEN ROUTING-IS-INVALID
                  MOVE WS-ROUTING-REASON TO WS-EXCEPTION-REASON
                  PERFORM 380-WRITE-EXCEPTION
              WHEN NOT BA-VALID-TYPE
                  MOVE "ACCOUNT TYPE NOT CHECKING/SAVINGS"
                      TO WS-EXCEPTION-REASON
                  PERFORM 380-WRITE-EXCEPTION
              WHEN BA-ACCOUNT-NUMBER = SPACES
                  MOVE "NO ACCOUNT NUMBER ON FILE"
                      TO WS-EXCEPTION-REASON
                  PERFORM 380-WRITE-EXCEPTION
              WHEN BA-PRENOTE-RETURNED
                  MOVE "PRENOTE RETURNED - CORRECT ACCOUNT"
                      TO WS-EXCEPTION-REASON
                  PERFORM 380-WRITE-EXCEPTION
              WHEN BA-PRENOTE-NEEDED
                  PERFORM 340-SEND-PRENOTE
                  MOVE "PRENOTE SENT - AWAITING VERIFICATION"
                      TO WS-EXCEPTION-REASON
                  PERFORM 380-WRITE-EXCEPTION
              WHEN BA-PRENOTE-SENT
                  PERFORM 330-CHECK-PRENOTE-WAIT
                  IF BA-PRENOTE-VERIFIED
                      PERFORM 350-PAY-CUSTOMER
                  ELSE
                      MOVE "PRENOTE WAITING PERIOD NOT OVER"
                          TO WS-EXCEPTION-REASON
                      PERFORM 380-WRITE-EXCEPTION
                  END-IF
              WHEN BA-PRENOTE-VERIFIED
                  PERFORM 350-PAY-CUSTOMER
              WHEN OTHER
                  MOVE "PRENOTE STATUS NOT RECOGNIZED"
                      TO WS-EXCEPTION-REASON
                  PERFORM 380-WRITE-EXCEPTION
          END-EVALUATE
          .

      *>  No return keyed through cobolmnt within the waiting
      *>  period means the bank accepted the account.
      330-CHECK-PRENOTE-WAIT.
          IF BA-PRENOTE-DATE IS NUMERIC
             AND BA-PRENOTE-DATE > ZERO
              COMPUTE WS-DAYS-WAITED =
                  FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
                  - FUNCTION INTEGER-OF-DATE(BA-PRENOTE-DATE)
              IF WS-DAYS-WAITED >= WS-PRENOTE-WAIT-DAYS
                  MOVE "V" TO BA-PRENOTE-STATUS
                  PERFORM 390-REWRITE-BANK-ACCOUNT
                  IF WS-BANKACCT-STATUS = "00"
                      ADD 1 TO WS-VERIFIED-COUNT
                  END-IF
              END-IF
          END-IF
          .

      *>  Zero-dollar entry to the account as keyed; the customer
      *>  is not paid until it has gone through unreturned.
      340-SEND-PRENOTE.
          IF BA-CHECKING
              MOVE 23 TO ED-TRANSACTION-CODE
          ELSE
              MOVE 33 TO ED-TRANSACTION-CODE
          END-IF
          MOVE ZERO TO ED-AMOUNT
          MOVE "PRENOTE" TO RPT-ENTRY-KIND
          PERFORM 400-WRITE-ENTRY-DETAIL
          ADD 1 TO WS-PRENOTE-COUNT
          MOVE "P" TO BA-PRENOTE-STATUS
          MOVE WS-TODAY-DATE TO BA-PRENOTE-DATE
          PERFORM 390-REWRITE-BANK-ACCOUNT
          .

      350-PAY-CUSTOMER.
          IF CM-TOTAL NOT > ZERO
              ADD 1 TO WS-NOTHING-DUE-COUNT
              ADD CM-TOTAL TO WS-NOTHING-DUE-AMOUNT
          ELSE
              IF BA-CHECKING
                  MOVE 22 TO ED-TRANSACTION-CODE
              ELSE
                  MOVE 32 TO ED-TRANSACTION-CODE
              END-IF
              MOVE CM-TOTAL TO ED-AMOUNT
              MOVE "CREDIT" TO RPT-ENTRY-KIND
              PERFORM 400-WRITE-ENTRY-DETAIL
              ADD 1 TO WS-PAID-COUNT
              ADD CM-TOTAL TO WS-PAID-AMOUNT
              ADD CM-TOTAL TO WS-CREDIT-TOTAL
          END-IF
          .

      380-WRITE-EXCEPTION.
          ADD 1 TO WS-EXCEPTION-COUNT
          ADD CM-TOTAL TO WS-EXCEPTION-AMOUNT
          MOVE CM-SSNUM            TO WS-MASK-SSNUM
          PERFORM MASK-SSNUM
          MOVE WS-MASKED-SSNUM     TO RPT-EXC-SSNUM
          MOVE CM-USERNAME         TO RPT-EXC-NAME
          MOVE CM-TOTAL            TO RPT-EXC-TOTAL
          MOVE WS-EXCEPTION-REASON TO RPT-EXC-REASON
          WRITE EXCEPTION-RECORD FROM RPT-EXC-DETAIL-LINE
          .

      *>  A failed rewrite does not stop the run - the entry is
      *>  already in the file - but it is counted for RC 8 so the
      *>  status can be put right through cobolmnt before the
      *>  next run sends the prenote again.
      390-REWRITE-BANK-ACCOUNT.
          MOVE "COBOLPAY" TO BA-MAINT-OPERATOR
          MOVE FUNCTION CURRENT-DATE TO BA-LAST-MAINT
          MOVE BA-SSNUM TO WS-MASK-SSNUM
          PERFORM MASK-SSNUM
          REWRITE BANK-ACCOUNT-RECORD
              INVALID KEY
                  DISPLAY "Unable to update bank account "
                      WS-MASKED-SSNUM
                      ", status " WS-BANKACCT-STATUS
          END-REWRITE
          IF WS-BANKACCT-STATUS NOT = "00"
              ADD 1 TO WS-BANK-FAILED-COUNT
          END-IF
          .

      *>  Trace numbers run from 1 within the file, led by the
      *>  originating bank's id, so a bank query on any entry
      *>  finds its register line.
      400-WRITE-ENTRY-DETAIL.
          ADD 1 TO WS-ENTRY-COUNT
          ADD 1 TO WS-TRACE-SEQUENCE
          ADD BA-RDFI-ID TO WS-ENTRY-HASH
          MOVE BA-RDFI-ID        TO ED-RDFI-ID
          MOVE BA-CHECK-DIGIT    TO ED-CHECK-DIGIT
          MOVE BA-ACCOUNT-NUMBER TO ED-ACCOUNT-NUMBER
          MOVE CM-SSNUM          TO ED-INDIVIDUAL-ID
          MOVE CM-USERNAME       TO ED-INDIVIDUAL-NAME
          MOVE AP-ODFI-ID        TO ED-TRACE-ODFI
          MOVE WS-TRACE-SEQUENCE TO ED-TRACE-SEQUENCE
          WRITE ACH-WORK-RECORD FROM ACH-ENTRY-DETAIL
          PERFORM 600-WRITE-REGISTER-LINE
          .

      *>  Header, the one batch (when there is anything to put in
      *>  it - the format allows no empty batch), control records,
      *>  then all-nines filler out to a whole block of ten.
      500-BUILD-ACH-FILE.
          CLOSE ACH-WORK-FILE
          OPEN OUTPUT ACH-FILE
          IF WS-ACHFILE-STATUS NOT = "00"
              DISPLAY "UNABLE TO OPEN ACHFILE, STATUS "
                  WS-ACHFILE-STATUS "- ABORTING RUN."
              MOVE 16 TO RETURN-CODE
              STOP RUN
          END-IF
          MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
          MOVE AP-DEST-ROUTING    TO AH-DEST-ROUTING
          MOVE AP-ORIGIN-ID       TO AH-ORIGIN-ID
          MOVE WS-TIMESTAMP(3:6)  TO AH-CREATION-DATE
          MOVE WS-TIMESTAMP(9:4)  TO AH-CREATION-TIME
          MOVE AP-DEST-NAME       TO AH-DEST-NAME
          MOVE AP-ORIGIN-NAME     TO AH-ORIGIN-NAME
          WRITE ACH-RECORD FROM ACH-FILE-HEADER
          MOVE 1 TO WS-FILE-RECORDS
          IF WS-ENTRY-COUNT > ZERO
              PERFORM 510-WRITE-BATCH
          END-IF
          ADD 1 TO WS-FILE-RECORDS
          COMPUTE WS-BLOCK-COUNT = (WS-FILE-RECORDS + 9) / 10
          COMPUTE WS-FILLER-COUNT =
              WS-BLOCK-COUNT * 10 - WS-FILE-RECORDS
          MOVE WS-BATCH-COUNT  TO FC-BATCH-COUNT
          MOVE WS-BLOCK-COUNT  TO FC-BLOCK-COUNT
          MOVE WS-ENTRY-COUNT  TO FC-ENTRY-COUNT
          MOVE WS-ENTRY-HASH   TO FC-ENTRY-HASH
          MOVE ZERO            TO FC-DEBIT-TOTAL
          MOVE WS-CREDIT-TOTAL TO FC-CREDIT-TOTAL
          WRITE ACH-RECORD FROM ACH-FILE-CONTROL
          PERFORM 530-WRITE-BLOCK-FILLER WS-FILLER-COUNT TIMES
          CLOSE ACH-FILE
          .

      510-WRITE-BATCH.
          ADD 1 TO WS-BATCH-COUNT
          MOVE AP-COMPANY-NAME         TO BH-COMPANY-NAME
          MOVE AP-COMPANY-ID           TO BH-COMPANY-ID
          MOVE AP-ENTRY-DESC           TO BH-ENTRY-DESC
          MOVE WS-EFFECTIVE-DATE(3:6)  TO BH-EFFECTIVE-DATE
          MOVE AP-ODFI-ID              TO BH-ODFI-ID
          MOVE WS-BATCH-COUNT          TO BH-BATCH-NUMBER
          WRITE ACH-RECORD FROM ACH-BATCH-HEADER
          OPEN INPUT ACH-WORK-FILE
          PERFORM 520-COPY-ENTRY-DETAIL UNTIL WS-ACHWK-END-OF-FILE
          CLOSE ACH-WORK-FILE
          MOVE WS-ENTRY-COUNT  TO BC-ENTRY-COUNT
          MOVE WS-ENTRY-HASH   TO BC-ENTRY-HASH
          MOVE ZERO            TO BC-DEBIT-TOTAL
          MOVE WS-CREDIT-TOTAL TO BC-CREDIT-TOTAL
          MOVE AP-COMPANY-ID   TO BC-COMPANY-ID
          MOVE AP-ODFI-ID      TO BC-ODFI-ID
          MOVE WS-BATCH-COUNT  TO BC-BATCH-NUMBER
          WRITE ACH-RECORD FROM ACH-BATCH-CONTROL
          COMPUTE WS-FILE-RECORDS =
              WS-FILE-RECORDS + WS-ENTRY-COUNT + 2
          .

      520-COPY-ENTRY-DETAIL.
          READ ACH-WORK-FILE
              AT END
                  SET WS-ACHWK-END-OF-FILE TO TRUE
              NOT AT END
                  WRITE ACH-RECORD FROM ACH-WORK-RECORD
          END-READ
          .

      530-WRITE-BLOCK-FILLER.
          WRITE ACH-RECORD FROM ACH-BLOCK-FILLER
          .

      600-WRITE-REGISTER-LINE.
          MOVE CM-SSNUM          TO WS-MASK-SSNUM
          PERFORM MASK-SSNUM
          MOVE WS-MASKED-SSNUM   TO RPT-SSNUM
          MOVE CM-USERNAME       TO RPT-NAME
          MOVE BA-ROUTING-NUMBER TO RPT-ROUTING
          PERFORM 610-MASK-ACCOUNT
          IF BA-CHECKING
              MOVE "CHECKING" TO RPT-ACCOUNT-TYPE
          ELSE
              MOVE "SAVINGS" TO RPT-ACCOUNT-TYPE
          END-IF
          MOVE ED-TRANSACTION-CODE TO RPT-TRAN-CODE
          MOVE ED-AMOUNT           TO RPT-AMOUNT
          MOVE ED-TRACE-NUMBER     TO RPT-TRACE-NUMBER
          WRITE REPORT-RECORD FROM RPT-DETAIL-LINE
          .

      *>  Account numbers are left-justified and of any length up
      *>  to seventeen - back up from the end to the last
      *>  character actually keyed.
      610-MASK-ACCOUNT.
          MOVE 17 TO WS-ACCOUNT-LEN
          PERFORM 615-BACK-UP-ACCOUNT
              UNTIL WS-ACCOUNT-LEN = 4
                 OR BA-ACCOUNT-NUMBER(WS-ACCOUNT-LEN:1) NOT = SPACE
          MOVE BA-ACCOUNT-NUMBER(WS-ACCOUNT-LEN - 3:4)
              TO RPT-ACCOUNT-LAST4
          .

      615-BACK-UP-ACCOUNT.
          SUBTRACT 1 FROM WS-ACCOUNT-LEN
          .

      700-WRITE-TOTALS.
          MOVE SPACES TO REPORT-RECORD
          WRITE REPORT-RECORD
          IF WS-BATCH-COUNT > ZERO
              MOVE WS-BATCH-COUNT  TO RPT-BATCH-NUMBER
              MOVE WS-ENTRY-COUNT  TO RPT-BATCH-ENTRIES
              MOVE BC-ENTRY-HASH   TO RPT-BATCH-HASH
              MOVE ZERO            TO RPT-BATCH-DEBITS
              MOVE WS-CREDIT-TOTAL TO RPT-BATCH-CREDITS
              WRITE REPORT-RECORD FROM RPT-BATCH-LINE
          END-IF
          MOVE WS-BATCH-COUNT  TO RPT-FILE-BATCHES
          MOVE WS-BLOCK-COUNT  TO RPT-FILE-BLOCKS
          MOVE WS-ENTRY-COUNT  TO RPT-FILE-ENTRIES
          MOVE FC-ENTRY-HASH   TO RPT-FILE-HASH
          MOVE ZERO            TO RPT-FILE-DEBITS
          MOVE WS-CREDIT-TOTAL TO RPT-FILE-CREDITS
          WRITE REPORT-RECORD FROM RPT-FILE-LINE
          PERFORM 710-WRITE-RECONCILIATION
          MOVE SPACES TO EXCEPTION-RECORD
          WRITE EXCEPTION-RECORD
          MOVE WS-EXCEPTION-COUNT  TO RPT-EXC-COUNT
          MOVE WS-EXCEPTION-AMOUNT TO RPT-EXC-AMOUNT
          WRITE EXCEPTION-RECORD FROM RPT-EXC-COUNT-LINE
          .

      *>  Every customer read lands in exactly one line, so the
      *>  lines must add back to the RCNRPT01 count and hash.
      710-WRITE-RECONCILIATION.
          MOVE SPACES TO REPORT-RECORD
          WRITE REPORT-RECORD
          MOVE "RECONCILIATION TO RCNRPT01 CERTIFICATE"
              TO RPT-CERTIFY-TEXT
          WRITE REPORT-RECORD FROM RPT-CERTIFY-LINE
          MOVE "PAID BY ACH CREDIT" TO RPT-RECON-LABEL
          MOVE WS-PAID-COUNT        TO RPT-RECON-COUNT
          MOVE WS-PAID-AMOUNT       TO RPT-RECON-AMOUNT
          WRITE REPORT-RECORD FROM RPT-RECON-LINE
          MOVE "NOT PAID - ON ACHEXC01 EXCEPTION LIST"
              TO RPT-RECON-LABEL
          MOVE WS-EXCEPTION-COUNT   TO RPT-RECON-COUNT
          MOVE WS-EXCEPTION-AMOUNT  TO RPT-RECON-AMOUNT
          WRITE REPORT-RECORD FROM RPT-RECON-LINE
          MOVE "NOT PAID - TOTAL ZERO OR NEGATIVE"
              TO RPT-RECON-LABEL
          MOVE WS-NOTHING-DUE-COUNT  TO RPT-RECON-COUNT
          MOVE WS-NOTHING-DUE-AMOUNT TO RPT-RECON-AMOUNT
          WRITE REPORT-RECORD FROM RPT-RECON-LINE
          MOVE "NOT PAYABLE - INACTIVE OR DECEASED HOLD"
              TO RPT-RECON-LABEL
          MOVE WS-NOT-PAYABLE-COUNT  TO RPT-RECON-COUNT
          MOVE WS-NOT-PAYABLE-AMOUNT TO RPT-RECON-AMOUNT
          WRITE REPORT-RECORD FROM RPT-RECON-LINE
          COMPUTE WS-RECON-TOTAL = WS-PAID-AMOUNT
              + WS-EXCEPTION-AMOUNT + WS-NOTHING-DUE-AMOUNT
              + WS-NOT-PAYABLE-AMOUNT
          MOVE "RECORDS PASSED / HASH TOTAL OF CM-TOTAL"
              TO RPT-RECON-LABEL
          MOVE WS-READ-COUNT TO RPT-RECON-COUNT
          MOVE WS-HASH-TOTAL TO RPT-RECON-AMOUNT
          WRITE REPORT-RECORD FROM RPT-RECON-LINE
          IF WS-RECON-TOTAL = WS-HASH-TOTAL
             AND WS-READ-COUNT = WS-PAID-COUNT
                 + WS-EXCEPTION-COUNT + WS-NOTHING-DUE-COUNT
                 + WS-NOT-PAYABLE-COUNT
              MOVE "REGISTER RECONCILES - COUNT AND HASH MUST AGREE WITH "
                  & "RCNRPT01"
                  TO RPT-CERTIFY-TEXT
          ELSE
              SET WS-RECONCILED TO FALSE
              MOVE "*** REGISTER DOES NOT RECONCILE - DO NOT RELEASE THE ACH "
                  & "FILE ***"
                  TO RPT-CERTIFY-TEXT
          END-IF
          WRITE REPORT-RECORD FROM RPT-CERTIFY-LINE
          MOVE WS-PRENOTE-COUNT  TO RPT-RECON-COUNT
          MOVE ZERO              TO RPT-RECON-AMOUNT
          MOVE "PRENOTES SENT THIS RUN" TO RPT-RECON-LABEL
          WRITE REPORT-RECORD FROM RPT-RECON-LINE
          MOVE WS-VERIFIED-COUNT TO RPT-RECON-COUNT
          MOVE "ACCOUNTS VERIFIED THIS RUN" TO RPT-RECON-LABEL
          WRITE REPORT-RECORD FROM RPT-RECON-LINE
          .

      *>  Recorded whenever a file was built - whether or not
      *>  there were exceptions - so a blind rerun cannot pay the
      *>  same date twice; the exceptions are paid on the next
      *>  run once their accounts are verified.
      760-WRITE-PAY-CONTROL.
          MOVE WS-EFFECTIVE-DATE TO AC-EFFECTIVE-DATE
          MOVE WS-TODAY-DATE     TO AC-RUN-DATE
          MOVE WS-ENTRY-COUNT    TO AC-ENTRY-COUNT
          MOVE WS-CREDIT-TOTAL   TO AC-CREDIT-TOTAL
          OPEN EXTEND ACH-CONTROL-FILE
          IF WS-ACHCTL-STATUS = "35"
              OPEN OUTPUT ACH-CONTROL-FILE
          END-IF
          WRITE ACH-CONTROL-RECORD
          CLOSE ACH-CONTROL-FILE
          .

      COPY "rtneditp.cpy".

      COPY "ssnparmp.cpy".

      COPY "ssnmaskp.cpy".

      900-CLOSE-FILES.
          CLOSE CUST-MASTER-FILE
          CLOSE BANK-ACCOUNT-FILE
          CLOSE REPORT-FILE
          CLOSE EXCEPTION-FILE
          .
