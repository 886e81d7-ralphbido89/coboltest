      *> whole thing through coboltest.  A delete is logical - the record
      *> status flips to inactive with the date and operator of the
      *> change - so a customer deleted by mistake can be brought
      *> back with the reinstate option.  The same option releases
      *> a coboldmf deceased hold that turns out to be a false
      *> match.
      *>
      *> The operator signs on against the OPERMAS master (shared
      *> logic in opsignp.cpy), and the authorization level on
      *> level 2, deactivate/reinstate need level 3, so an
      *> inquiry-only clerk can look records up but cannot flip
      *> CM-STATUS - and the id stamped on CM-STATUS-OPERATOR is
      *> always a verified one.  The level also decides how an
      *> SSNum is shown: in full only to level 3, as ***-**-nnnn
      *> (ssnmaskw.cpy) below that - every operator still keys
      *> the full number to look a customer up.
      *>
      *> A correction that would move CM-TOTAL by more than the
      *> auditors' approval limit is not applied when it is keyed.
      *> It goes to the APPROVE1 pending-approval file instead
      *> (corrappr.cpy), and touches CUSTMAS and AUDITLOG only
      *> when a second operator - level 3, and not the one who
      *> keyed it - approves it through the approval option.  A
      *> declined correction never posts; both outcomes carry the
      *> deciding operator for cobolapr's daily report.
      *>
      *> Every change to the master - correction, deactivate,
      *> reinstate, address - is journaled to CUSTJRNL
      *> (jrnlrec.cpy) with the record as it stood before and
      *> after and the signed-on operator, for cobolrcv's forward
      *> recovery.
      *>
      *> The bank-account option keeps the customer's
      *> direct-deposit account on BANKACCT (bankacct.cpy) for the
      *> cobolpay payment run.  The routing number must pass the
      *> ABA check-digit edit (rtneditp.cpy), any change of
      *> routing number, account number or type puts the account
      *> back to needing a prenote, and a prenote or payment the
      *> bank returns is marked here so the account stops being
      *> paid until it is corrected.  Level 2, like the address.
      *>
      *> The re-key option (level 3) moves a customer set up under
      *> a mistyped SSNum to the corrected one - the number is the
      *> CUSTMAS key, so the record is written under the new key
      *> and the old key deleted, never deactivated and re-added.
      *> The corrected number must pass the same SSNum edit as a
      *> new customer (ssneditp.cpy) and must not already be on
      *> the master.  The move is journaled as a re-key, the
      *> direct-deposit account moves with the record, and the
      *> old-to-new pair is appended to the permanent SSNXREF1
      *> cross-reference (ssnxref.cpy), through which the history,
      *> held items, benefits open items and archive copy under
      *> the old number follow the customer.  A correction still
      *> waiting for approval must be decided first - it was keyed
      *> against the old number.
      ENVIRONMENT DIVISION.
      INPUT-OUTPUT SECTION.
      FILE-CONTROL.
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-OPERMAS-STATUS.

          SELECT APPROVAL-FILE ASSIGN TO "APPROVE1"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-APPROVE-STATUS.

          SELECT APPROVAL-WORK-FILE ASSIGN TO "APPRWK01"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-APPRWK-STATUS.

          SELECT JOURNAL-FILE ASSIGN TO "CUSTJRNL"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-JOURNAL-STATUS.

          SELECT BANK-ACCOUNT-FILE ASSIGN TO "BANKACCT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS BA-SSNUM
              FILE STATUS IS WS-BANKACCT-STATUS.

          SELECT SSN-XREF-FILE ASSIGN TO "SSNXREF1"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SSNXREF-STATUS.

      DATA DIVISION.
      FILE SECTION.
      FD  CUST-MASTER-FILE.
      FD  OPERATOR-FILE.
      COPY "opermas.cpy".

      FD  APPROVAL-FILE.
      COPY "corrappr.cpy".

      FD  APPROVAL-WORK-FILE.
      *>  Byte image of CORRECTION-APPROVAL-RECORD (corrappr.cpy) -
      *>  the approval file as it stands after a review session.
      01  APPROVAL-WORK-RECORD        PIC X(164).

      FD  JOURNAL-FILE
          RECORD CONTAINS 441 CHARACTERS.
      COPY "jrnlrec.cpy".

      FD  BANK-ACCOUNT-FILE.
      COPY "bankacct.cpy".

      FD  SSN-XREF-FILE.
      COPY "ssnxref.cpy".

      WORKING-STORAGE SECTION.
      01 WS-CUSTMAS-STATUS            PIC XX VALUE ZEROS.
      01 WS-AUDITLOG-STATUS           PIC XX VALUE ZEROS.
          88 WS-DONE                  VALUE "Y" FALSE "N".
      01 WS-RECORD-FOUND              PIC X VALUE "N".
          88 RECORD-WAS-FOUND         VALUE "Y" FALSE "N".
      COPY "ssneditw.cpy".
      01 WS-NUM1                      PIC S9(7)V99.
      01 WS-NUM2                      PIC S9(7)V99.
      *> Address/date-of-birth maintenance entry fields - blank
      01 WS-ADDR-LINE3                PIC X(30) VALUE SPACES.
      01 WS-DOB-INPUT                 PIC X(8) VALUE SPACES.
      COPY "opsignw.cpy".
      COPY "ssnmaskw.cpy".
      COPY "jrnlw.cpy".

      *> Bank-account maintenance entry fields - blank input keeps
      *> what is on file, as with the address.  The account as
      *> read is kept so a change to any of the three paying
      *> fields can be told apart and the prenote redone.
      01 WS-BANKACCT-STATUS           PIC XX VALUE ZEROS.
      01 WS-ROUTING-INPUT             PIC X(9) VALUE SPACES.
      01 WS-ACCOUNT-INPUT             PIC X(17) VALUE SPACES.
      01 WS-ACCT-TYPE-INPUT           PIC X VALUE SPACES.
      01 WS-RETURNED-INPUT            PIC X VALUE SPACES.
      01 WS-OLD-ROUTING               PIC 9(9) VALUE ZERO.
      01 WS-OLD-ACCOUNT               PIC X(17) VALUE SPACES.
      01 WS-OLD-ACCT-TYPE             PIC X VALUE SPACES.
      01 WS-BANK-FOUND-SWITCH         PIC X VALUE "N".
          88 BANK-ACCOUNT-FOUND       VALUE "Y" FALSE "N".
      01 WS-BANK-EDIT-SWITCH          PIC X VALUE "N".
          88 BANK-EDIT-FAILED         VALUE "Y" FALSE "N".
      COPY "rtneditw.cpy".

      *> Two-person approval controls.  A correction whose change
      *> to CM-TOTAL, either direction, is over the limit queues
      *> to APPROVE1 instead of posting.
      01 WS-APPROVE-STATUS            PIC XX VALUE ZEROS.
      01 WS-APPRWK-STATUS             PIC XX VALUE ZEROS.
      01 WS-APPROVAL-LIMIT            PIC S9(8)V99 COMP-3
                                      VALUE 1000.00.
      01 WS-LIMIT-EDIT                PIC Z(7)9.99.
      01 WS-NEW-TOTAL                 PIC S9(8)V99 COMP-3 VALUE ZERO.
      01 WS-TOTAL-MOVE                PIC S9(8)V99 COMP-3 VALUE ZERO.
      01 WS-APPR-EOF-SWITCH           PIC X VALUE "N".
          88 WS-APPR-END-OF-FILE      VALUE "Y" FALSE "N".
      01 WS-APPRWK-EOF-SWITCH         PIC X VALUE "N".
          88 WS-APPRWK-END-OF-FILE    VALUE "Y" FALSE "N".
      01 WS-REVIEW-STOP-SWITCH        PIC X VALUE "N".
          88 WS-REVIEW-STOPPED        VALUE "Y" FALSE "N".
      01 WS-DECISION                  PIC X VALUE SPACES.
      01 WS-WAITING-SHOWN             PIC 9(5) VALUE ZERO.

      *> Find-by-name controls.  A page of matches is listed nine
      *> at a time; the SSNums shown are kept so the operator's
      01 WS-PAGE-TABLE.
          05 WS-PAGE-SSNUM            PIC X(9) OCCURS 9 TIMES.

      *> Re-key controls.  The record is kept as read under the old
      *> number while the corrected one is edited and checked, and
      *> one timestamp goes on the new record and the
      *> cross-reference so the two always agree.
      01 WS-SSNXREF-STATUS            PIC XX VALUE ZEROS.
      01 WS-REKEY-OLD-SSNUM           PIC X(9) VALUE SPACES.
      01 WS-REKEY-NEW-SSNUM           PIC X(9) VALUE SPACES.
      01 WS-REKEY-IMAGE               PIC X(198) VALUE SPACES.
      01 WS-REKEY-STAMP               PIC X(26) VALUE SPACES.
      01 WS-REKEY-CONFIRM             PIC X VALUE SPACES.
      01 WS-REKEY-OK-SWITCH           PIC X VALUE "N".
          88 REKEY-CAN-PROCEED        VALUE "Y" FALSE "N".

      PROCEDURE DIVISION.
      000-MAIN.
          PERFORM SIGN-ON-OPERATOR
          IF OPERATOR-FULL-AUTHORITY
              SET WS-SHOW-FULL-SSNUM TO TRUE
          END-IF
          PERFORM 100-OPEN-FILES
          PERFORM 200-MENU-LOOP UNTIL WS-DONE
          PERFORM 900-CLOSE-FILES
          IF WS-AUDITLOG-STATUS = "35"
              OPEN OUTPUT AUDIT-LOG-FILE
          END-IF
          MOVE "COBOLMNT" TO WS-JRNL-PROGRAM
          MOVE WS-OPERATOR TO WS-JRNL-OPERATOR
          PERFORM OPEN-JOURNAL-FILE
          OPEN I-O BANK-ACCOUNT-FILE
          IF WS-BANKACCT-STATUS = "35"
              OPEN OUTPUT BANK-ACCOUNT-FILE
              CLOSE BANK-ACCOUNT-FILE
              OPEN I-O BANK-ACCOUNT-FILE
          END-IF
          .

      200-MENU-LOOP.
          DISPLAY "1. Inquire on a record"
          DISPLAY "2. Correct Num1/Num2 and recompute Total"
          DISPLAY "3. Deactivate (delete) a record"
          DISPLAY "4. Reinstate a deactivated or held record"
          DISPLAY "5. Find a record by name"
          DISPLAY "6. Maintain address / date of birth"
          DISPLAY "7. Approve/decline large corrections"
          DISPLAY "8. Maintain direct-deposit bank account"
          DISPLAY "9. Re-key a record to a corrected SSNum"
          DISPLAY "X. Exit"
          DISPLAY "Select an option: " WITH NO ADVANCING
          ACCEPT WS-CHOICE
          EVALUATE WS-CHOICE
                          "level 2."
                  END-IF
              WHEN "7"
                  IF OPERATOR-FULL-AUTHORITY
                      PERFORM 750-REVIEW-APPROVALS
                  ELSE
                      DISPLAY "Not authorized - correction approval "
                          "requires authorization level 3."
                  END-IF
              WHEN "8"
                  IF OPERATOR-CAN-CORRECT
                      PERFORM 850-MAINTAIN-BANK-ACCOUNT
                  ELSE
                      DISPLAY "Not authorized - bank account "
                          "maintenance requires authorization "
                          "level 2."
                  END-IF
              WHEN "9"
                  IF OPERATOR-FULL-AUTHORITY
                      PERFORM 880-REKEY-RECORD
                  ELSE
                      DISPLAY "Not authorized - SSNum re-key "
                          "requires authorization level 3."
                  END-IF
              WHEN "X"
              WHEN "x"
                  SET WS-DONE TO TRUE
              WHEN OTHER
                  DISPLAY "Invalid selection, please try again."
          DISPLAY "Number 1.: " CM-NUM1
          DISPLAY "Number 2.: " CM-NUM2
          DISPLAY "Total....: " CM-TOTAL
          EVALUATE TRUE
              WHEN CM-INACTIVE
                  DISPLAY "Status...: INACTIVE since "
                      CM-STATUS-DATE " by " CM-STATUS-OPERATOR
              WHEN CM-DECEASED-HOLD
                  DISPLAY "Status...: DECEASED HOLD since "
                      CM-STATUS-DATE " by " CM-STATUS-OPERATOR
              WHEN OTHER
                  DISPLAY "Status...: ACTIVE"
          END-EVALUATE
          .

      400-UPDATE.
          DISPLAY "Enter corrected Amount 2 (e.g. 1234.56): "
              WITH NO ADVANCING
          ACCEPT WS-NUM2
          COMPUTE WS-NEW-TOTAL = WS-NUM1 + WS-NUM2
          COMPUTE WS-TOTAL-MOVE = WS-NEW-TOTAL - CM-TOTAL
          IF WS-TOTAL-MOVE < ZERO
              COMPUTE WS-TOTAL-MOVE = ZERO - WS-TOTAL-MOVE
          END-IF
          IF WS-TOTAL-MOVE > WS-APPROVAL-LIMIT
              PERFORM 420-QUEUE-FOR-APPROVAL
          ELSE
              PERFORM 415-REWRITE-CORRECTION
          END-IF
          .

      *>  Shared by a correction under the limit and an approved
      *>  one - WS-NUM1/WS-NUM2 carry the amounts to apply.
      415-REWRITE-CORRECTION.
          MOVE CUST-MASTER-RECORD TO WS-BEFORE-IMAGE
          MOVE "C" TO WS-JRNL-TYPE
          MOVE WS-NUM1 TO CM-NUM1
          MOVE WS-NUM2 TO CM-NUM2
          COMPUTE CM-TOTAL = CM-NUM1 + CM-NUM2
          IF WS-CUSTMAS-STATUS = "00"
              DISPLAY "Total recomputed to: " CM-TOTAL
              PERFORM 800-WRITE-AUDIT-LOG
              PERFORM WRITE-JOURNAL-RECORD
          END-IF
          .

      *>  The master record is left exactly as read; the amounts as
      *>  they stand go on the approval record with the keyed ones
      *>  so the approver sees the whole change.
      420-QUEUE-FOR-APPROVAL.
          MOVE SPACES TO CORRECTION-APPROVAL-RECORD
          SET CA-WAITING TO TRUE
          MOVE CM-SSNUM     TO CA-SSNUM
          MOVE CM-USERNAME  TO CA-USERNAME
          MOVE CM-NUM1      TO CA-OLD-NUM1
          MOVE CM-NUM2      TO CA-OLD-NUM2
          MOVE CM-TOTAL     TO CA-OLD-TOTAL
          MOVE WS-NUM1      TO CA-NEW-NUM1
          MOVE WS-NUM2      TO CA-NEW-NUM2
          MOVE WS-NEW-TOTAL TO CA-NEW-TOTAL
          MOVE WS-OPERATOR  TO CA-KEYED-BY
          MOVE FUNCTION CURRENT-DATE TO CA-KEYED-TIMESTAMP
          OPEN EXTEND APPROVAL-FILE
          IF WS-APPROVE-STATUS = "35"
              OPEN OUTPUT APPROVAL-FILE
          END-IF
          WRITE CORRECTION-APPROVAL-RECORD
          CLOSE APPROVAL-FILE
          MOVE WS-APPROVAL-LIMIT TO WS-LIMIT-EDIT
          IF WS-APPROVE-STATUS = "00"
              DISPLAY "Correction moves Total by more than "
                  WS-LIMIT-EDIT " - queued for level-3 approval."
              DISPLAY "The record is NOT changed until a second "
                  "operator approves it."
          ELSE
              DISPLAY "Unable to queue correction for approval, "
                  "status " WS-APPROVE-STATUS
                  " - the record was NOT changed."
          END-IF
          .

      *>  A record on deceased hold is not deactivated over the
      *>  hold - that would drop the DMF match and leave the record
      *>  to the inactive-record purge.  A false match is released
      *>  first (option 4), then deactivated if it really is to go.
      500-DEACTIVATE.
          PERFORM 210-GET-SSNUM
          IF RECORD-WAS-FOUND
              EVALUATE TRUE
                  WHEN CM-INACTIVE
                      DISPLAY "Record is already inactive (since "
                          CM-STATUS-DATE " by " CM-STATUS-OPERATOR ")."
                  WHEN CM-DECEASED-HOLD
                      DISPLAY "Record is on DECEASED HOLD since "
                          CM-STATUS-DATE " - NOT deactivated."
                      DISPLAY "Release the hold first with option 4 "
                          "(level 3), then deactivate."
                  WHEN OTHER
                      MOVE CUST-MASTER-RECORD TO WS-BEFORE-IMAGE
                      MOVE "D" TO WS-JRNL-TYPE
                      MOVE "I" TO CM-STATUS
                      PERFORM 520-STAMP-AND-REWRITE
                      IF WS-CUSTMAS-STATUS = "00"
                          DISPLAY "Record deactivated."
                          PERFORM 800-WRITE-AUDIT-LOG
                          PERFORM WRITE-JOURNAL-RECORD
                      END-IF
              END-EVALUATE
          END-IF
          .

          END-REWRITE
          .

      *>  Releasing a deceased hold is the same flip back to
      *>  active - the level-3 gate on this option is what keeps a
      *>  DMF match from being undone by a clerk.
      550-REINSTATE.
          PERFORM 210-GET-SSNUM
          IF RECORD-WAS-FOUND
              IF CM-NOT-PAYABLE
                  IF CM-DECEASED-HOLD
                      DISPLAY "Record is on DECEASED HOLD since "
                          CM-STATUS-DATE " - releasing the hold."
                  END-IF
                  MOVE CUST-MASTER-RECORD TO WS-BEFORE-IMAGE
                  MOVE "R" TO WS-JRNL-TYPE
                  MOVE "A" TO CM-STATUS
                  PERFORM 520-STAMP-AND-REWRITE
                  IF WS-CUSTMAS-STATUS = "00"
                      DISPLAY "Record reinstated."
                      PERFORM 800-WRITE-AUDIT-LOG
                      PERFORM WRITE-JOURNAL-RECORD
                  END-IF
              ELSE
                  DISPLAY "Record is not inactive - nothing to "
                  ADD 1 TO WS-PAGE-COUNT
                  MOVE CM-SSNUM
                      TO WS-PAGE-SSNUM(WS-PAGE-COUNT)
                  MOVE CM-SSNUM TO WS-MASK-SSNUM
                  PERFORM MASK-SSNUM
                  EVALUATE TRUE
                      WHEN CM-INACTIVE
                          DISPLAY WS-PAGE-COUNT ". " CM-USERNAME " "
                              WS-MASKED-SSNUM " (INACTIVE)"
                      WHEN CM-DECEASED-HOLD
                          DISPLAY WS-PAGE-COUNT ". " CM-USERNAME " "
                              WS-MASKED-SSNUM " (DECEASED HOLD)"
                      WHEN OTHER
                          DISPLAY WS-PAGE-COUNT ". " CM-USERNAME " "
                              WS-MASKED-SSNUM
                  END-EVALUATE
              ELSE
                  SET WS-SEARCH-EOF TO TRUE
              END-IF
          DISPLAY "Enter date of birth YYYYMMDD (blank keeps "
              "current): " WITH NO ADVANCING
          ACCEPT WS-DOB-INPUT
          MOVE CUST-MASTER-RECORD TO WS-BEFORE-IMAGE
          MOVE "M" TO WS-JRNL-TYPE
          IF WS-ADDR-LINE1 NOT = SPACES
              MOVE WS-ADDR-LINE1 TO CM-ADDR-LINE1
          END-IF
          IF WS-CUSTMAS-STATUS = "00"
              DISPLAY "Address block updated."
              PERFORM 800-WRITE-AUDIT-LOG
              PERFORM WRITE-JOURNAL-RECORD
          END-IF
          .

      *>  Walks APPROVE1 through the APPRWK01 work file and writes
      *>  it back at the end - the same carry-and-rewrite cobolrjr
      *>  gives REJECT01 - so each decision is stamped on the
      *>  record it decides.  A correction the signed-on operator
      *>  keyed is passed over: a second person must decide it.
      750-REVIEW-APPROVALS.
          MOVE ZERO TO WS-WAITING-SHOWN
          OPEN INPUT APPROVAL-FILE
          IF WS-APPROVE-STATUS NOT = "00"
              DISPLAY "No corrections are waiting for approval."
          ELSE
              OPEN OUTPUT APPROVAL-WORK-FILE
              SET WS-APPR-END-OF-FILE TO FALSE
              SET WS-REVIEW-STOPPED TO FALSE
              PERFORM 760-READ-APPROVAL
              PERFORM 765-REVIEW-ONE-APPROVAL
                  UNTIL WS-APPR-END-OF-FILE
              CLOSE APPROVAL-FILE
              CLOSE APPROVAL-WORK-FILE
              PERFORM 790-REWRITE-APPROVAL-FILE
              IF WS-WAITING-SHOWN = ZERO
                  DISPLAY "No corrections are waiting for your "
                      "approval."
              END-IF
          END-IF
          .

      760-READ-APPROVAL.
          READ APPROVAL-FILE
              AT END
                  SET WS-APPR-END-OF-FILE TO TRUE
          END-READ
          .

      765-REVIEW-ONE-APPROVAL.
          IF CA-WAITING AND NOT WS-REVIEW-STOPPED
              IF CA-KEYED-BY = WS-OPERATOR
                  MOVE CA-SSNUM TO WS-MASK-SSNUM
                  PERFORM MASK-SSNUM
                  DISPLAY "Correction for " WS-MASKED-SSNUM
                      " was keyed by you - another operator must "
                      "decide it."
              ELSE
                  ADD 1 TO WS-WAITING-SHOWN
                  PERFORM 770-SHOW-APPROVAL
                  MOVE SPACES TO WS-DECISION
                  PERFORM 772-GET-DECISION
                      UNTIL WS-DECISION = "A" OR "a" OR "D" OR "d"
                         OR "S" OR "s" OR "Q" OR "q"
                  EVALUATE WS-DECISION
                      WHEN "A"
                      WHEN "a"
                          PERFORM 775-APPROVE-CORRECTION
                      WHEN "D"
                      WHEN "d"
                          PERFORM 780-DECLINE-CORRECTION
                      WHEN "Q"
                      WHEN "q"
                          SET WS-REVIEW-STOPPED TO TRUE
                      WHEN OTHER
                          CONTINUE
                  END-EVALUATE
              END-IF
          END-IF
          WRITE APPROVAL-WORK-RECORD FROM CORRECTION-APPROVAL-RECORD
          PERFORM 760-READ-APPROVAL
          .

      770-SHOW-APPROVAL.
          DISPLAY " "
          MOVE CA-SSNUM TO WS-MASK-SSNUM
          PERFORM MASK-SSNUM
          DISPLAY "SSNum....: " WS-MASKED-SSNUM
          DISPLAY "Name.....: " CA-USERNAME
          DISPLAY "Keyed by.: " CA-KEYED-BY " at "
              CA-KEYED-TIMESTAMP(1:14)
          DISPLAY "Number 1.: " CA-OLD-NUM1 " -> " CA-NEW-NUM1
          DISPLAY "Number 2.: " CA-OLD-NUM2 " -> " CA-NEW-NUM2
          DISPLAY "Total....: " CA-OLD-TOTAL " -> " CA-NEW-TOTAL
          .

      772-GET-DECISION.
          DISPLAY "(A)pprove, (D)ecline, (S)kip for now, or (Q)uit "
              "reviewing: " WITH NO ADVANCING
          ACCEPT WS-DECISION
          .

      *>  The correction was keyed against the amounts saved on the
      *>  approval record; if the master has moved on since, posting
      *>  it would silently undo the later change - decline it and
      *>  have it re-keyed instead.
      775-APPROVE-CORRECTION.
          MOVE CA-SSNUM TO CM-SSNUM
          SET RECORD-WAS-FOUND TO FALSE
          READ CUST-MASTER-FILE
              INVALID KEY
                  DISPLAY "Record is no longer on file - decline "
                      "this correction."
              NOT INVALID KEY
                  SET RECORD-WAS-FOUND TO TRUE
          END-READ
          IF RECORD-WAS-FOUND
              IF CM-NUM1 NOT = CA-OLD-NUM1
                 OR CM-NUM2 NOT = CA-OLD-NUM2
                 OR CM-TOTAL NOT = CA-OLD-TOTAL
                  DISPLAY "Record has changed since this correction "
                      "was keyed - decline it and re-key against "
                      "the current amounts."
              ELSE
                  MOVE CA-NEW-NUM1 TO WS-NUM1
                  MOVE CA-NEW-NUM2 TO WS-NUM2
                  PERFORM 415-REWRITE-CORRECTION
                  IF WS-CUSTMAS-STATUS = "00"
                      SET CA-APPROVED TO TRUE
                      MOVE WS-OPERATOR TO CA-DECIDED-BY
                      MOVE FUNCTION CURRENT-DATE
                          TO CA-DECIDED-TIMESTAMP
                      DISPLAY "Correction approved and posted."
                  END-IF
              END-IF
          END-IF
          .

      780-DECLINE-CORRECTION.
          SET CA-DECLINED TO TRUE
          MOVE WS-OPERATOR TO CA-DECIDED-BY
          MOVE FUNCTION CURRENT-DATE TO CA-DECIDED-TIMESTAMP
          DISPLAY "Correction declined - the record is unchanged."
          .

      790-REWRITE-APPROVAL-FILE.
          SET WS-APPRWK-END-OF-FILE TO FALSE
          OPEN INPUT APPROVAL-WORK-FILE
          OPEN OUTPUT APPROVAL-FILE
          PERFORM 795-COPY-APPROVAL-WORK
              UNTIL WS-APPRWK-END-OF-FILE
          CLOSE APPROVAL-WORK-FILE
          CLOSE APPROVAL-FILE
          .

      795-COPY-APPROVAL-WORK.
          READ APPROVAL-WORK-FILE
              AT END
                  SET WS-APPRWK-END-OF-FILE TO TRUE
              NOT AT END
                  WRITE CORRECTION-APPROVAL-RECORD
                      FROM APPROVAL-WORK-RECORD
          END-READ
          .

      COPY "opsignp.cpy".

      COPY "ssnmaskp.cpy".

      COPY "jrnlp.cpy".

      COPY "rtneditp.cpy".

      COPY "ssneditp.cpy".

      800-WRITE-AUDIT-LOG.
          MOVE FUNCTION CURRENT-DATE TO AL-TIMESTAMP
          MOVE CM-USERNAME TO AL-USERNAME
          WRITE AUDIT-LOG-RECORD
          .

      *>  Shows the account on file (or starts a new one) and
      *>  takes the changes.  Nothing is written unless every
      *>  keyed field passes its edit.
      850-MAINTAIN-BANK-ACCOUNT.
          PERFORM 210-GET-SSNUM
          IF RECORD-WAS-FOUND
              PERFORM 855-READ-BANK-ACCOUNT
              PERFORM 860-GET-BANK-CHANGES
              IF NOT BANK-EDIT-FAILED
                  PERFORM 870-WRITE-BANK-ACCOUNT
              END-IF
          END-IF
          .

      855-READ-BANK-ACCOUNT.
          MOVE CM-SSNUM TO BA-SSNUM
          SET BANK-ACCOUNT-FOUND TO TRUE
          READ BANK-ACCOUNT-FILE
              INVALID KEY
                  SET BANK-ACCOUNT-FOUND TO FALSE
          END-READ
          DISPLAY "Name.....: " CM-USERNAME
          IF BANK-ACCOUNT-FOUND
              DISPLAY "Routing..: " BA-ROUTING-NUMBER
              DISPLAY "Account..: " BA-ACCOUNT-NUMBER
              DISPLAY "Type.....: " BA-ACCOUNT-TYPE
                  "  (C checking, S savings)"
              DISPLAY "Prenote..: " BA-PRENOTE-STATUS " "
                  BA-PRENOTE-DATE
                  "  (N needed, P sent, V verified, R returned)"
          ELSE
              DISPLAY "No bank account on file - a new one will "
                  "be added."
              MOVE SPACES TO BANK-ACCOUNT-RECORD
              MOVE CM-SSNUM TO BA-SSNUM
              MOVE ZERO TO BA-ROUTING-NUMBER
              MOVE ZERO TO BA-PRENOTE-DATE
              MOVE "N" TO BA-PRENOTE-STATUS
          END-IF
          MOVE BA-ROUTING-NUMBER TO WS-OLD-ROUTING
          MOVE BA-ACCOUNT-NUMBER TO WS-OLD-ACCOUNT
          MOVE BA-ACCOUNT-TYPE   TO WS-OLD-ACCT-TYPE
          .

      860-GET-BANK-CHANGES.
          SET BANK-EDIT-FAILED TO FALSE
          DISPLAY "Enter routing number (blank keeps current): "
              WITH NO ADVANCING
          ACCEPT WS-ROUTING-INPUT
          DISPLAY "Enter account number (blank keeps current): "
              WITH NO ADVANCING
          ACCEPT WS-ACCOUNT-INPUT
          DISPLAY "Enter account type C/S (blank keeps current): "
              WITH NO ADVANCING
          ACCEPT WS-ACCT-TYPE-INPUT
          IF WS-ROUTING-INPUT NOT = SPACES
              MOVE WS-ROUTING-INPUT TO WS-ROUTING-EDIT-X
              PERFORM VALIDATE-ROUTING-NUMBER
              IF ROUTING-IS-VALID
                  MOVE WS-ROUTING-EDIT-X TO BA-ROUTING-NUMBER
              ELSE
                  DISPLAY WS-ROUTING-REASON " - nothing changed."
                  SET BANK-EDIT-FAILED TO TRUE
              END-IF
          END-IF
          IF WS-ACCOUNT-INPUT NOT = SPACES
              MOVE WS-ACCOUNT-INPUT TO BA-ACCOUNT-NUMBER
          END-IF
          IF WS-ACCT-TYPE-INPUT NOT = SPACES
              INSPECT WS-ACCT-TYPE-INPUT CONVERTING "cs" TO "CS"
              MOVE WS-ACCT-TYPE-INPUT TO BA-ACCOUNT-TYPE
          END-IF
          IF NOT BANK-EDIT-FAILED
              IF BA-ROUTING-NUMBER = ZERO
                 OR BA-ACCOUNT-NUMBER = SPACES
                 OR NOT BA-VALID-TYPE
                  DISPLAY "Routing number, account number and a "
                      "type of C or S are all required - nothing "
                      "changed."
                  SET BANK-EDIT-FAILED TO TRUE
              END-IF
          END-IF
          IF NOT BANK-EDIT-FAILED
              PERFORM 865-CHECK-PRENOTE-RESET
          END-IF
          .

      *>  A different account must prove itself again before it
      *>  is paid.  An unchanged one that was already sent or
      *>  verified can instead be marked returned by the bank.
      865-CHECK-PRENOTE-RESET.
          IF BA-ROUTING-NUMBER NOT = WS-OLD-ROUTING
             OR BA-ACCOUNT-NUMBER NOT = WS-OLD-ACCOUNT
             OR BA-ACCOUNT-TYPE NOT = WS-OLD-ACCT-TYPE
              MOVE "N" TO BA-PRENOTE-STATUS
              MOVE ZERO TO BA-PRENOTE-DATE
              DISPLAY "Account changed - a prenote goes with the "
                  "next payment run before it is paid."
          ELSE
              IF BA-PRENOTE-SENT OR BA-PRENOTE-VERIFIED
                  DISPLAY "Has the bank returned an entry to this "
                      "account (Y/N)? " WITH NO ADVANCING
                  ACCEPT WS-RETURNED-INPUT
                  IF WS-RETURNED-INPUT = "Y" OR "y"
                      MOVE "R" TO BA-PRENOTE-STATUS
                      DISPLAY "Marked returned - no payments until "
                          "the account is corrected."
                  END-IF
              END-IF
          END-IF
          .

      870-WRITE-BANK-ACCOUNT.
          MOVE WS-OPERATOR TO BA-MAINT-OPERATOR
          MOVE FUNCTION CURRENT-DATE TO BA-LAST-MAINT
          IF BANK-ACCOUNT-FOUND
              REWRITE BANK-ACCOUNT-RECORD
                  INVALID KEY
                      DISPLAY "Unable to update bank account, "
                          "status " WS-BANKACCT-STATUS
              END-REWRITE
          ELSE
              WRITE BANK-ACCOUNT-RECORD
                  INVALID KEY
                      DISPLAY "Unable to add bank account, status "
                          WS-BANKACCT-STATUS
              END-WRITE
          END-IF
          IF WS-BANKACCT-STATUS = "00"
              DISPLAY "Bank account updated."
          END-IF
          .

      *>  Nothing is written until the corrected number has passed
      *>  every check and the operator has confirmed the move.
      880-REKEY-RECORD.
          PERFORM 210-GET-SSNUM
          IF RECORD-WAS-FOUND
              PERFORM 310-SHOW-RECORD
              MOVE CUST-MASTER-RECORD TO WS-REKEY-IMAGE
              MOVE CM-SSNUM TO WS-REKEY-OLD-SSNUM
              PERFORM 882-GET-NEW-SSNUM
              IF REKEY-CAN-PROCEED
                  PERFORM 884-CHECK-WAITING-APPROVAL
              END-IF
              IF REKEY-CAN-PROCEED
                  MOVE WS-REKEY-IMAGE TO CUST-MASTER-RECORD
                  MOVE WS-REKEY-OLD-SSNUM TO WS-MASK-SSNUM
                  PERFORM MASK-SSNUM
                  DISPLAY "Move " CM-USERNAME " from "
                      WS-MASKED-SSNUM
                  MOVE WS-REKEY-NEW-SSNUM TO WS-MASK-SSNUM
                  PERFORM MASK-SSNUM
                  DISPLAY "  to " WS-MASKED-SSNUM " (Y/N)? "
                      WITH NO ADVANCING
                  ACCEPT WS-REKEY-CONFIRM
                  IF WS-REKEY-CONFIRM = "Y" OR "y"
                      PERFORM 886-APPLY-REKEY
                  ELSE
                      DISPLAY "Re-key cancelled - nothing changed."
                  END-IF
              END-IF
          END-IF
          .

      882-GET-NEW-SSNUM.
          SET REKEY-CAN-PROCEED TO TRUE
          DISPLAY "Enter the corrected SSNum."
          DISPLAY "Enter SS Area (3 digits): " WITH NO ADVANCING
          ACCEPT WS-SSAREA
          DISPLAY "Enter SS Group (2 digits): " WITH NO ADVANCING
          ACCEPT WS-SSGROUP
          DISPLAY "Enter SS Serial (4 digits): " WITH NO ADVANCING
          ACCEPT WS-SSSERIAL
          PERFORM VALIDATE-SSNUM
          MOVE WS-SSNUM-EDIT TO WS-REKEY-NEW-SSNUM
          EVALUATE TRUE
              WHEN SSNUM-IS-INVALID
                  DISPLAY WS-SSNUM-REASON " - nothing changed."
                  SET REKEY-CAN-PROCEED TO FALSE
              WHEN WS-REKEY-NEW-SSNUM = WS-REKEY-OLD-SSNUM
                  DISPLAY "That is the SSNum the record already has "
                      "- nothing changed."
                  SET REKEY-CAN-PROCEED TO FALSE
              WHEN OTHER
                  MOVE WS-REKEY-NEW-SSNUM TO CM-SSNUM
                  READ CUST-MASTER-FILE
                      INVALID KEY
                          CONTINUE
                      NOT INVALID KEY
                          DISPLAY "That SSNum is already on file for "
                              CM-USERNAME " - nothing changed."
                          SET REKEY-CAN-PROCEED TO FALSE
                  END-READ
          END-EVALUATE
          .

      884-CHECK-WAITING-APPROVAL.
          SET WS-APPR-END-OF-FILE TO FALSE
          OPEN INPUT APPROVAL-FILE
          IF WS-APPROVE-STATUS = "00"
              PERFORM 885-CHECK-ONE-APPROVAL
                  UNTIL WS-APPR-END-OF-FILE
              CLOSE APPROVAL-FILE
          END-IF
          .

      885-CHECK-ONE-APPROVAL.
          PERFORM 760-READ-APPROVAL
          IF NOT WS-APPR-END-OF-FILE
              IF CA-WAITING AND CA-SSNUM = WS-REKEY-OLD-SSNUM
                  DISPLAY "A correction to this record is waiting "
                      "for approval - decide it (option 7) before "
                      "re-keying."
                  SET REKEY-CAN-PROCEED TO FALSE
                  SET WS-APPR-END-OF-FILE TO TRUE
              END-IF
          END-IF
          .

      *>  Written under the new key before the old one is deleted,
      *>  so a failure part way never loses the customer; if the
      *>  old key will not delete, the new record is taken back
      *>  off and the master is as it was.
      886-APPLY-REKEY.
          MOVE WS-REKEY-IMAGE TO WS-BEFORE-IMAGE
          MOVE "K" TO WS-JRNL-TYPE
          MOVE FUNCTION CURRENT-DATE TO WS-REKEY-STAMP
          MOVE WS-REKEY-NEW-SSNUM TO CM-SSNUM
          MOVE WS-REKEY-STAMP TO CM-LAST-MAINT
          WRITE CUST-MASTER-RECORD
              INVALID KEY
                  DISPLAY "Unable to add the record under the new "
                      "SSNum, status " WS-CUSTMAS-STATUS
                      " - nothing changed."
          END-WRITE
          IF WS-CUSTMAS-STATUS = "00"
              MOVE CUST-MASTER-RECORD TO WS-REKEY-IMAGE
              MOVE WS-REKEY-OLD-SSNUM TO CM-SSNUM
              DELETE CUST-MASTER-FILE RECORD
                  INVALID KEY
                      DISPLAY "Unable to remove the old SSNum, "
                          "status " WS-CUSTMAS-STATUS
              END-DELETE
              IF WS-CUSTMAS-STATUS = "00"
                  MOVE WS-REKEY-IMAGE TO CUST-MASTER-RECORD
                  PERFORM 800-WRITE-AUDIT-LOG
                  PERFORM WRITE-JOURNAL-RECORD
                  PERFORM 888-WRITE-SSN-XREF
                  PERFORM 887-MOVE-BANK-ACCOUNT
                  DISPLAY "Record re-keyed - its history and open "
                      "items follow it to the new SSNum."
              ELSE
                  MOVE WS-REKEY-NEW-SSNUM TO CM-SSNUM
                  DELETE CUST-MASTER-FILE RECORD
                      INVALID KEY
                          CONTINUE
                  END-DELETE
                  DISPLAY "The new record was backed out - nothing "
                      "changed."
              END-IF
          END-IF
          .

      887-MOVE-BANK-ACCOUNT.
          MOVE WS-REKEY-OLD-SSNUM TO BA-SSNUM
          SET BANK-ACCOUNT-FOUND TO TRUE
          READ BANK-ACCOUNT-FILE
              INVALID KEY
                  SET BANK-ACCOUNT-FOUND TO FALSE
          END-READ
          IF BANK-ACCOUNT-FOUND
              MOVE WS-REKEY-NEW-SSNUM TO BA-SSNUM
              MOVE WS-OPERATOR TO BA-MAINT-OPERATOR
              MOVE WS-REKEY-STAMP TO BA-LAST-MAINT
              WRITE BANK-ACCOUNT-RECORD
                  INVALID KEY
                      DISPLAY "Unable to move the bank account, "
                          "status " WS-BANKACCT-STATUS
                          " - re-enter it under option 8."
              END-WRITE
              IF WS-BANKACCT-STATUS = "00"
                  MOVE WS-REKEY-OLD-SSNUM TO BA-SSNUM
                  DELETE BANK-ACCOUNT-FILE RECORD
                      INVALID KEY
                          DISPLAY "Unable to remove the bank account "
                              "from the old SSNum, status "
                              WS-BANKACCT-STATUS
                  END-DELETE
                  DISPLAY "Direct-deposit account moved with it."
              END-IF
          END-IF
          .

      *>  Opened for each re-key, like APPROVE1, so the
      *>  cross-reference is on disk the moment the master moves.
      888-WRITE-SSN-XREF.
          MOVE SPACES TO SSN-XREF-RECORD
          MOVE WS-REKEY-OLD-SSNUM TO XR-OLD-SSNUM
          MOVE WS-REKEY-NEW-SSNUM TO XR-NEW-SSNUM
          MOVE WS-REKEY-STAMP     TO XR-REKEY-STAMP
          MOVE "COBOLMNT"         TO XR-PROGRAM
          MOVE WS-OPERATOR        TO XR-OPERATOR
          MOVE CM-USERNAME        TO XR-USERNAME
          OPEN EXTEND SSN-XREF-FILE
          IF WS-SSNXREF-STATUS = "35"
              OPEN OUTPUT SSN-XREF-FILE
          END-IF
          WRITE SSN-XREF-RECORD
          IF WS-SSNXREF-STATUS NOT = "00"
              DISPLAY "UNABLE TO RECORD THE RE-KEY ON SSNXREF1, "
                  "STATUS " WS-SSNXREF-STATUS " - history under the "
                  "old SSNum will not follow until it is added."
          END-IF
          CLOSE SSN-XREF-FILE
          .

      900-CLOSE-FILES.
          CLOSE CUST-MASTER-FILE
          CLOSE AUDIT-LOG-FILE
          CLOSE JOURNAL-FILE
          CLOSE BANK-ACCOUNT-FILE
          .
