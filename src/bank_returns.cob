
           SELECT LEDGER-FILE
               ASSIGN TO DYNAMIC WS-LEDGER-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LEDG-KEY
               ALTERNATE RECORD KEY IS LEDG-EMP-ID WITH DUPLICATES
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT ALERT-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-STATUS.

           SELECT EMPLOYEE-FILE
               ASSIGN TO DYNAMIC WS-EMPLOYEE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID OF EMPLOYEE-RECORD
               FILE STATUS IS WS-EMPLOYEE-STATUS.

           SELECT CHECK-REGISTER-FILE
               ASSIGN TO DYNAMIC WS-CHECK-REG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECK-REG-STATUS.

           SELECT CHECK-CONTROL-FILE
               ASSIGN TO DYNAMIC WS-CHECK-CTL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECK-CTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-FILE.
           COPY "account_record.cpy".

       FD  LEDGER-FILE.
       01  LEDGER-RECORD.
           COPY "ledger_record.cpy".

       FD  ALERT-FILE.
       01  ALERT-LINE                     PIC X(256).
       FD  EXCEPTION-FILE.
       01  EXCEPTION-LINE                 PIC X(120).

       FD  EMPLOYEE-FILE.
       01  EMPLOYEE-RECORD.
           COPY "employee_record.cpy".

       FD  CHECK-REGISTER-FILE.
       01  CHECK-REGISTER-LINE            PIC X(120).

       FD  CHECK-CONTROL-FILE.
       01  CHECK-CONTROL-LINE             PIC X(20).

       WORKING-STORAGE SECTION.
      *> Works the bank's return file against the disbursement
      *> interchange PAYROLL-REGISTER-BATCH transmitted for the same
      *> run date. Both files share the fixed layout the register
      *> documents; the return file's DTL carries a reason code in
      *> cols 28-30 (R02 account closed, R03 no account, and so on):
      *>   HDR  cols 1-3 "HDR", 4-11 run date, 12-21 originator,
      *>        22-29 settlement date
      *>   DTL  cols 1-3 "DTL", 4-7 employee id, 8-15 target account,
      *>        16-27 amount, 28-30 reason code
      *>   TRL  cols 1-3 "TRL", 4-9 detail count
       77  WS-EOF                         PIC X VALUE "N".
       77  WS-OP-OK                       PIC X VALUE "Y".
       77  WS-POST-OK                     PIC X VALUE "Y".

       77  WS-ARGS-IN                     PIC X(80) VALUE SPACES.
       77  WS-RUN-DATE                    PIC X(8) VALUE SPACES.
       77  WS-ALERT-TYPE                  PIC X(24) VALUE SPACES.
       77  WS-ALERT-SEVERITY              PIC X(8) VALUE SPACES.
       77  WS-ALERT-DETAIL                PIC X(80) VALUE SPACES.
       77  WS-ALERT-DETAIL-BASE           PIC X(80) VALUE SPACES.

       77  WS-TX-ID                       PIC 9(9) VALUE 0.
       77  WS-TX-LEG                      PIC 9(2) VALUE 0.
       77  WS-TXC-ACTION                  PIC X(8) VALUE SPACES.
       77  WS-TXC-RESULT                  PIC X VALUE "N".

       01  WS-COA-REQUEST.
           COPY "coa_request.cpy".

       77  WS-CURRENT-DATE                PIC X(21) VALUE SPACES.
       77  WS-TIMESTAMP                   PIC X(19) VALUE SPACES.

       77  WS-DEBIT-ACCOUNT               PIC X(20) VALUE SPACES.
       77  WS-CREDIT-ACCOUNT              PIC X(20) VALUE SPACES.
       77  WS-POST-MEMO                   PIC X(40) VALUE SPACES.
       77  WS-ENTRY-ACCOUNT               PIC X(20) VALUE SPACES.
       77  WS-ENTRY-MEMO                  PIC X(40) VALUE SPACES.

       77  WS-EMP-ID-TEXT                 PIC X(12).
       77  WS-AMOUNT-EDIT                 PIC -9999999.99.
       77  WS-AMOUNT-TEXT                 PIC X(20).

      *> a backed-out deposit is paid to the employee at once by
      *> paper check, drawn from BANK_RETURN_CLEARING to CHECK_
      *> CLEARING under the next number on the shared check control
      *> file and appended to the check register PAYROLL-REGISTER-
      *> BATCH also writes (see there for the row layout). An
      *> account-closed (R02) or no-account (R03) return also
      *> switches the employee to check payment, so the next
      *> register run does not send the deposit to the same dead
      *> account.
       77  WS-EMPLOYEE-PATH               PIC X(256)
                                           VALUE "data/employees.dat".
       77  WS-EMPLOYEE-STATUS             PIC XX VALUE SPACES.
       77  WS-CHECK-REG-PATH              PIC X(256)
                                   VALUE "data/check_register.dat".
       77  WS-CHECK-REG-STATUS            PIC XX VALUE SPACES.
       77  WS-CHECK-CTL-PATH              PIC X(256)
                                   VALUE "data/check_control.dat".
       77  WS-CHECK-CTL-STATUS            PIC XX VALUE SPACES.
       77  WS-CHECK-FIRST-NUMBER          PIC 9(8) VALUE 100001.
       77  WS-CHECK-NUMBER                PIC 9(8) VALUE 0.
       77  WS-CHECK-AMOUNT-FIXED          PIC 9(7).99.
       77  WS-CHECK-TX-TEXT               PIC 9(9) VALUE 0.
       77  WS-CHECK-CTL-TEXT              PIC X(20) VALUE SPACES.
       77  WS-CHECK-EMP-TEXT              PIC 9(4) VALUE 0.
       77  WS-CHECK-ISSUED                PIC X VALUE "N".
       77  WS-CHECK-COUNT                 PIC 9(4) VALUE 0.
       77  WS-SWITCHED-COUNT              PIC 9(4) VALUE 0.

       77  WS-AUDIT-PROGRAM               PIC X(24)
                                   VALUE "BANK-RETURN-BATCH".
       77  WS-AUDIT-EVENT-TYPE            PIC X(20) VALUE SPACES.
           DISPLAY "Returns read        : " WS-RETURN-COUNT
           DISPLAY "Backed out          : " WS-MATCHED-COUNT
           DISPLAY "Unmatched           : " WS-UNMATCHED-COUNT
           DISPLAY "Reissued by check   : " WS-CHECK-COUNT
           DISPLAY "Switched to checks  : " WS-SWITCHED-COUNT
           IF WS-ERROR-COUNT > 0
               DISPLAY WS-ERROR-COUNT " posting error(s) -- see "
                   "warnings above."
           MOVE WS-RET-AMOUNT TO WS-POST-AMOUNT
           PERFORM POST-DOUBLE-ENTRY

           MOVE "N" TO WS-CHECK-ISSUED
           IF WS-POST-OK NOT = "Y"
               DISPLAY "  WARNING: ledger legs not posted for "
                   "employee " WS-RET-EMP-ID
                   " -- balance backed out, ledger incomplete."
           ELSE
               PERFORM REISSUE-RETURN-AS-CHECK
           END-IF

           IF WS-RET-REASON = "R02" OR WS-RET-REASON = "R03"
               PERFORM SWITCH-TO-CHECK-PAYMENT
           END-IF

           ADD 1 TO WS-MATCHED-COUNT
           DISPLAY "  backed out " WS-AMOUNT-EDIT " from "
               FUNCTION TRIM(WS-RET-TARGET)
               " for employee " WS-RET-EMP-ID
               " (reason " WS-RET-REASON ")."
           IF WS-CHECK-ISSUED = "Y"
               DISPLAY "    reissued as check no. " WS-CHECK-NUMBER
           END-IF.

      *> Pays the returned amount out of BANK_RETURN_CLEARING on a
      *> numbered check. A failure leaves the money in the clearing
      *> account for the supervisor working the alert.
       REISSUE-RETURN-AS-CHECK.
           PERFORM GET-NEXT-CHECK-NUMBER
           IF WS-OP-OK NOT = "Y"
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "  WARNING: no check number available -- "
                   "return for employee " WS-RET-EMP-ID
                   " left in BANK_RETURN_CLEARING."
               EXIT PARAGRAPH
           END-IF

           MOVE "BANK_RETURN_CLEARING" TO WS-DEBIT-ACCOUNT
           MOVE "CHECK_CLEARING" TO WS-CREDIT-ACCOUNT
           MOVE SPACES TO WS-POST-MEMO
           STRING "CHECK_ISSUE_" WS-CHECK-NUMBER
             INTO WS-POST-MEMO
           END-STRING
           MOVE WS-RET-AMOUNT TO WS-POST-AMOUNT
           PERFORM POST-DOUBLE-ENTRY
           IF WS-POST-OK NOT = "Y"
               DISPLAY "  WARNING: check " WS-CHECK-NUMBER
                   " not posted -- return for employee "
                   WS-RET-EMP-ID " left in BANK_RETURN_CLEARING."
               EXIT PARAGRAPH
           END-IF

           MOVE "Y" TO WS-CHECK-ISSUED
           ADD 1 TO WS-CHECK-COUNT

           OPEN EXTEND CHECK-REGISTER-FILE
           IF WS-CHECK-REG-STATUS = "35"
               OPEN OUTPUT CHECK-REGISTER-FILE
           END-IF
           IF WS-CHECK-REG-STATUS NOT = "00"
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "  WARNING: check " WS-CHECK-NUMBER
                   " posted but missing from the check register -- "
                   "add it before printing."
               EXIT PARAGRAPH
           END-IF

           MOVE WS-RET-AMOUNT TO WS-CHECK-AMOUNT-FIXED
           MOVE WS-TX-ID TO WS-CHECK-TX-TEXT
           MOVE WS-RET-EMP-ID TO WS-CHECK-EMP-TEXT
           MOVE SPACES TO CHECK-REGISTER-LINE
           STRING WS-CHECK-NUMBER
                  "|"
                  WS-TIMESTAMP(1:4)
                  WS-TIMESTAMP(6:2)
                  WS-TIMESTAMP(9:2)
                  "|"
                  WS-CHECK-EMP-TEXT
                  "|"
                  WS-CHECK-AMOUNT-FIXED
                  "|ISSUED|RETURN|BANK_RETURN_CLEARING|"
                  WS-CHECK-TX-TEXT
                  "|00000000|00000000"
             INTO CHECK-REGISTER-LINE
           END-STRING
           WRITE CHECK-REGISTER-LINE
           CLOSE CHECK-REGISTER-FILE.

      *> Takes the next number off the shared check control file and
      *> writes it back before the check is used, so a number is
      *> never handed out twice even if the posting then fails.
       GET-NEXT-CHECK-NUMBER.
           MOVE "Y" TO WS-OP-OK
           COMPUTE WS-CHECK-NUMBER = WS-CHECK-FIRST-NUMBER - 1

           OPEN INPUT CHECK-CONTROL-FILE
           IF WS-CHECK-CTL-STATUS = "00"
               READ CHECK-CONTROL-FILE
                   NOT AT END
                       MOVE CHECK-CONTROL-LINE TO WS-CHECK-CTL-TEXT
                       IF FUNCTION TEST-NUMVAL(
                              FUNCTION TRIM(WS-CHECK-CTL-TEXT)) = 0
                           MOVE FUNCTION NUMVAL(
                               FUNCTION TRIM(WS-CHECK-CTL-TEXT))
                             TO WS-CHECK-NUMBER
                       END-IF
               END-READ
               CLOSE CHECK-CONTROL-FILE
           ELSE
               IF WS-CHECK-CTL-STATUS NOT = "35"
                   MOVE "N" TO WS-OP-OK
                   EXIT PARAGRAPH
               END-IF
           END-IF

           ADD 1 TO WS-CHECK-NUMBER

           OPEN OUTPUT CHECK-CONTROL-FILE
           IF WS-CHECK-CTL-STATUS NOT = "00"
               MOVE "N" TO WS-OP-OK
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CHECK-NUMBER TO CHECK-CONTROL-LINE
           WRITE CHECK-CONTROL-LINE
           CLOSE CHECK-CONTROL-FILE.

      *> The account the deposit went to is closed or unknown at the
      *> bank -- pay the employee by check from now on until
      *> EMPLOYEE-MAINTENANCE puts them back on direct deposit.
       SWITCH-TO-CHECK-PAYMENT.
           OPEN I-O EMPLOYEE-FILE
           IF WS-EMPLOYEE-STATUS NOT = "00"
               DISPLAY "  WARNING: cannot open employee file -- "
                   "employee " WS-RET-EMP-ID
                   " still set for direct deposit."
               EXIT PARAGRAPH
           END-IF

           MOVE WS-RET-EMP-ID TO EMP-ID OF EMPLOYEE-RECORD
           READ EMPLOYEE-FILE
               INVALID KEY
                   CLOSE EMPLOYEE-FILE
                   DISPLAY "  WARNING: employee " WS-RET-EMP-ID
                       " not on the master -- payment method "
                       "unchanged."
                   EXIT PARAGRAPH
           END-READ

           IF EMP-PAY-METHOD OF EMPLOYEE-RECORD = "C"
               CLOSE EMPLOYEE-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE "C" TO EMP-PAY-METHOD OF EMPLOYEE-RECORD
           REWRITE EMPLOYEE-RECORD
           IF WS-EMPLOYEE-STATUS NOT = "00"
               CLOSE EMPLOYEE-FILE
               DISPLAY "  WARNING: cannot rewrite employee "
                   WS-RET-EMP-ID " -- still set for direct deposit."
               EXIT PARAGRAPH
           END-IF
           CLOSE EMPLOYEE-FILE

           ADD 1 TO WS-SWITCHED-COUNT
           DISPLAY "    employee " WS-RET-EMP-ID
               " switched to check payment (reason "
               WS-RET-REASON ").".

      *> A returned payroll deposit always needs a person on it --
      *> the severity tier just tells the supervisor queue which
                  " run=" WS-RUN-DATE
             INTO WS-ALERT-DETAIL
           END-STRING
           IF WS-CHECK-ISSUED = "Y"
               MOVE WS-ALERT-DETAIL TO WS-ALERT-DETAIL-BASE
               MOVE SPACES TO WS-ALERT-DETAIL
               STRING FUNCTION TRIM(WS-ALERT-DETAIL-BASE)
                      " check=" WS-CHECK-NUMBER
                 INTO WS-ALERT-DETAIL
               END-STRING
           END-IF
           PERFORM APPEND-ALERT-RECORD.

       OPEN-EXCEPTION-REPORT.
               END-IF
           END-IF.

      *> every account a posting names must be open on the chart of
      *> accounts -- CHART-OF-ACCOUNTS raises the alert on a refusal,
      *> and nothing is written for the transaction.
       CHECK-POSTING-ACCOUNTS.
           MOVE WS-RET-EMP-ID TO WS-COA-EMP-ID
           MOVE WS-DEBIT-ACCOUNT TO WS-COA-ACCOUNT
           PERFORM VALIDATE-GL-ACCOUNT
           IF WS-COA-RESULT NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CREDIT-ACCOUNT TO WS-COA-ACCOUNT
           PERFORM VALIDATE-GL-ACCOUNT.

       VALIDATE-GL-ACCOUNT.
           MOVE "VALIDATE" TO WS-COA-ACTION
           MOVE WS-AUDIT-PROGRAM TO WS-COA-PROGRAM
           CALL "CHART-OF-ACCOUNTS" USING WS-COA-REQUEST
           END-CALL
           IF WS-COA-RESULT NOT = "Y"
               IF WS-COA-REASON = "INACTIVE"
                   DISPLAY "  WARNING: posting refused -- account "
                       FUNCTION TRIM(WS-COA-ACCOUNT)
                       " is inactive on the chart of accounts."
               ELSE
                   DISPLAY "  WARNING: posting refused -- account "
                       FUNCTION TRIM(WS-COA-ACCOUNT)
                       " is not on the chart of accounts."
               END-IF
           END-IF.

       POST-DOUBLE-ENTRY.
           MOVE "Y" TO WS-POST-OK

           PERFORM CHECK-POSTING-ACCOUNTS
           IF WS-COA-RESULT NOT = "Y"
               MOVE "N" TO WS-POST-OK
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF

           PERFORM GET-NEXT-TX-ID
           IF WS-OP-OK NOT = "Y"
               MOVE "N" TO WS-POST-OK
               EXIT PARAGRAPH
           END-IF

           OPEN I-O LEDGER-FILE
           IF WS-LEDGER-STATUS NOT = "00"
               MOVE "N" TO WS-POST-OK
               ADD 1 TO WS-ERROR-COUNT
           CLOSE LEDGER-FILE.

       WRITE-LEDGER-LINE.
           ADD 1 TO WS-TX-LEG
           MOVE WS-TX-ID TO LEDG-TX-ID
           MOVE WS-TX-LEG TO LEDG-LEG
           MOVE WS-RET-EMP-ID TO LEDG-EMP-ID
           MOVE WS-TIMESTAMP TO LEDG-TIMESTAMP
           MOVE WS-ENTRY-TYPE TO LEDG-ENTRY-TYPE
           MOVE WS-ENTRY-ACCOUNT TO LEDG-ACCOUNT
           MOVE WS-POST-AMOUNT TO LEDG-AMOUNT
           MOVE WS-ENTRY-MEMO TO LEDG-MEMO

           WRITE LEDGER-RECORD
               INVALID KEY
                   MOVE "N" TO WS-POST-OK
           END-WRITE.

      *> ids come from the shared control record, so no other job
      *> posting at the same time can be handed the same one.
       GET-NEXT-TX-ID.
           MOVE 0 TO WS-TX-LEG
           MOVE "NEXT" TO WS-TXC-ACTION
           CALL "LEDGER-TX-CONTROL" USING WS-TXC-ACTION
                                          WS-TX-ID
                                          WS-TXC-RESULT
           END-CALL
           MOVE WS-TXC-RESULT TO WS-OP-OK.

       ENSURE-LEDGER-FILE.
           MOVE "Y" TO WS-OP-OK

           MOVE "N" TO WS-OP-OK.

       BUILD-TIMESTAMP.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           STRING WS-CURRENT-DATE(1:4)
