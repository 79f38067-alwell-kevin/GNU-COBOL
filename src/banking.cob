
           SELECT LEDGER-FILE
               ASSIGN TO DYNAMIC WS-LEDGER-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LEDG-KEY
               ALTERNATE RECORD KEY IS LEDG-EMP-ID WITH DUPLICATES
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT ALERT-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-STATUS.

           SELECT DELINQ-FILE
               ASSIGN TO DYNAMIC WS-DELINQ-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DELINQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-FILE.
           COPY "account_record.cpy".

       FD  LEDGER-FILE.
       01  LEDGER-RECORD.
           COPY "ledger_record.cpy".

       FD  ALERT-FILE.
       01  ALERT-LINE                     PIC X(256).
       FD  PENDING-FILE.
       01  PENDING-LINE                   PIC X(120).

       FD  DELINQ-FILE.
       01  DELINQ-LINE                    PIC X(120).

       WORKING-STORAGE SECTION.
      *> working copy of the signed-on employee's account row, read
      *> by key at sign-on and rewritten by key on every commit --
       77  WS-JOURNAL-SAVINGS             PIC S9(7)V99 VALUE 0.
       77  WS-JOURNAL-LOAN                PIC S9(7)V99 VALUE 0.

      *> journal pre-images held for recovery -- a payment between
      *> two employees journals both rows, so startup restores every
      *> line it finds, not just the first.
       01  WS-JR-TABLE.
           05 WS-JR-ROW OCCURS 4 TIMES.
               10 WS-JR-EMP-ID            PIC 9(4) VALUE 0.
               10 WS-JR-CHECKING          PIC S9(7)V99 VALUE 0.
               10 WS-JR-SAVINGS           PIC S9(7)V99 VALUE 0.
               10 WS-JR-LOAN              PIC S9(7)V99 VALUE 0.
       77  WS-JR-COUNT                    PIC 9 VALUE 0.
       77  WS-JR-IDX                      PIC 9 VALUE 0.

       77  WS-BANKING-EXIT                PIC X VALUE "N".
       77  WS-MENU-OPTION                 PIC X VALUE SPACE.
       77  WS-EOF                         PIC X VALUE "N".
       77  WS-AUDIT-EVENT-TYPE            PIC X(20) VALUE SPACES.
       77  WS-AUDIT-DETAIL                PIC X(100) VALUE SPACES.
       77  WS-POST-AMOUNT                 PIC 9(7)V99 VALUE 0.
       77  WS-FEE-AMOUNT                  PIC 9(7)V99 VALUE 0.
       77  WS-LOAN-INTEREST-AMOUNT        PIC 9(7)V99 VALUE 0.
       77  WS-LOAN-PAYMENT-DUE            PIC 9(7)V99 VALUE 0.

       77  WS-HIGH-VALUE-THRESHOLD        PIC 9(7)V99 VALUE 3000.00.
       77  WS-OVERDRAFT-FEE               PIC 9(3)V99 VALUE 35.00.
       77  WS-LOAN-DAILY-INTEREST-RATE    PIC 9V9999 VALUE 0.0015.
       77  WS-LOAN-PAYMENT-AMOUNT         PIC 9(5)V99 VALUE 150.00.

       77  WS-TERM-MONTHS-TEXT            PIC X(20).
       77  WS-TERM-FIELD-COUNT            PIC 9 VALUE 0.

      *> loan delinquency rows aged nightly by EOD-BATCH-RUN
      *> (data/loan_delinquency.dat: employee id|days past due|
      *> past-due amount|past due since|late fee assessed|last alert
      *> level|status). The console reads the borrower's own row for
      *> the loan screen and rewrites the one row a supervisor
      *> charges off -- every other row passes through untouched.
       01  WS-DQ-BUFFER.
           05 WS-DQ-BUF-LINE OCCURS 200 TIMES PIC X(120).

       77  WS-DELINQ-PATH                 PIC X(256)
                                   VALUE "data/loan_delinquency.dat".
       77  WS-DELINQ-STATUS               PIC XX VALUE SPACES.
       77  WS-DQ-BUF-COUNT                PIC 9(4) VALUE 0.
       77  WS-DQ-IDX                      PIC 9(4) VALUE 0.
       77  WS-DQ-FOUND-IDX                PIC 9(4) VALUE 0.
       77  WS-DQ-LOOKUP-ID                PIC 9(4) VALUE 0.
       77  WS-DQ-FIELD-COUNT              PIC 9 VALUE 0.
       77  WS-DQ-EMP-TEXT                 PIC X(20).
       77  WS-DQ-DAYS-TEXT                PIC X(20).
       77  WS-DQ-MISSED-TEXT              PIC X(20).
       77  WS-DQ-SINCE-TEXT               PIC X(20).
       77  WS-DQ-FEES-TEXT                PIC X(20).
       77  WS-DQ-LEVEL-TEXT               PIC X(20).
       77  WS-DQ-STATUS-TEXT              PIC X(20).
       77  WS-DQ-DAYS                     PIC 9(4) VALUE 0.
       77  WS-DQ-MISSED                   PIC 9(7)V99 VALUE 0.
       77  WS-DQ-STATUS                   PIC X(12) VALUE SPACES.
       77  WS-DQ-DAYS-EDIT                PIC ZZZ9.

      *> supervisor charge-off work area -- the borrower's account
      *> row is read and rewritten by key under the account lock,
      *> the same way the pending-transfer approval handles a row
      *> that is not the signed-on user's.
       77  WS-CO-EMP-IN                   PIC X(10) VALUE SPACES.
       77  WS-CO-EMP-ID                   PIC 9(4) VALUE 0.
       77  WS-CO-CONFIRM                  PIC X VALUE SPACE.
       77  WS-CO-AMOUNT                   PIC 9(7)V99 VALUE 0.
       77  WS-CO-TGT-FOUND                PIC X VALUE "N".
       77  WS-CO-TGT-CHECKING             PIC S9(7)V99 VALUE 0.
       77  WS-CO-TGT-SAVINGS              PIC S9(7)V99 VALUE 0.
       77  WS-CO-TGT-LOAN                 PIC S9(7)V99 VALUE 0.

      *> employee-to-employee payment work area -- the payer's and
      *> payee's rows are both read and rewritten by key under the
      *> one account lock, with both pre-images in the journal.
       77  WS-XF-PAYEE-IN                 PIC X(10) VALUE SPACES.
       77  WS-XF-PAYEE-ID                 PIC 9(4) VALUE 0.
       77  WS-XF-PAYEE-NAME               PIC X(40) VALUE SPACES.
       77  WS-XF-PAYEE-FOUND              PIC X VALUE "N".
       77  WS-XF-PAYER-ID                 PIC 9(4) VALUE 0.
       77  WS-XF-CONFIRM                  PIC X VALUE SPACE.
       77  WS-XF-AMOUNT                   PIC 9(7)V99 VALUE 0.
       77  WS-XF-PAYER-ACCT-FOUND         PIC X VALUE "N".
       77  WS-XF-PAYER-CHECKING           PIC S9(7)V99 VALUE 0.
       77  WS-XF-PAYER-SAVINGS            PIC S9(7)V99 VALUE 0.
       77  WS-XF-PAYER-LOAN               PIC S9(7)V99 VALUE 0.
       77  WS-XF-PAYEE-ACCT-FOUND         PIC X VALUE "N".
       77  WS-XF-PAYEE-CHECKING           PIC S9(7)V99 VALUE 0.
       77  WS-XF-PAYEE-SAVINGS            PIC S9(7)V99 VALUE 0.
       77  WS-XF-PAYEE-LOAN               PIC S9(7)V99 VALUE 0.
       77  WS-XF-SAVE-OK                  PIC X VALUE "Y".
       77  WS-XF-LEG-EMP-ID               PIC 9(4) VALUE 0.
       77  WS-XF-AUDIT-EMP-ID             PIC 9(4) VALUE 0.

      *> booking a loan moves real money, so a non-supervisor
      *> borrower needs a supervisor at the terminal keying the
      *> installation's override code (data/supervisor_override.dat,
       77  WS-ALERT-NUM-EDIT              PIC ZZ9.

       77  WS-TX-ID                       PIC 9(9) VALUE 0.
       77  WS-TX-LEG                      PIC 9(2) VALUE 0.
       77  WS-TXC-ACTION                  PIC X(8) VALUE SPACES.
       77  WS-TXC-RESULT                  PIC X VALUE "N".

       01  WS-COA-REQUEST.
           COPY "coa_request.cpy".

      *> reversal work area -- the legs of the transaction being
      *> reversed, the balance deltas that undo it, and the target
       77  WS-REV-PAYROLL-TAG             PIC X(40) VALUE SPACES.
       77  WS-REV-ALREADY                 PIC X VALUE "N".
       77  WS-REV-IS-REVERSAL             PIC X VALUE "N".
       77  WS-REV-MULTI-EMP               PIC X VALUE "N".
       77  WS-REV-CONFIRM                 PIC X VALUE SPACE.
       77  WS-REV-DELTA-CHECKING          PIC S9(8)V99 VALUE 0.
       77  WS-REV-DELTA-SAVINGS           PIC S9(8)V99 VALUE 0.

      *> dual-control queue for high-value transfers
      *> (data/pending_transfers.dat: id|requested ts|employee id|
      *> direction|amount|status|decided-by|decided ts[|payee id]).
      *> Direction is CHK2SAV, SAV2CHK or EMP2EMP. A transfer
      *> at or over WS-HIGH-VALUE-THRESHOLD lands here PENDING
      *> instead of posting; only a supervisor or admin who is not
      *> the requester may approve it, and only approval moves the
               10 WS-PT-STATUS            PIC X(10) VALUE SPACES.
               10 WS-PT-BY                PIC X(12) VALUE SPACES.
               10 WS-PT-AT                PIC X(19) VALUE SPACES.
      *> payee of an EMP2EMP payment (optional ninth field); zero
      *> for a transfer between the requester's own accounts.
               10 WS-PT-PAYEE-ID          PIC 9(4) VALUE 0.

       77  WS-PENDING-PATH                PIC X(256)
                               VALUE "data/pending_transfers.dat".
       77  WS-PT-STATUS-TEXT              PIC X(20).
       77  WS-PT-BY-TEXT                  PIC X(20).
       77  WS-PT-AT-TEXT                  PIC X(20).
       77  WS-PT-PAYEE-TEXT               PIC X(20).
       77  WS-PT-LINE-PTR                 PIC 9(3) VALUE 1.
       77  WS-PT-ID-EDIT                  PIC ZZZZZ9.
       77  WS-PT-QUEUE-DIR                PIC X(7) VALUE SPACES.
       77  WS-PT-TGT-CHECKING             PIC S9(7)V99 VALUE 0.
       77  WS-CURRENT-DATE                PIC X(21) VALUE SPACES.
       77  WS-TIMESTAMP                   PIC X(19) VALUE SPACES.

       77  WS-LINE-ENTRY-TYPE             PIC X(20).
       77  WS-LINE-ACCOUNT                PIC X(30).
       77  WS-LINE-MEMO                   PIC X(80).

       77  WS-PARSED-TX-ID                PIC 9(9) VALUE 0.
       77  WS-PARSED-AMOUNT               PIC 9(7)V99 VALUE 0.

       77  WS-RECENT-COUNT                PIC 99 VALUE 0.
       77  WS-RECENT-TEXT                 PIC X(256) VALUE SPACES.
       77  WS-RECENT-IDX                  PIC 99 VALUE 0.
       77  WS-ALERT-COUNT                 PIC 9(4) VALUE 0.
       77  WS-ALERT-IDX                   PIC 9(4) VALUE 0.
           DISPLAY ANSI-IDENT WITH NO ADVANCING
           DISPLAY " View my latest monthly statement"

           DISPLAY ANSI-NUMBER WITH NO ADVANCING
           DISPLAY "  T." WITH NO ADVANCING
           DISPLAY ANSI-IDENT WITH NO ADVANCING
           DISPLAY " Pay another employee"

           PERFORM CHECK-SUPERVISOR-ROLE
           IF WS-ROLE-OK = "Y"
               DISPLAY ANSI-NUMBER WITH NO ADVANCING
               DISPLAY "  P." WITH NO ADVANCING
               DISPLAY ANSI-IDENT WITH NO ADVANCING
               DISPLAY " Approve pending high-value transfers"

               DISPLAY ANSI-NUMBER WITH NO ADVANCING
               DISPLAY "  C." WITH NO ADVANCING
               DISPLAY ANSI-IDENT WITH NO ADVANCING
               DISPLAY " Charge off a delinquent loan"
           END-IF

           DISPLAY " "
               WHEN "M"
               WHEN "m"
                   PERFORM VIEW-MY-STATEMENT
               WHEN "T"
               WHEN "t"
                   PERFORM CHECK-BATCH-WINDOW
                   IF WS-BATCH-ACTIVE = "Y"
                       PERFORM REFUSE-DURING-BATCH-WINDOW
                   ELSE
                       PERFORM PAY-ANOTHER-EMPLOYEE
                   END-IF
               WHEN "A"
               WHEN "a"
                   PERFORM CHECK-SUPERVISOR-ROLE
                           PERFORM REVERSE-TRANSACTION
                       END-IF
                   END-IF
               WHEN "C"
               WHEN "c"
                   PERFORM CHECK-SUPERVISOR-ROLE
                   IF WS-ROLE-OK NOT = "Y"
                       PERFORM DENY-OPTION-FOR-ROLE
                   ELSE
                       PERFORM CHECK-BATCH-WINDOW
                       IF WS-BATCH-ACTIVE = "Y"
                           PERFORM REFUSE-DURING-BATCH-WINDOW
                       ELSE
                           PERFORM CHARGE-OFF-LOAN
                       END-IF
                   END-IF
               WHEN OTHER
                   DISPLAY ANSI-LITERAL WITH NO ADVANCING
                   DISPLAY "Invalid option. Choose 1-8, L, S, M, "
                       "T, A, P, R or C."
                   DISPLAY ANSI-BASE WITH NO ADVANCING
                   PERFORM WAIT-FOR-ENTER
           END-EVALUATE.
               DISPLAY "Payoff Quote      : $" WS-AMOUNT-DISPLAY
               DISPLAY ANSI-BASE WITH NO ADVANCING

               MOVE EMP-ID OF LK-EMPLOYEE-RECORD TO WS-DQ-LOOKUP-ID
               PERFORM LOAD-DELINQUENCY-ROWS
               IF WS-DQ-FOUND-IDX > 0
                  AND WS-DQ-STATUS = "PAST_DUE"
                   MOVE WS-DQ-MISSED TO WS-AMOUNT-DISPLAY
                   MOVE WS-DQ-DAYS TO WS-DQ-DAYS-EDIT
                   DISPLAY ANSI-LITERAL WITH NO ADVANCING
                   DISPLAY "Past Due          : $" WS-AMOUNT-DISPLAY
                       " (" FUNCTION TRIM(WS-DQ-DAYS-EDIT) " days)"
                   DISPLAY ANSI-BASE WITH NO ADVANCING
               END-IF

               DISPLAY ANSI-COMMENT WITH NO ADVANCING
               DISPLAY "A new loan cannot be originated while this "
                   "one is outstanding."
           WRITE ORDER-LINE.

      *> ----------------------------------------------------------
      *> Pay another employee: moves money from the signed-on
      *> employee's checking to a colleague's checking. Both rows
      *> change under the one account lock with a two-line pre-commit
      *> journal, and all four ledger legs share one tx id through
      *> EMP_XFER_CLEARING so each employee's own legs still
      *> balance for the ledger audit. At or over the high-value
      *> threshold the payment queues for dual control like any
      *> other transfer.
      *> ----------------------------------------------------------
       PAY-ANOTHER-EMPLOYEE.
           PERFORM CLEAR-SCREEN
           DISPLAY ANSI-KEYWORD WITH NO ADVANCING
           DISPLAY "Pay Another Employee"
           DISPLAY ANSI-COMMENT WITH NO ADVANCING
           DISPLAY "----------------------------------------------"
           DISPLAY ANSI-BASE WITH NO ADVANCING

           MOVE WS-CUR-CHECKING TO WS-AMOUNT-DISPLAY
           DISPLAY "Available checking balance: $" WS-AMOUNT-DISPLAY

           DISPLAY " "
           DISPLAY ANSI-KEYWORD WITH NO ADVANCING
           DISPLAY "Payee employee id : " WITH NO ADVANCING
           DISPLAY ANSI-INPUT WITH NO ADVANCING
           DISPLAY "____ " WITH NO ADVANCING
           DISPLAY ANSI-BASE WITH NO ADVANCING
           MOVE SPACES TO WS-XF-PAYEE-IN
           ACCEPT WS-XF-PAYEE-IN

           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-XF-PAYEE-IN))
              NOT = 0
               DISPLAY ANSI-LITERAL WITH NO ADVANCING
               DISPLAY "Not a valid employee id."
               DISPLAY ANSI-BASE WITH NO ADVANCING
               PERFORM WAIT-FOR-ENTER
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-XF-PAYEE-IN))
             TO WS-XF-PAYEE-ID

           IF WS-XF-PAYEE-ID = EMP-ID OF LK-EMPLOYEE-RECORD
               DISPLAY ANSI-LITERAL WITH NO ADVANCING
               DISPLAY "That is your own id -- use options 2 and 3 "
                   "to move money between your own accounts."
               DISPLAY ANSI-BASE WITH NO ADVANCING
               PERFORM WAIT-FOR-ENTER
               EXIT PARAGRAPH
           END-IF

           PERFORM XF-LOOKUP-PAYEE
           IF WS-XF-PAYEE-FOUND NOT = "Y"
               DISPLAY ANSI-LITERAL WITH NO ADVANCING
               DISPLAY "No active employee with that id."
               DISPLAY ANSI-BASE WITH NO ADVANCING
               PERFORM WAIT-FOR-ENTER
               EXIT PARAGRAPH
           END-IF

           MOVE EMP-ID OF LK-EMPLOYEE-RECORD TO WS-XF-PAYER-ID
           PERFORM XF-READ-ACCOUNTS
           IF WS-XF-PAYEE-ACCT-FOUND NOT = "Y"
               DISPLAY ANSI-LITERAL WITH NO ADVANCING
               DISPLAY "Employee " WS-XF-PAYEE-ID
                   " has no bank account row -- payment not possible."
               DISPLAY ANSI-BASE WITH NO ADVANCING
               PERFORM WAIT-FOR-ENTER
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Payee             : " WS-XF-PAYEE-ID " "
               FUNCTION TRIM(WS-XF-PAYEE-NAME)

           PERFORM PROMPT-FOR-TRANSFER-AMOUNT
           IF WS-OP-OK NOT = "Y"
               PERFORM WAIT-FOR-ENTER
               EXIT PARAGRAPH
           END-IF

           IF WS-TRANSFER-AMOUNT > WS-CUR-CHECKING
               DISPLAY ANSI-LITERAL WITH NO ADVANCING
               DISPLAY "Insufficient funds in checking."
               DISPLAY ANSI-BASE WITH NO ADVANCING
               MOVE "TRANSFER_REJECTED" TO WS-AUDIT-EVENT-TYPE
               MOVE SPACES TO WS-AUDIT-DETAIL
               STRING "payment to employee " WS-XF-PAYEE-ID
                      " insufficient funds, requested "
                      FUNCTION TRIM(WS-AMOUNT-IN)
                 INTO WS-AUDIT-DETAIL
               END-STRING
               PERFORM RECORD-BANKING-AUDIT
               EXIT PARAGRAPH
           END-IF

           MOVE WS-TRANSFER-AMOUNT TO WS-AMOUNT-DISPLAY
           DISPLAY " "
           DISPLAY ANSI-KEYWORD WITH NO ADVANCING
           DISPLAY "Pay $" WS-AMOUNT-DISPLAY " to "
               FUNCTION TRIM(WS-XF-PAYEE-NAME) "? (Y/N) : "
               WITH NO ADVANCING
           DISPLAY ANSI-INPUT WITH NO ADVANCING
           DISPLAY "_ " WITH NO ADVANCING
           DISPLAY ANSI-BASE WITH NO ADVANCING
           MOVE SPACE TO WS-XF-CONFIRM
           ACCEPT WS-XF-CONFIRM

           IF WS-XF-CONFIRM NOT = "Y" AND WS-XF-CONFIRM NOT = "y"
               DISPLAY ANSI-COMMENT WITH NO ADVANCING
               DISPLAY "Payment abandoned -- nothing posted."
               DISPLAY ANSI-BASE WITH NO ADVANCING
               PERFORM WAIT-FOR-ENTER
               EXIT PARAGRAPH
           END-IF

           IF WS-TRANSFER-AMOUNT >= WS-HIGH-VALUE-THRESHOLD
               MOVE "EMP2EMP" TO WS-PT-QUEUE-DIR
               PERFORM QUEUE-PENDING-TRANSFER
               PERFORM WAIT-FOR-ENTER
               EXIT PARAGRAPH
           END-IF

           MOVE WS-TRANSFER-AMOUNT TO WS-XF-AMOUNT
           PERFORM XF-COMMIT-PAYMENT

           IF WS-OP-OK = "Y"
               MOVE WS-XF-PAYER-CHECKING TO WS-CUR-CHECKING
               MOVE WS-XF-PAYER-SAVINGS TO WS-CUR-SAVINGS
               MOVE WS-XF-PAYER-LOAN TO WS-CUR-LOAN
               PERFORM CHECK-RAPID-TRANSFERS
               DISPLAY ANSI-COMMENT WITH NO ADVANCING
               DISPLAY "Payment posted and journaled under tx "
                   WS-TX-ID "."
               DISPLAY ANSI-BASE WITH NO ADVANCING
               PERFORM XF-AUDIT-BOTH-PARTIES
           ELSE
               MOVE "TRANSFER_FAILED" TO WS-AUDIT-EVENT-TYPE
               MOVE SPACES TO WS-AUDIT-DETAIL
               STRING "payment to employee " WS-XF-PAYEE-ID
                      " not posted, requested "
                      FUNCTION TRIM(WS-AMOUNT-IN)
                 INTO WS-AUDIT-DETAIL
               END-STRING
               PERFORM RECORD-BANKING-AUDIT
           END-IF

           PERFORM WAIT-FOR-ENTER.

      *> the payee must be on the employee master and not
      *> terminated -- the name is what the payer confirms against.
       XF-LOOKUP-PAYEE.
           MOVE "N" TO WS-XF-PAYEE-FOUND
           MOVE SPACES TO WS-XF-PAYEE-NAME

           OPEN INPUT EMPLOYEE-FILE
           IF WS-EMPLOYEE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-XF-PAYEE-ID TO EMP-ID OF EMPLOYEE-RECORD
           READ EMPLOYEE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF EMP-ACTIVE OF EMPLOYEE-RECORD NOT = "N"
                       MOVE "Y" TO WS-XF-PAYEE-FOUND
                       MOVE EMP-FULL-NAME OF EMPLOYEE-RECORD
                         TO WS-XF-PAYEE-NAME
                   END-IF
           END-READ

           CLOSE EMPLOYEE-FILE.

       XF-READ-ACCOUNTS.
           MOVE "N" TO WS-XF-PAYER-ACCT-FOUND WS-XF-PAYEE-ACCT-FOUND

           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCOUNT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-XF-PAYER-ID TO ACCT-EMP-ID
           READ ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-XF-PAYER-ACCT-FOUND
                   MOVE ACCT-CHECKING-BAL TO WS-XF-PAYER-CHECKING
                   MOVE ACCT-SAVINGS-BAL TO WS-XF-PAYER-SAVINGS
                   MOVE ACCT-LOAN-BAL TO WS-XF-PAYER-LOAN
           END-READ

           MOVE WS-XF-PAYEE-ID TO ACCT-EMP-ID
           READ ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-XF-PAYEE-ACCT-FOUND
                   MOVE ACCT-CHECKING-BAL TO WS-XF-PAYEE-CHECKING
                   MOVE ACCT-SAVINGS-BAL TO WS-XF-PAYEE-SAVINGS
                   MOVE ACCT-LOAN-BAL TO WS-XF-PAYEE-LOAN
           END-READ

           CLOSE ACCOUNT-FILE.

      *> Rewrites the payer's row, then the payee's, in one open.
      *> A failure on either leaves WS-OP-OK "N" and the caller puts
      *> both rows back to their journaled values.
       XF-SAVE-ACCOUNTS.
           MOVE "Y" TO WS-OP-OK

           OPEN I-O ACCOUNT-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-XF-PAYER-ID TO ACCT-EMP-ID
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE "N" TO WS-OP-OK
               NOT INVALID KEY
                   MOVE WS-XF-PAYER-CHECKING TO ACCT-CHECKING-BAL
                   MOVE WS-XF-PAYER-SAVINGS TO ACCT-SAVINGS-BAL
                   MOVE WS-XF-PAYER-LOAN TO ACCT-LOAN-BAL
                   REWRITE ACCOUNT-RECORD
                   IF WS-ACCOUNT-STATUS NOT = "00"
                       MOVE "N" TO WS-OP-OK
                   END-IF
           END-READ

           IF WS-OP-OK = "Y"
               MOVE WS-XF-PAYEE-ID TO ACCT-EMP-ID
               READ ACCOUNT-FILE
                   INVALID KEY
                       MOVE "N" TO WS-OP-OK
                   NOT INVALID KEY
                       MOVE WS-XF-PAYEE-CHECKING TO ACCT-CHECKING-BAL
                       MOVE WS-XF-PAYEE-SAVINGS TO ACCT-SAVINGS-BAL
                       MOVE WS-XF-PAYEE-LOAN TO ACCT-LOAN-BAL
                       REWRITE ACCOUNT-RECORD
                       IF WS-ACCOUNT-STATUS NOT = "00"
                           MOVE "N" TO WS-OP-OK
                       END-IF
               END-READ
           END-IF

           CLOSE ACCOUNT-FILE.

      *> Both pre-images go in one journal -- RECOVER-FROM-JOURNAL
      *> restores every line, so a crash anywhere between the first
      *> rewrite and the last ledger leg rolls both employees back.
       XF-WRITE-JOURNAL.
           OPEN OUTPUT JOURNAL-FILE
           IF WS-JOURNAL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-XF-PAYER-ID TO WS-JOURNAL-EMP-ID-TEXT
           MOVE WS-XF-PAYER-CHECKING TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT TO WS-JOURNAL-CHECKING-TEXT
           MOVE WS-XF-PAYER-SAVINGS TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT TO WS-JOURNAL-SAVINGS-TEXT
           MOVE WS-XF-PAYER-LOAN TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT TO WS-JOURNAL-LOAN-TEXT
           PERFORM XF-WRITE-JOURNAL-LINE

           MOVE WS-XF-PAYEE-ID TO WS-JOURNAL-EMP-ID-TEXT
           MOVE WS-XF-PAYEE-CHECKING TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT TO WS-JOURNAL-CHECKING-TEXT
           MOVE WS-XF-PAYEE-SAVINGS TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT TO WS-JOURNAL-SAVINGS-TEXT
           MOVE WS-XF-PAYEE-LOAN TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT TO WS-JOURNAL-LOAN-TEXT
           PERFORM XF-WRITE-JOURNAL-LINE

           CLOSE JOURNAL-FILE.

       XF-WRITE-JOURNAL-LINE.
           MOVE SPACES TO JOURNAL-LINE
           STRING FUNCTION TRIM(WS-JOURNAL-EMP-ID-TEXT)
                  "|"
                  FUNCTION TRIM(WS-JOURNAL-LOAN-TEXT)
             INTO JOURNAL-LINE
           END-STRING
           WRITE JOURNAL-LINE.

      *> Shared by the direct payment and the dual-control approval:
      *> WS-XF-PAYER-ID, WS-XF-PAYEE-ID and WS-XF-AMOUNT are set by
      *> the caller. Both rows are re-read under the lock because the
      *> balances on the screen may be stale by the time the money
      *> moves. Leaves WS-OP-OK "Y" only when the balances and all
      *> four ledger legs are on disk.
       XF-COMMIT-PAYMENT.
           MOVE "N" TO WS-OP-OK

           PERFORM ACQUIRE-ACCOUNT-LOCK
           IF WS-LOCK-RESULT NOT = "Y"
               EXIT PARAGRAPH
           END-IF

           PERFORM XF-READ-ACCOUNTS
           IF WS-XF-PAYER-ACCT-FOUND NOT = "Y"
              OR WS-XF-PAYEE-ACCT-FOUND NOT = "Y"
               PERFORM RELEASE-ACCOUNT-LOCK
               DISPLAY ANSI-LITERAL WITH NO ADVANCING
               DISPLAY "An account row is missing -- nothing posted."
               DISPLAY ANSI-BASE WITH NO ADVANCING
               EXIT PARAGRAPH
           END-IF

           IF WS-XF-AMOUNT > WS-XF-PAYER-CHECKING
               PERFORM RELEASE-ACCOUNT-LOCK
               DISPLAY ANSI-LITERAL WITH NO ADVANCING
               DISPLAY "Checking no longer covers the payment -- "
                   "nothing posted."
               DISPLAY ANSI-BASE WITH NO ADVANCING
               EXIT PARAGRAPH
           END-IF

           PERFORM XF-WRITE-JOURNAL

           SUBTRACT WS-XF-AMOUNT FROM WS-XF-PAYER-CHECKING
           ADD WS-XF-AMOUNT TO WS-XF-PAYEE-CHECKING

           PERFORM XF-SAVE-ACCOUNTS
           IF WS-OP-OK NOT = "Y"
               PERFORM XF-ROLL-BACK-PAYMENT
               PERFORM RELEASE-ACCOUNT-LOCK
               DISPLAY ANSI-LITERAL WITH NO ADVANCING
               DISPLAY "Unable to save account balances -- "
                   "nothing posted."
               DISPLAY ANSI-BASE WITH NO ADVANCING
               EXIT PARAGRAPH
           END-IF

           PERFORM XF-POST-PAYMENT-LEGS
           IF WS-OP-OK NOT = "Y"
               PERFORM XF-ROLL-BACK-PAYMENT
               PERFORM RELEASE-ACCOUNT-LOCK
               DISPLAY ANSI-LITERAL WITH NO ADVANCING
               DISPLAY "Ledger post failed. Balances rolled back."
               DISPLAY ANSI-BASE WITH NO ADVANCING
               EXIT PARAGRAPH
           END-IF

           PERFORM CLEAR-JOURNAL
           PERFORM RELEASE-ACCOUNT-LOCK.

      *> puts both rows back to their pre-images. The journal is only
      *> cleared once that rewrite has succeeded -- otherwise it is
      *> left for RECOVER-FROM-JOURNAL at the next sign-on.
       XF-ROLL-BACK-PAYMENT.
           ADD WS-XF-AMOUNT TO WS-XF-PAYER-CHECKING
           SUBTRACT WS-XF-AMOUNT FROM WS-XF-PAYEE-CHECKING
           PERFORM XF-SAVE-ACCOUNTS
           IF WS-OP-OK = "Y"
               PERFORM CLEAR-JOURNAL
           END-IF
           MOVE "N" TO WS-OP-OK.

       XF-POST-PAYMENT-LEGS.
           MOVE "Y" TO WS-OP-OK

           MOVE WS-XF-PAYER-ID TO WS-COA-EMP-ID
           MOVE "CHECKING" TO WS-COA-ACCOUNT
           PERFORM VALIDATE-GL-ACCOUNT
           IF WS-COA-RESULT = "Y"
               MOVE "EMP_XFER_CLEARING" TO WS-COA-ACCOUNT
               PERFORM VALIDATE-GL-ACCOUNT
           END-IF
           IF WS-COA-RESULT NOT = "Y"
               MOVE "N" TO WS-OP-OK
               EXIT PARAGRAPH
           END-IF

           PERFORM GET-NEXT-TX-ID
           IF WS-OP-OK NOT = "Y"
               EXIT PARAGRAPH
               EXIT PARAGRAPH
           END-IF

           OPEN I-O LEDGER-FILE
           IF WS-LEDGER-STATUS NOT = "00"
               MOVE "N" TO WS-OP-OK
               EXIT PARAGRAPH
           END-IF

           MOVE WS-XF-AMOUNT TO WS-POST-AMOUNT

           MOVE WS-XF-PAYER-ID TO WS-XF-LEG-EMP-ID
           MOVE "DEBIT" TO WS-ENTRY-TYPE
           MOVE "CHECKING" TO WS-ENTRY-ACCOUNT
           MOVE "EMP_TRANSFER_OUT" TO WS-ENTRY-MEMO
           PERFORM XF-WRITE-ONE-LEG

           MOVE "CREDIT" TO WS-ENTRY-TYPE
           MOVE "EMP_XFER_CLEARING" TO WS-ENTRY-ACCOUNT
           PERFORM XF-WRITE-ONE-LEG

           MOVE WS-XF-PAYEE-ID TO WS-XF-LEG-EMP-ID
           MOVE "DEBIT" TO WS-ENTRY-TYPE
           MOVE "EMP_XFER_CLEARING" TO WS-ENTRY-ACCOUNT
           MOVE "EMP_TRANSFER_IN" TO WS-ENTRY-MEMO
           PERFORM XF-WRITE-ONE-LEG

           MOVE "CREDIT" TO WS-ENTRY-TYPE
           MOVE "CHECKING" TO WS-ENTRY-ACCOUNT
           PERFORM XF-WRITE-ONE-LEG

           CLOSE LEDGER-FILE.

       XF-WRITE-ONE-LEG.
           ADD 1 TO WS-TX-LEG
           MOVE WS-TX-ID TO LEDG-TX-ID
           MOVE WS-TX-LEG TO LEDG-LEG
           MOVE WS-XF-LEG-EMP-ID TO LEDG-EMP-ID
           MOVE WS-TIMESTAMP TO LEDG-TIMESTAMP
           MOVE WS-ENTRY-TYPE TO LEDG-ENTRY-TYPE
           MOVE WS-ENTRY-ACCOUNT TO LEDG-ACCOUNT
           MOVE WS-POST-AMOUNT TO LEDG-AMOUNT
           MOVE WS-ENTRY-MEMO TO LEDG-MEMO

           WRITE LEDGER-RECORD
               INVALID KEY
                   MOVE "N" TO WS-OP-OK
           END-WRITE.

      *> each side of the payment gets its own audit row under its
      *> own employee id, so either party's audit trail shows the
      *> money moving without reading the other's.
       XF-AUDIT-BOTH-PARTIES.
           MOVE WS-XF-AMOUNT TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT TO WS-AMOUNT-TEXT
           MOVE WS-TX-ID TO WS-TX-ID-TEXT

           MOVE WS-XF-PAYER-ID TO WS-XF-AUDIT-EMP-ID
           MOVE "EMP_TRANSFER_SENT" TO WS-AUDIT-EVENT-TYPE
           MOVE SPACES TO WS-AUDIT-DETAIL
           STRING "paid employee " WS-XF-PAYEE-ID
                  " amount=" FUNCTION TRIM(WS-AMOUNT-TEXT)
                  " tx " FUNCTION TRIM(WS-TX-ID-TEXT)
             INTO WS-AUDIT-DETAIL
           END-STRING
           PERFORM XF-RECORD-PARTY-AUDIT

           MOVE WS-XF-PAYEE-ID TO WS-XF-AUDIT-EMP-ID
           MOVE "EMP_TRANSFER_RECVD" TO WS-AUDIT-EVENT-TYPE
           MOVE SPACES TO WS-AUDIT-DETAIL
           STRING "received from employee " WS-XF-PAYER-ID
                  " amount=" FUNCTION TRIM(WS-AMOUNT-TEXT)
                  " tx " FUNCTION TRIM(WS-TX-ID-TEXT)
             INTO WS-AUDIT-DETAIL
           END-STRING
           PERFORM XF-RECORD-PARTY-AUDIT.

       XF-RECORD-PARTY-AUDIT.
           CALL "RECORD-AUDIT-EVENT"
               USING WS-XF-AUDIT-EMP-ID
                     WS-AUDIT-PROGRAM
                     WS-AUDIT-EVENT-TYPE
                     WS-AUDIT-DETAIL
           END-CALL.

      *> ----------------------------------------------------------
      *> Dual-control queue. QUEUE-PENDING-TRANSFER books the
      *> request; WORK-PENDING-TRANSFERS is the supervisor review
      *> screen. Only approval moves the balances and writes the
      *> ledger legs -- under the same lock/journal discipline every
      *> other writer uses, against the requester's account.
      *> ----------------------------------------------------------
       QUEUE-PENDING-TRANSFER.
           PERFORM LOAD-PENDING-TRANSFERS
           IF WS-PT-COUNT >= 100
               DISPLAY ANSI-LITERAL WITH NO ADVANCING
               DISPLAY "Pending-transfer queue is full -- ask a "
                   "supervisor to work it down."
               DISPLAY ANSI-BASE WITH NO ADVANCING
               EXIT PARAGRAPH
           END-IF

           PERFORM BUILD-TIMESTAMP
           ADD 1 TO WS-PT-COUNT
           ADD 1 TO WS-PT-MAX-ID
           MOVE WS-PT-MAX-ID TO WS-PT-ID(WS-PT-COUNT)
           MOVE WS-TIMESTAMP TO WS-PT-TS(WS-PT-COUNT)
           MOVE EMP-ID OF LK-EMPLOYEE-RECORD
             TO WS-PT-EMP-ID(WS-PT-COUNT)
           MOVE WS-PT-QUEUE-DIR TO WS-PT-DIRECTION(WS-PT-COUNT)
           IF WS-PT-QUEUE-DIR = "EMP2EMP"
               MOVE WS-XF-PAYEE-ID TO WS-PT-PAYEE-ID(WS-PT-COUNT)
           ELSE
               MOVE 0 TO WS-PT-PAYEE-ID(WS-PT-COUNT)
           END-IF
           MOVE WS-TRANSFER-AMOUNT TO WS-PT-AMOUNT(WS-PT-COUNT)
           MOVE "PENDING" TO WS-PT-STATUS(WS-PT-COUNT)
           MOVE SPACES TO WS-PT-BY(WS-PT-COUNT)
           MOVE SPACES TO WS-PT-AT(WS-PT-COUNT)
           PERFORM SAVE-PENDING-TRANSFERS

           MOVE WS-PT-MAX-ID TO WS-PT-ID-EDIT
           DISPLAY ANSI-COMMENT WITH NO ADVANCING
           DISPLAY "Transfer is over the dual-control threshold -- "
               "queued as request #"
               FUNCTION TRIM(WS-PT-ID-EDIT)
               " for supervisor approval. No money has moved."
           DISPLAY ANSI-BASE WITH NO ADVANCING

           MOVE "TRANSFER_QUEUED" TO WS-AUDIT-EVENT-TYPE
           MOVE SPACES TO WS-AUDIT-DETAIL
           STRING "request #" FUNCTION TRIM(WS-PT-ID-EDIT)
                  " " FUNCTION TRIM(WS-PT-QUEUE-DIR)
                  " " FUNCTION TRIM(WS-AMOUNT-IN)
             INTO WS-AUDIT-DETAIL
           END-STRING
           PERFORM RECORD-BANKING-AUDIT.

       WORK-PENDING-TRANSFERS.
           PERFORM CLEAR-SCREEN
           DISPLAY ANSI-KEYWORD WITH NO ADVANCING
           DISPLAY "Pending High-Value Transfers"
           DISPLAY ANSI-COMMENT WITH NO ADVANCING
           DISPLAY "----------------------------------------------"

           PERFORM LOAD-PENDING-TRANSFERS

           MOVE 0 TO WS-PT-OPEN-COUNT
           DISPLAY ANSI-IDENT WITH NO ADVANCING
           DISPLAY "REQ#    REQUESTED            EMP   DIRECTION  "
               "AMOUNT"
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                   UNTIL WS-PT-IDX > WS-PT-COUNT
               IF WS-PT-STATUS(WS-PT-IDX) = "PENDING"
                   ADD 1 TO WS-PT-OPEN-COUNT
                   MOVE WS-PT-ID(WS-PT-IDX) TO WS-PT-ID-EDIT
                   MOVE WS-PT-AMOUNT(WS-PT-IDX) TO WS-AMOUNT-DISPLAY
                   DISPLAY WS-PT-ID-EDIT "  "
                       WS-PT-TS(WS-PT-IDX) "  "
                       WS-PT-EMP-ID(WS-PT-IDX) "  "
                       WS-PT-DIRECTION(WS-PT-IDX) "    $"
                       WS-AMOUNT-DISPLAY
                   IF WS-PT-DIRECTION(WS-PT-IDX) = "EMP2EMP"
                       DISPLAY "        pays employee "
                           WS-PT-PAYEE-ID(WS-PT-IDX)
                   END-IF
               END-IF
           END-PERFORM

           IF WS-PT-OPEN-COUNT = 0
               DISPLAY "Queue is clear -- no pending transfers."
               DISPLAY ANSI-BASE WITH NO ADVANCING
               PERFORM WAIT-FOR-ENTER
               EXIT PARAGRAPH
           END-IF

           DISPLAY " "
           DISPLAY ANSI-KEYWORD WITH NO ADVANCING
           DISPLAY "Request id to work (blank to return) : "
               WITH NO ADVANCING
           DISPLAY ANSI-INPUT WITH NO ADVANCING
           DISPLAY "______ " WITH NO ADVANCING
           DISPLAY ANSI-BASE WITH NO ADVANCING
           MOVE SPACES TO WS-PT-ID-IN
           ACCEPT WS-PT-ID-IN

           IF FUNCTION TRIM(WS-PT-ID-IN) = SPACES
               EXIT PARAGRAPH
           END-IF

           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-PT-ID-IN))
              NOT = 0
               DISPLAY ANSI-LITERAL WITH NO ADVANCING
               DISPLAY "Not a valid request id."
               DISPLAY ANSI-BASE WITH NO ADVANCING
               PERFORM WAIT-FOR-ENTER
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-PT-ID-IN))
             TO WS-PT-PICK-ID

           MOVE 0 TO WS-PT-FOUND-IDX
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                   UNTIL WS-PT-IDX > WS-PT-COUNT
                   OR WS-PT-FOUND-IDX > 0
               IF WS-PT-ID(WS-PT-IDX) = WS-PT-PICK-ID
                  AND WS-PT-STATUS(WS-PT-IDX) = "PENDING"
                   MOVE WS-PT-IDX TO WS-PT-FOUND-IDX
               END-IF
           END-PERFORM

           IF WS-PT-FOUND-IDX = 0
               DISPLAY ANSI-LITERAL WITH NO ADVANCING
               DISPLAY "No pending request with that id."
               DISPLAY ANSI-BASE WITH NO ADVANCING
               PERFORM WAIT-FOR-ENTER
               EXIT PARAGRAPH
           END-IF

      *> dual control means dual people -- the reviewer may not
      *> approve a transfer they asked for themselves.
           IF WS-PT-EMP-ID(WS-PT-FOUND-IDX) =
              EMP-ID OF LK-EMPLOYEE-RECORD
               DISPLAY ANSI-LITERAL WITH NO ADVANCING
               DISPLAY "You requested this transfer -- another "
                   "supervisor must decide it."
               DISPLAY ANSI-BASE WITH NO ADVANCING
               MOVE "ACCESS_DENIED" TO WS-AUDIT-EVENT-TYPE
               MOVE SPACES TO WS-AUDIT-DETAIL
               STRING "self-approval refused on pending transfer #"
                      FUNCTION TRIM(WS-PT-ID-IN)
                 INTO WS-AUDIT-DETAIL
               END-STRING
               PERFORM RECORD-BANKING-AUDIT
               PERFORM WAIT-FOR-ENTER
               EXIT PARAGRAPH
           END-IF

      *> nor may the employee a payment would be paid to.
           IF WS-PT-PAYEE-ID(WS-PT-FOUND-IDX) =
              EMP-ID OF LK-EMPLOYEE-RECORD
               DISPLAY ANSI-LITERAL WITH NO ADVANCING
               DISPLAY "You are the payee on this transfer -- another "
                   "supervisor must decide it."
               DISPLAY ANSI-BASE WITH NO ADVANCING
               MOVE "ACCESS_DENIED" TO WS-AUDIT-EVENT-TYPE
               MOVE SPACES TO WS-AUDIT-DETAIL
               STRING "payee self-approval refused on pending "
                      "transfer #" FUNCTION TRIM(WS-PT-ID-IN)
                 INTO WS-AUDIT-DETAIL
               END-STRING
               PERFORM RECORD-BANKING-AUDIT
               PERFORM WAIT-FOR-ENTER
               EXIT PARAGRAPH
           END-IF

           DISPLAY ANSI-KEYWORD WITH NO ADVANCING
           DISPLAY "Approve or Reject? (A/R) : " WITH NO ADVANCING
           DISPLAY ANSI-INPUT WITH NO ADVANCING
           DISPLAY "_ " WITH NO ADVANCING
           DISPLAY ANSI-BASE WITH NO ADVANCING
           MOVE SPACE TO WS-PT-DECIDE-IN
           ACCEPT WS-PT-DECIDE-IN

           PERFORM BUILD-TIMESTAMP
           EVALUATE WS-PT-DECIDE-IN
               WHEN "A"
               WHEN "a"
                   PERFORM PT-APPROVE-TRANSFER
               WHEN "R"
               WHEN "r"
                   PERFORM PT-REJECT-TRANSFER
               WHEN OTHER
                   DISPLAY ANSI-COMMENT WITH NO ADVANCING
                   DISPLAY "No decision recorded."
                   DISPLAY ANSI-BASE WITH NO ADVANCING
           END-EVALUATE

           PERFORM WAIT-FOR-ENTER.

       PT-REJECT-TRANSFER.
           MOVE "REJECTED" TO WS-PT-STATUS(WS-PT-FOUND-IDX)
           MOVE EMP-ID OF LK-EMPLOYEE-RECORD TO WS-EMP-ID-TEXT
           MOVE WS-EMP-ID-TEXT TO WS-PT-BY(WS-PT-FOUND-IDX)
           MOVE WS-TIMESTAMP TO WS-PT-AT(WS-PT-FOUND-IDX)
           PERFORM SAVE-PENDING-TRANSFERS

           DISPLAY ANSI-COMMENT WITH NO ADVANCING
           DISPLAY "Request rejected -- no money moved."
           DISPLAY ANSI-BASE WITH NO ADVANCING

           MOVE "TRANSFER_DENIED" TO WS-AUDIT-EVENT-TYPE
           MOVE SPACES TO WS-AUDIT-DETAIL
           STRING "pending transfer #" FUNCTION TRIM(WS-PT-ID-IN)
                  " rejected"
             INTO WS-AUDIT-DETAIL
           END-STRING
           PERFORM RECORD-BANKING-AUDIT.

      *> Approval is where the money finally moves: requester's
      *> balances under the account lock with a pre-commit journal,
      *> then the same transfer ledger legs the direct path would
      *> have written, then the queue row stamped APPROVED. Any
      *> failure rolls back and leaves the request pending.
       PT-APPROVE-TRANSFER.
           IF WS-PT-DIRECTION(WS-PT-FOUND-IDX) = "EMP2EMP"
               PERFORM PT-APPROVE-EMP-PAYMENT
               EXIT PARAGRAPH
           END-IF

           PERFORM ACQUIRE-ACCOUNT-LOCK
           IF WS-LOCK-RESULT NOT = "Y"
               EXIT PARAGRAPH
           END-IF

           PERFORM PT-READ-TARGET-ACCOUNT
           IF WS-PT-TGT-FOUND NOT = "Y"
               PERFORM RELEASE-ACCOUNT-LOCK
               DISPLAY ANSI-LITERAL WITH NO ADVANCING
               DISPLAY "No account row for the requester -- "
                   "request left pending."
               DISPLAY ANSI-BASE WITH NO ADVANCING
               EXIT PARAGRAPH
           END-IF

           IF WS-PT-DIRECTION(WS-PT-FOUND-IDX) = "CHK2SAV"
              AND WS-PT-AMOUNT(WS-PT-FOUND-IDX) > WS-PT-TGT-CHECKING
               PERFORM RELEASE-ACCOUNT-LOCK
               DISPLAY ANSI-LITERAL WITH NO ADVANCING
               DISPLAY "Checking no longer covers the amount -- "
                   "request left pending."
               DISPLAY ANSI-BASE WITH NO ADVANCING
               EXIT PARAGRAPH
           END-IF

           IF WS-PT-DIRECTION(WS-PT-FOUND-IDX) = "SAV2CHK"
              AND WS-PT-AMOUNT(WS-PT-FOUND-IDX) > WS-PT-TGT-SAVINGS
               PERFORM RELEASE-ACCOUNT-LOCK
               DISPLAY ANSI-LITERAL WITH NO ADVANCING
               DISPLAY "Savings no longer covers the amount -- "
                   "request left pending."
               DISPLAY ANSI-BASE WITH NO ADVANCING
               EXIT PARAGRAPH
           END-IF

           PERFORM PT-WRITE-JOURNAL

           IF WS-PT-DIRECTION(WS-PT-FOUND-IDX) = "CHK2SAV"
               SUBTRACT WS-PT-AMOUNT(WS-PT-FOUND-IDX)
                 FROM WS-PT-TGT-CHECKING
               ADD WS-PT-AMOUNT(WS-PT-FOUND-IDX)
                 TO WS-PT-TGT-SAVINGS
           ELSE
               SUBTRACT WS-PT-AMOUNT(WS-PT-FOUND-IDX)
                 FROM WS-PT-TGT-SAVINGS
               ADD WS-PT-AMOUNT(WS-PT-FOUND-IDX)
                 TO WS-PT-TGT-CHECKING
           END-IF

           PERFORM PT-SAVE-TARGET-ACCOUNT
           IF WS-OP-OK NOT = "Y"
               PERFORM CLEAR-JOURNAL
               PERFORM RELEASE-ACCOUNT-LOCK
               DISPLAY ANSI-LITERAL WITH NO ADVANCING
               DISPLAY "Unable to save the requester's account -- "
                   "request left pending."
               DISPLAY ANSI-BASE WITH NO ADVANCING
               EXIT PARAGRAPH
           END-IF

           PERFORM PT-POST-TRANSFER-LEGS
           IF WS-OP-OK NOT = "Y"
               IF WS-PT-DIRECTION(WS-PT-FOUND-IDX) = "CHK2SAV"
                   ADD WS-PT-AMOUNT(WS-PT-FOUND-IDX)
                     TO WS-PT-TGT-CHECKING
                   SUBTRACT WS-PT-AMOUNT(WS-PT-FOUND-IDX)
                     FROM WS-PT-TGT-SAVINGS
               ELSE
                   ADD WS-PT-AMOUNT(WS-PT-FOUND-IDX)
                     TO WS-PT-TGT-SAVINGS
                   SUBTRACT WS-PT-AMOUNT(WS-PT-FOUND-IDX)
                     FROM WS-PT-TGT-CHECKING
               END-IF
               PERFORM PT-SAVE-TARGET-ACCOUNT
               PERFORM CLEAR-JOURNAL
               PERFORM RELEASE-ACCOUNT-LOCK
               DISPLAY ANSI-LITERAL WITH NO ADVANCING
               DISPLAY "Ledger post failed. Balances rolled back -- "
                   "request left pending."
               DISPLAY ANSI-BASE WITH NO ADVANCING
               EXIT PARAGRAPH
           END-IF

           PERFORM CLEAR-JOURNAL
           PERFORM RELEASE-ACCOUNT-LOCK

      *> a supervisor approving their own session's... cannot happen
      *> (self-approval is refused), so the signed-on WS-CUR-*
      *> balances never need refreshing here.
           MOVE "APPROVED" TO WS-PT-STATUS(WS-PT-FOUND-IDX)
           MOVE EMP-ID OF LK-EMPLOYEE-RECORD TO WS-EMP-ID-TEXT
           MOVE WS-EMP-ID-TEXT TO WS-PT-BY(WS-PT-FOUND-IDX)
           MOVE WS-TIMESTAMP TO WS-PT-AT(WS-PT-FOUND-IDX)
           PERFORM SAVE-PENDING-TRANSFERS

      *> the compliance file still gets its high-value alert -- now
      *> recording an approved movement instead of a detected one.
           MOVE WS-PT-EMP-ID(WS-PT-FOUND-IDX) TO WS-EMP-ID-TEXT
           MOVE WS-PT-AMOUNT(WS-PT-FOUND-IDX) TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT TO WS-AMOUNT-TEXT
           MOVE "HIGH_VALUE_TRANSFER" TO WS-ALERT-TYPE
           MOVE "HIGH" TO WS-ALERT-SEVERITY
           MOVE SPACES TO WS-ALERT-DETAIL
           STRING "amount=" FUNCTION TRIM(WS-AMOUNT-TEXT)
                  " approved by "
                  EMP-ID OF LK-EMPLOYEE-RECORD
             INTO WS-ALERT-DETAIL
           END-STRING
           PERFORM APPEND-ALERT-RECORD

           DISPLAY ANSI-COMMENT WITH NO ADVANCING
           DISPLAY "Transfer approved and posted."
           DISPLAY ANSI-BASE WITH NO ADVANCING

           MOVE "TRANSFER_APPROVED" TO WS-AUDIT-EVENT-TYPE
           MOVE SPACES TO WS-AUDIT-DETAIL
           STRING "pending transfer #" FUNCTION TRIM(WS-PT-ID-IN)
                  " posted for employee "
                  WS-PT-EMP-ID(WS-PT-FOUND-IDX)
             INTO WS-AUDIT-DETAIL
           END-STRING
           PERFORM RECORD-BANKING-AUDIT.

      *> An approved employee-to-employee payment moves both rows
      *> through the same commit the direct path uses. The approver
      *> is neither payer nor payee (WORK-PENDING-TRANSFERS refuses
      *> both), so the signed-on WS-CUR-* balances never change.
       PT-APPROVE-EMP-PAYMENT.
           MOVE WS-PT-EMP-ID(WS-PT-FOUND-IDX) TO WS-XF-PAYER-ID
           MOVE WS-PT-PAYEE-ID(WS-PT-FOUND-IDX) TO WS-XF-PAYEE-ID
           MOVE WS-PT-AMOUNT(WS-PT-FOUND-IDX) TO WS-XF-AMOUNT

           PERFORM XF-COMMIT-PAYMENT
           IF WS-OP-OK NOT = "Y"
               DISPLAY ANSI-LITERAL WITH NO ADVANCING
               DISPLAY "Request left pending."
               DISPLAY ANSI-BASE WITH NO ADVANCING
               EXIT PARAGRAPH
           END-IF

           MOVE "APPROVED" TO WS-PT-STATUS(WS-PT-FOUND-IDX)
           MOVE EMP-ID OF LK-EMPLOYEE-RECORD TO WS-EMP-ID-TEXT
           MOVE WS-EMP-ID-TEXT TO WS-PT-BY(WS-PT-FOUND-IDX)
           MOVE WS-TIMESTAMP TO WS-PT-AT(WS-PT-FOUND-IDX)
           PERFORM SAVE-PENDING-TRANSFERS

           MOVE WS-XF-PAYER-ID TO WS-EMP-ID-TEXT
           MOVE WS-XF-AMOUNT TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT TO WS-AMOUNT-TEXT
           MOVE "HIGH_VALUE_TRANSFER" TO WS-ALERT-TYPE
           MOVE "HIGH" TO WS-ALERT-SEVERITY
           MOVE SPACES TO WS-ALERT-DETAIL
           STRING "amount=" FUNCTION TRIM(WS-AMOUNT-TEXT)
                  " to employee " WS-XF-PAYEE-ID
                  " approved by "
                  EMP-ID OF LK-EMPLOYEE-RECORD
             INTO WS-ALERT-DETAIL
           END-STRING
           PERFORM APPEND-ALERT-RECORD

           DISPLAY ANSI-COMMENT WITH NO ADVANCING
           DISPLAY "Payment approved and posted under tx "
               WS-TX-ID "."
           DISPLAY ANSI-BASE WITH NO ADVANCING

           PERFORM XF-AUDIT-BOTH-PARTIES

           MOVE "TRANSFER_APPROVED" TO WS-AUDIT-EVENT-TYPE
           MOVE SPACES TO WS-AUDIT-DETAIL
           STRING "pending transfer #" FUNCTION TRIM(WS-PT-ID-IN)
                  " posted, employee " WS-XF-PAYER-ID
                  " paid employee " WS-XF-PAYEE-ID
             INTO WS-AUDIT-DETAIL
           END-STRING
           PERFORM RECORD-BANKING-AUDIT.

       PT-READ-TARGET-ACCOUNT.
           MOVE "N" TO WS-PT-TGT-FOUND

           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCOUNT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-PT-EMP-ID(WS-PT-FOUND-IDX) TO ACCT-EMP-ID
           READ ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-PT-TGT-FOUND
                   MOVE ACCT-CHECKING-BAL TO WS-PT-TGT-CHECKING
                   MOVE ACCT-SAVINGS-BAL TO WS-PT-TGT-SAVINGS
                   MOVE ACCT-LOAN-BAL TO WS-PT-TGT-LOAN
           END-READ

           CLOSE ACCOUNT-FILE.

       PT-SAVE-TARGET-ACCOUNT.
           MOVE "Y" TO WS-OP-OK

           OPEN I-O ACCOUNT-FILE
           IF WS-ACCOUNT-STATUS NOT = "00"
               MOVE "N" TO WS-OP-OK
               EXIT PARAGRAPH
           END-IF

           MOVE WS-PT-EMP-ID(WS-PT-FOUND-IDX) TO ACCT-EMP-ID
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE "N" TO WS-OP-OK
               NOT INVALID KEY
                   MOVE WS-PT-TGT-CHECKING TO ACCT-CHECKING-BAL
                   MOVE WS-PT-TGT-SAVINGS TO ACCT-SAVINGS-BAL
                   MOVE WS-PT-TGT-LOAN TO ACCT-LOAN-BAL
                   REWRITE ACCOUNT-RECORD
                   IF WS-ACCOUNT-STATUS NOT = "00"
                       MOVE "N" TO WS-OP-OK
                   END-IF
           END-READ

           CLOSE ACCOUNT-FILE.

      *> Same pre-commit journal format WRITE-JOURNAL-ENTRY uses, so
      *> RECOVER-FROM-JOURNAL can roll an interrupted approval back
      *> regardless of whose account it touched.
       PT-WRITE-JOURNAL.
           MOVE WS-PT-EMP-ID(WS-PT-FOUND-IDX)
             TO WS-JOURNAL-EMP-ID-TEXT
           MOVE WS-PT-TGT-CHECKING TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT TO WS-JOURNAL-CHECKING-TEXT
           MOVE WS-PT-TGT-SAVINGS TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT TO WS-JOURNAL-SAVINGS-TEXT
           MOVE WS-PT-TGT-LOAN TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT TO WS-JOURNAL-LOAN-TEXT

           MOVE SPACES TO JOURNAL-LINE
           STRING FUNCTION TRIM(WS-JOURNAL-EMP-ID-TEXT)
                  "|"
                  FUNCTION TRIM(WS-JOURNAL-CHECKING-TEXT)
                  "|"
                  FUNCTION TRIM(WS-JOURNAL-SAVINGS-TEXT)
                  "|"
                  FUNCTION TRIM(WS-JOURNAL-LOAN-TEXT)
             INTO JOURNAL-LINE
           END-STRING

           OPEN OUTPUT JOURNAL-FILE
           IF WS-JOURNAL-STATUS = "00"
               WRITE JOURNAL-LINE
               CLOSE JOURNAL-FILE
           END-IF.

      *> The legs carry the requester's employee id and the same
      *> memos the direct transfer path writes, so statements, the
      *> recent-ledger screen and the audits read identically.
       PT-POST-TRANSFER-LEGS.
           MOVE "Y" TO WS-OP-OK

           MOVE WS-PT-EMP-ID(WS-PT-FOUND-IDX) TO WS-COA-EMP-ID
           MOVE "CHECKING" TO WS-COA-ACCOUNT
           PERFORM VALIDATE-GL-ACCOUNT
           IF WS-COA-RESULT = "Y"
               MOVE "SAVINGS" TO WS-COA-ACCOUNT
               PERFORM VALIDATE-GL-ACCOUNT
           END-IF
           IF WS-COA-RESULT NOT = "Y"
               MOVE "N" TO WS-OP-OK
               EXIT PARAGRAPH
           END-IF

           PERFORM GET-NEXT-TX-ID
           IF WS-OP-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF

           PERFORM BUILD-TIMESTAMP
           PERFORM ENSURE-LEDGER-FILE
           IF WS-OP-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF

           OPEN I-O LEDGER-FILE
           IF WS-LEDGER-STATUS NOT = "00"
               MOVE "N" TO WS-OP-OK
               EXIT PARAGRAPH
           END-IF

           IF WS-PT-DIRECTION(WS-PT-FOUND-IDX) = "CHK2SAV"
               MOVE "CHECKING" TO WS-DEBIT-ACCOUNT
               MOVE "SAVINGS" TO WS-CREDIT-ACCOUNT
               MOVE "TRANSFER_TO_SAVINGS" TO WS-POST-MEMO
           ELSE
               MOVE "SAVINGS" TO WS-DEBIT-ACCOUNT
               MOVE "CHECKING" TO WS-CREDIT-ACCOUNT
               MOVE "TRANSFER_TO_CHECKING" TO WS-POST-MEMO
           END-IF
           MOVE WS-PT-AMOUNT(WS-PT-FOUND-IDX) TO WS-POST-AMOUNT

           MOVE "DEBIT" TO WS-ENTRY-TYPE
           MOVE WS-DEBIT-ACCOUNT TO WS-ENTRY-ACCOUNT
           MOVE WS-POST-MEMO TO WS-ENTRY-MEMO
           PERFORM PT-WRITE-ONE-LEG

           MOVE "CREDIT" TO WS-ENTRY-TYPE
           MOVE WS-CREDIT-ACCOUNT TO WS-ENTRY-ACCOUNT
           MOVE WS-POST-MEMO TO WS-ENTRY-MEMO
           PERFORM PT-WRITE-ONE-LEG

           CLOSE LEDGER-FILE.

       PT-WRITE-ONE-LEG.
           ADD 1 TO WS-TX-LEG
           MOVE WS-TX-ID TO LEDG-TX-ID
           MOVE WS-TX-LEG TO LEDG-LEG
           MOVE WS-PT-EMP-ID(WS-PT-FOUND-IDX) TO LEDG-EMP-ID
           MOVE WS-TIMESTAMP TO LEDG-TIMESTAMP
           MOVE WS-ENTRY-TYPE TO LEDG-ENTRY-TYPE
           MOVE WS-ENTRY-ACCOUNT TO LEDG-ACCOUNT
           MOVE WS-POST-AMOUNT TO LEDG-AMOUNT
           MOVE WS-ENTRY-MEMO TO LEDG-MEMO

           WRITE LEDGER-RECORD
               INVALID KEY
                   MOVE "N" TO WS-OP-OK
           END-WRITE.

       LOAD-PENDING-TRANSFERS.
           MOVE 0 TO WS-PT-COUNT WS-PT-MAX-ID
           MOVE "N" TO WS-EOF

           OPEN INPUT PENDING-FILE
           IF WS-PENDING-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF = "Y"
               READ PENDING-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF WS-PT-COUNT < 100
                           PERFORM PARSE-PENDING-LINE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE PENDING-FILE.

       PARSE-PENDING-LINE.
           MOVE 0 TO WS-FIELD-COUNT
           MOVE SPACES TO WS-PT-ID-TEXT
                          WS-PT-TS-TEXT
                          WS-PT-EMP-TEXT
                          WS-PT-DIR-TEXT
                          WS-PT-AMOUNT-TEXT
                          WS-PT-STATUS-TEXT
                          WS-PT-BY-TEXT
                          WS-PT-AT-TEXT
                          WS-PT-PAYEE-TEXT

           UNSTRING PENDING-LINE DELIMITED BY "|"
               INTO WS-PT-ID-TEXT
                    WS-PT-TS-TEXT
                    WS-PT-EMP-TEXT
                    WS-PT-DIR-TEXT
                    WS-PT-AMOUNT-TEXT
                    WS-PT-STATUS-TEXT
                    WS-PT-BY-TEXT
                    WS-PT-AT-TEXT
                    WS-PT-PAYEE-TEXT
               TALLYING IN WS-FIELD-COUNT
           END-UNSTRING

           IF WS-FIELD-COUNT < 6
               EXIT PARAGRAPH
           END-IF

           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-PT-ID-TEXT))
              NOT = 0
              OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-PT-EMP-TEXT))
                 NOT = 0
              OR FUNCTION TEST-NUMVAL(
                 FUNCTION TRIM(WS-PT-AMOUNT-TEXT)) NOT = 0
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-PT-COUNT
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-PT-ID-TEXT))
             TO WS-PT-ID(WS-PT-COUNT)
           MOVE FUNCTION TRIM(WS-PT-TS-TEXT)
             TO WS-PT-TS(WS-PT-COUNT)
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-PT-EMP-TEXT))
             TO WS-PT-EMP-ID(WS-PT-COUNT)
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PT-DIR-TEXT))
             TO WS-PT-DIRECTION(WS-PT-COUNT)
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-PT-AMOUNT-TEXT))
             TO WS-PT-AMOUNT(WS-PT-COUNT)
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PT-STATUS-TEXT))
             TO WS-PT-STATUS(WS-PT-COUNT)
           MOVE FUNCTION TRIM(WS-PT-BY-TEXT)
             TO WS-PT-BY(WS-PT-COUNT)
           MOVE FUNCTION TRIM(WS-PT-AT-TEXT)
             TO WS-PT-AT(WS-PT-COUNT)
           MOVE 0 TO WS-PT-PAYEE-ID(WS-PT-COUNT)
           IF FUNCTION TRIM(WS-PT-PAYEE-TEXT) NOT = SPACES
              AND FUNCTION TEST-NUMVAL(
                  FUNCTION TRIM(WS-PT-PAYEE-TEXT)) = 0
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-PT-PAYEE-TEXT))
                 TO WS-PT-PAYEE-ID(WS-PT-COUNT)
           END-IF

           IF WS-PT-ID(WS-PT-COUNT) > WS-PT-MAX-ID
               MOVE WS-PT-ID(WS-PT-COUNT) TO WS-PT-MAX-ID
           END-IF.

       SAVE-PENDING-TRANSFERS.
           OPEN OUTPUT PENDING-FILE
           IF WS-PENDING-STATUS NOT = "00"
               DISPLAY ANSI-LITERAL WITH NO ADVANCING
               DISPLAY "WARNING: could not rewrite the pending "
                   "transfer file -- change lost."
               DISPLAY ANSI-BASE WITH NO ADVANCING
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                   UNTIL WS-PT-IDX > WS-PT-COUNT
               PERFORM WRITE-PENDING-ROW
           END-PERFORM

           CLOSE PENDING-FILE.

       WRITE-PENDING-ROW.
           MOVE WS-PT-ID(WS-PT-IDX) TO WS-PT-ID-EDIT
           MOVE WS-PT-EMP-ID(WS-PT-IDX) TO WS-PT-EMP-TEXT
           MOVE WS-PT-AMOUNT(WS-PT-IDX) TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT TO WS-PT-AMOUNT-TEXT
           MOVE SPACES TO PENDING-LINE
           MOVE 1 TO WS-PT-LINE-PTR
           STRING FUNCTION TRIM(WS-PT-ID-EDIT)
                  "|"
                  WS-PT-TS(WS-PT-IDX)
                  "|"
                  FUNCTION TRIM(WS-PT-EMP-TEXT)
                  "|"
                  FUNCTION TRIM(WS-PT-DIRECTION(WS-PT-IDX))
                  "|"
                  FUNCTION TRIM(WS-PT-AMOUNT-TEXT)
                  "|"
                  FUNCTION TRIM(WS-PT-STATUS(WS-PT-IDX))
                  "|"
                  FUNCTION TRIM(WS-PT-BY(WS-PT-IDX))
                  "|"
                  FUNCTION TRIM(WS-PT-AT(WS-PT-IDX))
             INTO PENDING-LINE
             WITH POINTER WS-PT-LINE-PTR
           END-STRING
           IF WS-PT-PAYEE-ID(WS-PT-IDX) NOT = 0
               MOVE WS-PT-PAYEE-ID(WS-PT-IDX) TO WS-PT-PAYEE-TEXT
               STRING "|" FUNCTION TRIM(WS-PT-PAYEE-TEXT)
                 INTO PENDING-LINE
                 WITH POINTER WS-PT-LINE-PTR
               END-STRING
           END-IF
           WRITE PENDING-LINE.

      *> Shows the signed-on employee's most recent monthly statement
      *> by probing data/statements/EMP<id>_<YYYYMM>.txt backwards
      *> from the current month (up to a year). Statements are
      *> written by BANK-STATEMENT-BATCH after each ledger close.
       VIEW-MY-STATEMENT.
           PERFORM CLEAR-SCREEN
           PERFORM BUILD-TIMESTAMP

           MOVE EMP-ID OF LK-EMPLOYEE-RECORD TO WS-STMT-EMP-TEXT
           MOVE FUNCTION NUMVAL(WS-CURRENT-DATE(1:4)) TO WS-STMT-YEAR
           MOVE FUNCTION NUMVAL(WS-CURRENT-DATE(5:2)) TO WS-STMT-MONTH
           MOVE "N" TO WS-STMT-FOUND

           PERFORM VARYING WS-STMT-TRY FROM 1 BY 1
                   UNTIL WS-STMT-TRY > 12
                   OR WS-STMT-FOUND = "Y"
               COMPUTE WS-STMT-MONTH-TAG =
                   (WS-STMT-YEAR * 100) + WS-STMT-MONTH

               MOVE SPACES TO WS-STATEMENT-PATH
               STRING FUNCTION TRIM(WS-STATEMENT-DIR)
                      "EMP"
                      WS-STMT-EMP-TEXT
                      "_"
                      WS-STMT-MONTH-TAG
                      ".txt"
                 INTO WS-STATEMENT-PATH
               END-STRING

               OPEN INPUT STATEMENT-FILE
               IF WS-STATEMENT-STATUS = "00"
                   MOVE "Y" TO WS-STMT-FOUND
                   PERFORM DISPLAY-STATEMENT-LINES
                   CLOSE STATEMENT-FILE
               ELSE
                   SUBTRACT 1 FROM WS-STMT-MONTH
                   IF WS-STMT-MONTH = 0
                       MOVE 12 TO WS-STMT-MONTH
                       SUBTRACT 1 FROM WS-STMT-YEAR
                   END-IF
               END-IF
           END-PERFORM

           IF WS-STMT-FOUND NOT = "Y"
               DISPLAY ANSI-COMMENT WITH NO ADVANCING
               DISPLAY "No monthly statement on file yet -- "
                   "statements appear after the month's ledger "
                   "close."
               DISPLAY ANSI-BASE WITH NO ADVANCING
           END-IF

           PERFORM WAIT-FOR-ENTER.

       DISPLAY-STATEMENT-LINES.
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ STATEMENT-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       DISPLAY FUNCTION TRIM(STATEMENT-LINE)
               END-READ
           END-PERFORM.

       SHOW-RECENT-LEDGER.
           PERFORM CLEAR-SCREEN
           MOVE 0 TO WS-RECENT-COUNT

           PERFORM VARYING WS-RECENT-IDX FROM 1 BY 1
                   UNTIL WS-RECENT-IDX > 8
               MOVE SPACES TO WS-RECENT-LINE(WS-RECENT-IDX)
           END-PERFORM

           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-STATUS = "35"
               DISPLAY ANSI-COMMENT WITH NO ADVANCING
               DISPLAY "No ledger entries yet."
               DISPLAY ANSI-BASE WITH NO ADVANCING
               PERFORM WAIT-FOR-ENTER
               EXIT PARAGRAPH
           END-IF

           IF WS-LEDGER-STATUS NOT = "00"
               DISPLAY ANSI-LITERAL WITH NO ADVANCING
               DISPLAY "Cannot read ledger file."
               DISPLAY ANSI-BASE WITH NO ADVANCING
               PERFORM WAIT-FOR-ENTER
               EXIT PARAGRAPH
           END-IF

      *> the employee alternate key returns only this user's legs,
      *> oldest first, so the last eight read are the latest.
           MOVE "N" TO WS-EOF
           MOVE EMP-ID OF LK-EMPLOYEE-RECORD TO LEDG-EMP-ID
           START LEDGER-FILE KEY = LEDG-EMP-ID
               INVALID KEY
                   MOVE "Y" TO WS-EOF
           END-START

           PERFORM UNTIL WS-EOF = "Y"
               READ LEDGER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF LEDG-EMP-ID NOT = EMP-ID OF LK-EMPLOYEE-RECORD
                           MOVE "Y" TO WS-EOF
                       ELSE
                           PERFORM PUSH-RECENT-LINE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE LEDGER-FILE

           DISPLAY ANSI-KEYWORD WITH NO ADVANCING
           DISPLAY "Recent Ledger Entries (latest up to 8)"
           DISPLAY ANSI-COMMENT WITH NO ADVANCING
           DISPLAY "----------------------------------------------"

           IF WS-RECENT-COUNT = 0
               DISPLAY "No entries found for this user."
           ELSE
               PERFORM VARYING WS-RECENT-IDX FROM 1 BY 1
                       UNTIL WS-RECENT-IDX > WS-RECENT-COUNT
                   DISPLAY WS-RECENT-LINE(WS-RECENT-IDX)
               END-PERFORM
           END-IF

           DISPLAY ANSI-BASE WITH NO ADVANCING
           PERFORM WAIT-FOR-ENTER.

       PUSH-RECENT-LINE.
           PERFORM FORMAT-RECENT-LINE
           IF WS-RECENT-COUNT < 8
               ADD 1 TO WS-RECENT-COUNT
               MOVE WS-RECENT-TEXT
                 TO WS-RECENT-LINE(WS-RECENT-COUNT)
           ELSE
               PERFORM VARYING WS-RECENT-IDX FROM 1 BY 1
                       UNTIL WS-RECENT-IDX > 7
                   MOVE WS-RECENT-LINE(WS-RECENT-IDX + 1)
                     TO WS-RECENT-LINE(WS-RECENT-IDX)
               END-PERFORM
               MOVE WS-RECENT-TEXT TO WS-RECENT-LINE(8)
           END-IF.

      *> shown in the same txid|timestamp|emp|type|account|amount|memo
      *> form the ledger used to be kept in.
       FORMAT-RECENT-LINE.
           MOVE LEDG-TX-ID TO WS-TX-ID-TEXT
           MOVE LEDG-EMP-ID TO WS-EMP-ID-TEXT
           MOVE LEDG-AMOUNT TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT TO WS-AMOUNT-TEXT

           MOVE SPACES TO WS-RECENT-TEXT
           STRING FUNCTION TRIM(WS-TX-ID-TEXT)
                  "|"
                  LEDG-TIMESTAMP
                  "|"
                  FUNCTION TRIM(WS-EMP-ID-TEXT)
                  "|"
                  FUNCTION TRIM(LEDG-ENTRY-TYPE)
                  "|"
                  FUNCTION TRIM(LEDG-ACCOUNT)
                  "|"
                  FUNCTION TRIM(WS-AMOUNT-TEXT)
                  "|"
                  FUNCTION TRIM(LEDG-MEMO)
             INTO WS-RECENT-TEXT
           END-STRING.

       VIEW-RISK-ALERTS.
           PERFORM CLEAR-SCREEN
           MOVE 0 TO WS-ALERT-COUNT
           MOVE "N" TO WS-EOF

           OPEN INPUT ALERT-FILE
           IF WS-ALERT-STATUS = "35"
               DISPLAY ANSI-COMMENT WITH NO ADVANCING
               DISPLAY "No risk alerts on file."
               DISPLAY ANSI-BASE WITH NO ADVANCING
               PERFORM WAIT-FOR-ENTER
               EXIT PARAGRAPH
           END-IF

           IF WS-ALERT-STATUS NOT = "00"
               DISPLAY ANSI-LITERAL WITH NO ADVANCING
               DISPLAY "Cannot read alert file."
               DISPLAY ANSI-BASE WITH NO ADVANCING
               PERFORM WAIT-FOR-ENTER
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF = "Y"
               READ ALERT-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF WS-ALERT-COUNT < 300
                           ADD 1 TO WS-ALERT-COUNT
                           MOVE ALERT-LINE TO WS-ALERT-BUF-LINE(WS-ALERT-COUNT)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ALERT-FILE

           DISPLAY ANSI-KEYWORD WITH NO ADVANCING
           DISPLAY "Risk Alerts (by severity)"
           DISPLAY ANSI-COMMENT WITH NO ADVANCING
           DISPLAY "----------------------------------------------"

      *> the review queue defaults to what still needs attention --
      *> resolved history is shown only on request.
           DISPLAY ANSI-KEYWORD WITH NO ADVANCING
           DISPLAY "Include resolved alerts? (Y/N) : " WITH NO ADVANCING
           DISPLAY ANSI-INPUT WITH NO ADVANCING
           DISPLAY "_ " WITH NO ADVANCING
           DISPLAY ANSI-BASE WITH NO ADVANCING
           MOVE "N" TO WS-INCLUDE-CLOSED
           ACCEPT WS-INCLUDE-CLOSED
           IF WS-INCLUDE-CLOSED = "y"
               MOVE "Y" TO WS-INCLUDE-CLOSED
           END-IF

           MOVE 0 TO WS-ALERT-DISPLAY-COUNT
           MOVE "HIGH" TO WS-SEVERITY-FILTER
           PERFORM SHOW-ALERTS-FOR-SEVERITY

           MOVE "MEDIUM" TO WS-SEVERITY-FILTER
           PERFORM SHOW-ALERTS-FOR-SEVERITY

           MOVE "LOW" TO WS-SEVERITY-FILTER
           PERFORM SHOW-ALERTS-FOR-SEVERITY

           IF WS-ALERT-DISPLAY-COUNT = 0
               IF WS-INCLUDE-CLOSED = "Y"
                   DISPLAY "No alerts recorded."
               ELSE
                   DISPLAY "No open alerts -- use the include option "
                       "to see resolved history."
               END-IF
           END-IF

           DISPLAY ANSI-BASE WITH NO ADVANCING
           PERFORM WAIT-FOR-ENTER.

       SHOW-ALERTS-FOR-SEVERITY.
           PERFORM VARYING WS-ALERT-IDX FROM 1 BY 1
                   UNTIL WS-ALERT-IDX > WS-ALERT-COUNT
               MOVE WS-ALERT-BUF-LINE(WS-ALERT-IDX) TO ALERT-LINE
               PERFORM PARSE-ALERT-LINE
               IF WS-ALERT-LINE-SEV-TEXT = WS-SEVERITY-FILTER
                  AND (WS-INCLUDE-CLOSED = "Y"
                       OR FUNCTION TRIM(WS-ALERT-LINE-STATUS)
                          NOT = "RESOLVED")
                   ADD 1 TO WS-ALERT-DISPLAY-COUNT
                   PERFORM DISPLAY-ALERT-LINE
               END-IF
           END-PERFORM.

       DISPLAY-ALERT-LINE.
           MOVE WS-ALERT-PARSED-ID TO WS-ALERT-ID-EDIT
           DISPLAY "#" FUNCTION TRIM(WS-ALERT-ID-EDIT)
               " [" FUNCTION TRIM(WS-ALERT-LINE-STATUS) "] "
               FUNCTION TRIM(WS-ALERT-LINE-SEV-TEXT)
               " | " FUNCTION TRIM(WS-ALERT-LINE-TS-TEXT)
               " | emp " FUNCTION TRIM(WS-ALERT-LINE-EMP-TEXT)
               " | " FUNCTION TRIM(WS-ALERT-LINE-TYPE-TEXT)
               " | " FUNCTION TRIM(WS-ALERT-LINE-DETAIL-TEXT)
               WITH NO ADVANCING
           IF FUNCTION TRIM(WS-ALERT-LINE-NOTE) NOT = SPACES
               DISPLAY " | " FUNCTION TRIM(WS-ALERT-LINE-NOTE)
           ELSE
               DISPLAY " "
           END-IF.

       PARSE-ALERT-LINE.
           MOVE 0 TO WS-ALERT-LINE-FIELD-COUNT
           MOVE 0 TO WS-ALERT-PARSED-ID
           MOVE SPACES TO WS-ALERT-LINE-ID-TEXT
                          WS-ALERT-LINE-TS-TEXT
                          WS-ALERT-LINE-EMP-TEXT
                          WS-ALERT-LINE-TYPE-TEXT
                          WS-ALERT-LINE-FIELD4-TEXT
                          WS-ALERT-LINE-STATUS
                          WS-ALERT-LINE-ACKBY
                          WS-ALERT-LINE-ACKTS
                          WS-ALERT-LINE-NOTE
                          WS-ALERT-LINE-DETAIL-TEXT

      *> a current-format line leads with its numeric alert id; a
      *> line written before alerts had an identity leads with the
      *> timestamp. Peel off the first field to tell the two apart,
      *> then unstring the right layout.
           UNSTRING ALERT-LINE DELIMITED BY "|"
               INTO WS-ALERT-LINE-ID-TEXT
               TALLYING IN WS-ALERT-LINE-FIELD-COUNT
           END-UNSTRING

           IF FUNCTION TEST-NUMVAL(
              FUNCTION TRIM(WS-ALERT-LINE-ID-TEXT)) = 0
               PERFORM PARSE-CURRENT-ALERT-LINE
           ELSE
               PERFORM PARSE-LEGACY-ALERT-LINE
           END-IF.

       PARSE-CURRENT-ALERT-LINE.
           MOVE 0 TO WS-ALERT-LINE-FIELD-COUNT
           UNSTRING ALERT-LINE DELIMITED BY "|"
               INTO WS-ALERT-LINE-ID-TEXT
                    WS-ALERT-LINE-TS-TEXT
                    WS-ALERT-LINE-EMP-TEXT
                    WS-ALERT-LINE-TYPE-TEXT
                    WS-ALERT-LINE-SEV-TEXT
                    WS-ALERT-LINE-STATUS
                    WS-ALERT-LINE-ACKBY
                    WS-ALERT-LINE-ACKTS
                    WS-ALERT-LINE-NOTE
                    WS-ALERT-LINE-DETAIL-TEXT
               TALLYING IN WS-ALERT-LINE-FIELD-COUNT
           END-UNSTRING

           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-ALERT-LINE-ID-TEXT))
             TO WS-ALERT-PARSED-ID

           IF FUNCTION TRIM(WS-ALERT-LINE-STATUS) = SPACES
               MOVE "OPEN" TO WS-ALERT-LINE-STATUS
           END-IF.

       PARSE-LEGACY-ALERT-LINE.
           MOVE 0 TO WS-ALERT-LINE-FIELD-COUNT
           UNSTRING ALERT-LINE DELIMITED BY "|"
               INTO WS-ALERT-LINE-TS-TEXT
                    WS-ALERT-LINE-EMP-TEXT
                    WS-ALERT-LINE-TYPE-TEXT
                    WS-ALERT-LINE-FIELD4-TEXT
                    WS-ALERT-LINE-DETAIL-TEXT
               TALLYING IN WS-ALERT-LINE-FIELD-COUNT
           END-UNSTRING

           MOVE 0 TO WS-ALERT-PARSED-ID
           MOVE "OPEN" TO WS-ALERT-LINE-STATUS

      *> the 4th field is unstrung into a PIC X(20) scratch item,
      *> wide enough to hold either a severity tier or the longest
      *> legacy dollar amount, so the amount can't be truncated
      *> before the format check below ever runs.
           IF FUNCTION TRIM(WS-ALERT-LINE-FIELD4-TEXT) = "HIGH"
              OR FUNCTION TRIM(WS-ALERT-LINE-FIELD4-TEXT) = "MEDIUM"
              OR FUNCTION TRIM(WS-ALERT-LINE-FIELD4-TEXT) = "LOW"
               MOVE WS-ALERT-LINE-FIELD4-TEXT TO WS-ALERT-LINE-SEV-TEXT
           ELSE
      *> pre-existing lines from before severity tiers were added
      *> have no severity field -- the 4th field is the transfer
      *> amount and the 5th is the memo, so fold both into the
      *> detail text and default the tier to HIGH, since the only
      *> alert type that could have produced them is the
      *> high-value-transfer alert.
               MOVE SPACES TO WS-ALERT-FOLD-TEXT
               STRING "amount=" FUNCTION TRIM(WS-ALERT-LINE-FIELD4-TEXT)
                      " memo=" FUNCTION TRIM(WS-ALERT-LINE-DETAIL-TEXT)
                 INTO WS-ALERT-FOLD-TEXT
               END-STRING
               MOVE WS-ALERT-FOLD-TEXT TO WS-ALERT-LINE-DETAIL-TEXT
               MOVE "HIGH" TO WS-ALERT-LINE-SEV-TEXT
           END-IF.

      *> Builds ALERT-LINE from the WS-ALERT-LINE-* fields in the
      *> current 10-field layout, assigning the next free id to a
      *> legacy row passing through a rewrite.
       BUILD-ALERT-OUT-LINE.
           IF WS-ALERT-PARSED-ID = 0
               ADD 1 TO WS-ALERT-MAX-ID
               MOVE WS-ALERT-MAX-ID TO WS-ALERT-PARSED-ID
           END-IF

           MOVE WS-ALERT-PARSED-ID TO WS-ALERT-ID-EDIT
           MOVE SPACES TO ALERT-LINE
           STRING FUNCTION TRIM(WS-ALERT-ID-EDIT)
                  "|"
                  FUNCTION TRIM(WS-ALERT-LINE-TS-TEXT)
                  "|"
                  FUNCTION TRIM(WS-ALERT-LINE-EMP-TEXT)
                  "|"
                  FUNCTION TRIM(WS-ALERT-LINE-TYPE-TEXT)
                  "|"
                  FUNCTION TRIM(WS-ALERT-LINE-SEV-TEXT)
                  "|"
                  FUNCTION TRIM(WS-ALERT-LINE-STATUS)
                  "|"
                  FUNCTION TRIM(WS-ALERT-LINE-ACKBY)
                  "|"
                  FUNCTION TRIM(WS-ALERT-LINE-ACKTS)
                  "|"
                  FUNCTION TRIM(WS-ALERT-LINE-NOTE)
                  "|"
                  FUNCTION TRIM(WS-ALERT-LINE-DETAIL-TEXT)
             INTO ALERT-LINE
           END-STRING.

      *> Compliance work queue: every alert gets an id and a
      *> lifecycle (OPEN -> ACK -> RESOLVED with a disposition note)
      *> so the reviewer stops re-reading the same HIGH alerts every
      *> morning. Entering the queue normalizes any legacy rows so
      *> each one is workable by id.
       WORK-ALERT-QUEUE.
           PERFORM CLEAR-SCREEN
           DISPLAY ANSI-KEYWORD WITH NO ADVANCING
           DISPLAY "Risk Alert Work Queue"
           DISPLAY ANSI-COMMENT WITH NO ADVANCING
           DISPLAY "----------------------------------------------"

           PERFORM LOAD-ALERT-BUFFER
           IF WS-ALERT-BUF-OK NOT = "Y"
               DISPLAY ANSI-LITERAL WITH NO ADVANCING
               DISPLAY "Cannot read alert file."
               DISPLAY ANSI-BASE WITH NO ADVANCING
               PERFORM WAIT-FOR-ENTER
               EXIT PARAGRAPH
           END-IF

           IF WS-ALERT-COUNT = 0
               DISPLAY "No alerts on file."
               DISPLAY ANSI-BASE WITH NO ADVANCING
               PERFORM WAIT-FOR-ENTER
               EXIT PARAGRAPH
           END-IF

           PERFORM NORMALIZE-ALERT-FILE

           PERFORM DISPLAY-ALERT-AGING
           PERFORM LIST-OPEN-ALERTS

           IF WS-ALERT-OPEN-COUNT = 0
               DISPLAY "Queue is clear -- no open alerts."
               DISPLAY ANSI-BASE WITH NO ADVANCING
               PERFORM WAIT-FOR-ENTER
               EXIT PARAGRAPH
           END-IF

           DISPLAY " "
           DISPLAY ANSI-KEYWORD WITH NO ADVANCING
           DISPLAY "Alert id to work (blank to return) : "
               WITH NO ADVANCING
           DISPLAY ANSI-INPUT WITH NO ADVANCING
           DISPLAY "______ " WITH NO ADVANCING
           DISPLAY ANSI-BASE WITH NO ADVANCING
           MOVE SPACES TO WS-ALERT-ID-IN
           ACCEPT WS-ALERT-ID-IN

           IF FUNCTION TRIM(WS-ALERT-ID-IN) = SPACES
               EXIT PARAGRAPH
           END-IF

           IF FUNCTION TEST-NUMVAL(
              FUNCTION TRIM(WS-ALERT-ID-IN)) NOT = 0
               DISPLAY ANSI-LITERAL WITH NO ADVANCING
               DISPLAY "Not a valid alert id."
               DISPLAY ANSI-BASE WITH NO ADVANCING
               PERFORM WAIT-FOR-ENTER
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-ALERT-ID-IN))
             TO WS-ALERT-PICK-ID

           PERFORM WORK-ONE-ALERT
           PERFORM WAIT-FOR-ENTER.

      *> Rewrites the file from the freshly loaded buffer so legacy
      *> rows get ids before the queue lists them.
       NORMALIZE-ALERT-FILE.
           OPEN OUTPUT ALERT-FILE
           IF WS-ALERT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM REWRITE-ALERT-BUFFER
           CLOSE ALERT-FILE.

       DISPLAY-ALERT-AGING.
           PERFORM BUILD-TIMESTAMP
           COMPUTE WS-TODAY-DATE-INT =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-CURRENT-DATE(1:8)))

           MOVE 0 TO WS-ALERT-AGED-COUNT
           PERFORM VARYING WS-ALERT-IDX FROM 1 BY 1
                   UNTIL WS-ALERT-IDX > WS-ALERT-COUNT
               MOVE WS-ALERT-BUF-LINE(WS-ALERT-IDX) TO ALERT-LINE
               PERFORM PARSE-ALERT-LINE
               IF FUNCTION TRIM(WS-ALERT-LINE-STATUS) NOT = "RESOLVED"
                  AND FUNCTION TRIM(WS-ALERT-LINE-SEV-TEXT) = "HIGH"
                   PERFORM CHECK-ALERT-AGE
                   IF WS-ALERT-AGE-DAYS > WS-ALERT-AGING-LIMIT
                       ADD 1 TO WS-ALERT-AGED-COUNT
                   END-IF
               END-IF
           END-PERFORM

           DISPLAY ANSI-NUMBER WITH NO ADVANCING
           DISPLAY "Open HIGH alerts older than "
               WS-ALERT-AGING-LIMIT " day(s): " WS-ALERT-AGED-COUNT
           DISPLAY ANSI-BASE WITH NO ADVANCING.

       CHECK-ALERT-AGE.
           MOVE 0 TO WS-ALERT-AGE-DAYS
           MOVE SPACES TO WS-ALERT-DATE-TEXT
           STRING WS-ALERT-LINE-TS-TEXT(1:4)
                  WS-ALERT-LINE-TS-TEXT(6:2)
                  WS-ALERT-LINE-TS-TEXT(9:2)
             INTO WS-ALERT-DATE-TEXT
           END-STRING

           IF FUNCTION TEST-NUMVAL(WS-ALERT-DATE-TEXT) NOT = 0
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-ALERT-DATE-INT =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-ALERT-DATE-TEXT))
           COMPUTE WS-ALERT-AGE-DAYS =
               WS-TODAY-DATE-INT - WS-ALERT-DATE-INT.

       LIST-OPEN-ALERTS.
           MOVE 0 TO WS-ALERT-OPEN-COUNT
           PERFORM VARYING WS-ALERT-IDX FROM 1 BY 1
                   UNTIL WS-ALERT-IDX > WS-ALERT-COUNT
               MOVE WS-ALERT-BUF-LINE(WS-ALERT-IDX) TO ALERT-LINE
               PERFORM PARSE-ALERT-LINE
               IF FUNCTION TRIM(WS-ALERT-LINE-STATUS) NOT = "RESOLVED"
                   ADD 1 TO WS-ALERT-OPEN-COUNT
                   PERFORM DISPLAY-ALERT-LINE
               END-IF
           END-PERFORM.

       WORK-ONE-ALERT.
           MOVE "N" TO WS-ALERT-FOUND
           PERFORM VARYING WS-ALERT-IDX FROM 1 BY 1
                   UNTIL WS-ALERT-IDX > WS-ALERT-COUNT
                   OR WS-ALERT-FOUND = "Y"
               MOVE WS-ALERT-BUF-LINE(WS-ALERT-IDX) TO ALERT-LINE
               PERFORM PARSE-ALERT-LINE
               IF WS-ALERT-PARSED-ID = WS-ALERT-PICK-ID
                   MOVE "Y" TO WS-ALERT-FOUND
               END-IF
           END-PERFORM

           IF WS-ALERT-FOUND NOT = "Y"
               DISPLAY ANSI-LITERAL WITH NO ADVANCING
               DISPLAY "No alert with that id."
               DISPLAY ANSI-BASE WITH NO ADVANCING
               EXIT PARAGRAPH
           END-IF

           IF FUNCTION TRIM(WS-ALERT-LINE-STATUS) = "RESOLVED"
               DISPLAY ANSI-COMMENT WITH NO ADVANCING
               DISPLAY "That alert is already resolved."
               DISPLAY ANSI-BASE WITH NO ADVANCING
               EXIT PARAGRAPH
           END-IF

           DISPLAY ANSI-KEYWORD WITH NO ADVANCING
           DISPLAY "Acknowledge or Resolve? (A/R) : " WITH NO ADVANCING
           DISPLAY ANSI-INPUT WITH NO ADVANCING
           DISPLAY "_ " WITH NO ADVANCING
           DISPLAY ANSI-BASE WITH NO ADVANCING
           MOVE SPACE TO WS-ALERT-WORK-ACTION
           ACCEPT WS-ALERT-WORK-ACTION

           PERFORM BUILD-TIMESTAMP
           MOVE EMP-ID OF LK-EMPLOYEE-RECORD TO WS-EMP-ID-TEXT

           EVALUATE WS-ALERT-WORK-ACTION
               WHEN "A"
               WHEN "a"
                   MOVE "ACK" TO WS-ALERT-LINE-STATUS
                   MOVE WS-EMP-ID-TEXT TO WS-ALERT-LINE-ACKBY
                   MOVE WS-TIMESTAMP TO WS-ALERT-LINE-ACKTS
                   MOVE "ALERT_ACK" TO WS-AUDIT-EVENT-TYPE
               WHEN "R"
               WHEN "r"
                   DISPLAY ANSI-KEYWORD WITH NO ADVANCING
                   DISPLAY "Disposition note : " WITH NO ADVANCING
                   DISPLAY ANSI-INPUT WITH NO ADVANCING
                   DISPLAY "__ " WITH NO ADVANCING
                   DISPLAY ANSI-BASE WITH NO ADVANCING
                   MOVE SPACES TO WS-ALERT-NOTE-IN
                   ACCEPT WS-ALERT-NOTE-IN
                   IF FUNCTION TRIM(WS-ALERT-NOTE-IN) = SPACES
                       DISPLAY ANSI-LITERAL WITH NO ADVANCING
                       DISPLAY "A disposition note is required to "
                           "resolve -- alert unchanged."
                       DISPLAY ANSI-BASE WITH NO ADVANCING
                       EXIT PARAGRAPH
                   END-IF
                   MOVE "RESOLVED" TO WS-ALERT-LINE-STATUS
                   MOVE WS-ALERT-NOTE-IN TO WS-ALERT-LINE-NOTE
                   IF FUNCTION TRIM(WS-ALERT-LINE-ACKBY) = SPACES
                       MOVE WS-EMP-ID-TEXT TO WS-ALERT-LINE-ACKBY
                       MOVE WS-TIMESTAMP TO WS-ALERT-LINE-ACKTS
                   END-IF
                   MOVE "ALERT_RESOLVED" TO WS-AUDIT-EVENT-TYPE
               WHEN OTHER
                   DISPLAY ANSI-LITERAL WITH NO ADVANCING
                   DISPLAY "No action taken."
                   DISPLAY ANSI-BASE WITH NO ADVANCING
                   EXIT PARAGRAPH
           END-EVALUATE

      *> WS-ALERT-IDX stopped one past the matching row
           SUBTRACT 1 FROM WS-ALERT-IDX
           PERFORM BUILD-ALERT-OUT-LINE
           MOVE ALERT-LINE TO WS-ALERT-BUF-LINE(WS-ALERT-IDX)

           OPEN OUTPUT ALERT-FILE
           IF WS-ALERT-STATUS NOT = "00"
               DISPLAY ANSI-LITERAL WITH NO ADVANCING
               DISPLAY "Cannot rewrite alert file -- change lost."
               DISPLAY ANSI-BASE WITH NO ADVANCING
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-ALERT-IDX FROM 1 BY 1
                   UNTIL WS-ALERT-IDX > WS-ALERT-COUNT
               MOVE WS-ALERT-BUF-LINE(WS-ALERT-IDX) TO ALERT-LINE
               WRITE ALERT-LINE
           END-PERFORM
           CLOSE ALERT-FILE

           MOVE WS-ALERT-PICK-ID TO WS-ALERT-ID-EDIT
           MOVE SPACES TO WS-AUDIT-DETAIL
           STRING "alert #" FUNCTION TRIM(WS-ALERT-ID-EDIT)
             INTO WS-AUDIT-DETAIL
           END-STRING
           PERFORM RECORD-BANKING-AUDIT

           DISPLAY ANSI-COMMENT WITH NO ADVANCING
           DISPLAY "Alert #" FUNCTION TRIM(WS-ALERT-ID-EDIT)
               " updated."
           DISPLAY ANSI-BASE WITH NO ADVANCING.

      *> ----------------------------------------------------------
      *> Supervisor correction path: reverses an existing ledger
      *> transaction by posting offsetting legs under a fresh tx id
      *> with a memo naming the original, and undoing the original's
      *> effect on the target employee's checking/savings/loan
      *> balances through the same journaled commit discipline every
      *> other writer uses. A payroll credit is also backed out of
      *> the employee's YTD wages so the reconciliation batch keeps
      *> balancing.
      *> ----------------------------------------------------------
       REVERSE-TRANSACTION.
           PERFORM CLEAR-SCREEN
           DISPLAY ANSI-KEYWORD WITH NO ADVANCING
           DISPLAY "Reverse a Ledger Transaction"
           DISPLAY ANSI-COMMENT WITH NO ADVANCING
           DISPLAY "----------------------------------------------"

           DISPLAY ANSI-KEYWORD WITH NO ADVANCING
           DISPLAY "Transaction id to reverse : " WITH NO ADVANCING
           DISPLAY ANSI-INPUT WITH NO ADVANCING
           DISPLAY "_________ " WITH NO ADVANCING
           DISPLAY ANSI-BASE WITH NO ADVANCING
           MOVE SPACES TO WS-REV-TX-ID-IN
           ACCEPT WS-REV-TX-ID-IN

           IF FUNCTION TEST-NUMVAL(
              FUNCTION TRIM(WS-REV-TX-ID-IN)) NOT = 0
               DISPLAY ANSI-LITERAL WITH NO ADVANCING
               DISPLAY "Not a valid transaction id."
               DISPLAY ANSI-BASE WITH NO ADVANCING
               PERFORM WAIT-FOR-ENTER
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-REV-TX-ID-IN))
             TO WS-REV-TX-ID
           MOVE WS-REV-TX-ID TO WS-REV-TX-ID-TEXT

           MOVE SPACES TO WS-REV-MEMO-TAG WS-REV-PAYROLL-TAG
           STRING "REVERSAL_OF_" FUNCTION TRIM(WS-REV-TX-ID-TEXT)
             INTO WS-REV-MEMO-TAG
           END-STRING
           STRING "PAYROLL_REVERSAL_" FUNCTION TRIM(WS-REV-TX-ID-TEXT)
             INTO WS-REV-PAYROLL-TAG
           END-STRING

           PERFORM SCAN-TX-LEGS

           IF WS-REV-LEG-COUNT = 0
               DISPLAY ANSI-LITERAL WITH NO ADVANCING
               DISPLAY "No ledger transaction with that id."
               DISPLAY ANSI-BASE WITH NO ADVANCING
               PERFORM WAIT-FOR-ENTER
               EXIT PARAGRAPH
           END-IF

           IF WS-REV-IS-REVERSAL = "Y"
               DISPLAY ANSI-LITERAL WITH NO ADVANCING
               DISPLAY "That transaction is itself a reversal -- "
                   "it cannot be reversed again."
               DISPLAY ANSI-BASE WITH NO ADVANCING
               PERFORM WAIT-FOR-ENTER
               EXIT PARAGRAPH
           END-IF

           IF WS-REV-ALREADY = "Y"
               DISPLAY ANSI-LITERAL WITH NO ADVANCING
               DISPLAY "That transaction has already been reversed."
               DISPLAY ANSI-BASE WITH NO ADVANCING
               PERFORM WAIT-FOR-ENTER
               EXIT PARAGRAPH
           END-IF

      *> the offsetting entries are applied to one account row, so
      *> a payment between two employees cannot be reversed here --
      *> the payee pays it back through option T instead.
           IF WS-REV-MULTI-EMP = "Y"
               DISPLAY ANSI-LITERAL WITH NO ADVANCING
               DISPLAY "That transaction moved money between two "
                   "employees -- have the payee pay it back."
               DISPLAY ANSI-BASE WITH NO ADVANCING
               PERFORM WAIT-FOR-ENTER
               EXIT PARAGRAPH
           END-IF

           PERFORM DISPLAY-REV-LEGS

           DISPLAY " "
           DISPLAY ANSI-KEYWORD WITH NO ADVANCING
           DISPLAY "Post the offsetting entries? (Y/N) : "
               WITH NO ADVANCING
           DISPLAY ANSI-INPUT WITH NO ADVANCING
           DISPLAY "_ " WITH NO ADVANCING
           DISPLAY ANSI-BASE WITH NO ADVANCING
           MOVE SPACE TO WS-REV-CONFIRM
           ACCEPT WS-REV-CONFIRM

           IF WS-REV-CONFIRM NOT = "Y" AND WS-REV-CONFIRM NOT = "y"
               DISPLAY ANSI-COMMENT WITH NO ADVANCING
               DISPLAY "Reversal abandoned -- nothing posted."
               DISPLAY ANSI-BASE WITH NO ADVANCING
               PERFORM WAIT-FOR-ENTER
               EXIT PARAGRAPH
           END-IF

           PERFORM APPLY-REVERSAL
           PERFORM WAIT-FOR-ENTER.

      *> Collects the legs of the chosen transaction straight off the
      *> ledger key, then walks that employee's postings by the
      *> alternate key to notice whether it has already been
      *> reversed by a later entry -- a reversal is always posted
      *> under the original transaction's employee.
       SCAN-TX-LEGS.
           MOVE 0 TO WS-REV-LEG-COUNT WS-REV-EMP-ID
           MOVE "N" TO WS-REV-ALREADY WS-REV-IS-REVERSAL
                       WS-REV-MULTI-EMP
           MOVE 0 TO WS-REV-DELTA-CHECKING
                     WS-REV-DELTA-SAVINGS
                     WS-REV-DELTA-LOAN
           MOVE 0 TO WS-REV-PAYROLL-AMOUNT
           MOVE "N" TO WS-EOF

           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-REV-TX-ID TO LEDG-TX-ID
           MOVE 0 TO LEDG-LEG
           START LEDGER-FILE KEY >= LEDG-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF
           END-START

           PERFORM UNTIL WS-EOF = "Y"
               READ LEDGER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF LEDG-TX-ID NOT = WS-REV-TX-ID
                           MOVE "Y" TO WS-EOF
                       ELSE
                           PERFORM SCAN-ONE-TX-LINE
                       END-IF
               END-READ
           END-PERFORM

           IF WS-REV-LEG-COUNT > 0
               PERFORM CHECK-ALREADY-REVERSED
           END-IF

           CLOSE LEDGER-FILE.

       CHECK-ALREADY-REVERSED.
           MOVE "N" TO WS-EOF
           MOVE WS-REV-EMP-ID TO LEDG-EMP-ID
           START LEDGER-FILE KEY = LEDG-EMP-ID
               INVALID KEY
                   MOVE "Y" TO WS-EOF
           END-START

           PERFORM UNTIL WS-EOF = "Y"
               READ LEDGER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF LEDG-EMP-ID NOT = WS-REV-EMP-ID
                           MOVE "Y" TO WS-EOF
                       ELSE
                           IF FUNCTION TRIM(LEDG-MEMO) =
                              FUNCTION TRIM(WS-REV-MEMO-TAG)
                              OR FUNCTION TRIM(LEDG-MEMO) =
                                 FUNCTION TRIM(WS-REV-PAYROLL-TAG)
                               MOVE "Y" TO WS-REV-ALREADY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       SCAN-ONE-TX-LINE.
           PERFORM LOAD-LEDGER-FIELDS

           IF WS-LINE-MEMO(1:12) = "REVERSAL_OF_"
              OR WS-LINE-MEMO(1:17) = "PAYROLL_REVERSAL_"
               MOVE "Y" TO WS-REV-IS-REVERSAL
           END-IF

           IF WS-REV-LEG-COUNT > 0
              AND WS-PARSED-EMP-ID NOT = WS-REV-EMP-ID
               MOVE "Y" TO WS-REV-MULTI-EMP
           END-IF
           MOVE WS-PARSED-EMP-ID TO WS-REV-EMP-ID

           IF WS-REV-LEG-COUNT >= 12
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-REV-LEG-COUNT
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-LINE-ENTRY-TYPE))
             TO WS-REV-LEG-TYPE(WS-REV-LEG-COUNT)
           MOVE FUNCTION TRIM(WS-LINE-ACCOUNT)
             TO WS-REV-LEG-ACCOUNT(WS-REV-LEG-COUNT)
           MOVE WS-PARSED-AMOUNT
             TO WS-REV-LEG-AMOUNT(WS-REV-LEG-COUNT)
           MOVE FUNCTION TRIM(WS-LINE-MEMO)
             TO WS-REV-LEG-MEMO(WS-REV-LEG-COUNT)

      *> undoing a CREDIT takes the money back out; undoing a DEBIT
      *> puts it back. Only the employee's own accounts carry a
      *> balance -- the bank-side nominal accounts do not.
           EVALUATE FUNCTION TRIM(WS-LINE-ACCOUNT)
               WHEN "CHECKING"
                   IF WS-REV-LEG-TYPE(WS-REV-LEG-COUNT) = "CREDIT"
                       SUBTRACT WS-PARSED-AMOUNT
                         FROM WS-REV-DELTA-CHECKING
                   ELSE
                       ADD WS-PARSED-AMOUNT
                         TO WS-REV-DELTA-CHECKING
                   END-IF
               WHEN "SAVINGS"
                   IF WS-REV-LEG-TYPE(WS-REV-LEG-COUNT) = "CREDIT"
                       SUBTRACT WS-PARSED-AMOUNT
                         FROM WS-REV-DELTA-SAVINGS
                   ELSE
                       ADD WS-PARSED-AMOUNT
                         TO WS-REV-DELTA-SAVINGS
                   END-IF
               WHEN "LOAN"
                   IF WS-REV-LEG-TYPE(WS-REV-LEG-COUNT) = "CREDIT"
                       SUBTRACT WS-PARSED-AMOUNT
                         FROM WS-REV-DELTA-LOAN
                   ELSE
                       ADD WS-PARSED-AMOUNT
                         TO WS-REV-DELTA-LOAN
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF WS-REV-LEG-TYPE(WS-REV-LEG-COUNT) = "CREDIT"
              AND FUNCTION TRIM(WS-LINE-ACCOUNT) = "CHECKING"
              AND FUNCTION TRIM(WS-LINE-MEMO) = "PAYROLL"
               ADD WS-PARSED-AMOUNT TO WS-REV-PAYROLL-AMOUNT
           END-IF.

       DISPLAY-REV-LEGS.
           DISPLAY " "
           DISPLAY ANSI-IDENT WITH NO ADVANCING
           DISPLAY "Transaction " FUNCTION TRIM(WS-REV-TX-ID-TEXT)
               " (employee " WS-REV-EMP-ID "):"

           PERFORM VARYING WS-REV-LEG-IDX FROM 1 BY 1
                   UNTIL WS-REV-LEG-IDX > WS-REV-LEG-COUNT
               MOVE WS-REV-LEG-AMOUNT(WS-REV-LEG-IDX)
                 TO WS-AMOUNT-DISPLAY
               DISPLAY "  " WS-REV-LEG-TYPE(WS-REV-LEG-IDX) " "
                   WS-REV-LEG-ACCOUNT(WS-REV-LEG-IDX)
                   " $" WS-AMOUNT-DISPLAY "  ("
                   FUNCTION TRIM(WS-REV-LEG-MEMO(WS-REV-LEG-IDX))
                   ")"
           END-PERFORM.

       APPLY-REVERSAL.
      *> take the lock before reading the target balances -- a
      *> commit by another session between the read and the save
      *> would otherwise be clobbered by this snapshot.
           PERFORM ACQUIRE-ACCOUNT-LOCK
           IF WS-LOCK-RESULT NOT = "Y"
               EXIT PARAGRAPH
           END-IF

           PERFORM REV-READ-TARGET-ACCOUNT
           IF WS-REV-TGT-FOUND NOT = "Y"
               PERFORM RELEASE-ACCOUNT-LOCK
               DISPLAY ANSI-LITERAL WITH NO ADVANCING
               DISPLAY "No account row for employee " WS-REV-EMP-ID
                   " -- reversal not posted."
               DISPLAY ANSI-BASE WITH NO ADVANCING
               EXIT PARAGRAPH
           END-IF

           PERFORM REV-WRITE-JOURNAL

           COMPUTE WS-REV-TGT-CHECKING =
               WS-REV-OLD-CHECKING + WS-REV-DELTA-CHECKING
           COMPUTE WS-REV-TGT-SAVINGS =
               WS-REV-OLD-SAVINGS + WS-REV-DELTA-SAVINGS
           COMPUTE WS-REV-TGT-LOAN =
               WS-REV-OLD-LOAN + WS-REV-DELTA-LOAN

           PERFORM REV-SAVE-TARGET-ACCOUNT
           IF WS-OP-OK NOT = "Y"
               PERFORM CLEAR-JOURNAL
               PERFORM RELEASE-ACCOUNT-LOCK
               DISPLAY ANSI-LITERAL WITH NO ADVANCING
               DISPLAY "Unable to save the target account -- "
                   "reversal not posted."
               DISPLAY ANSI-BASE WITH NO ADVANCING
               EXIT PARAGRAPH
           END-IF

           PERFORM REV-POST-REVERSING-LEGS
           IF WS-OP-OK NOT = "Y"
               MOVE WS-REV-OLD-CHECKING TO WS-REV-TGT-CHECKING
               MOVE WS-REV-OLD-SAVINGS TO WS-REV-TGT-SAVINGS
               MOVE WS-REV-OLD-LOAN TO WS-REV-TGT-LOAN
               PERFORM REV-SAVE-TARGET-ACCOUNT
               PERFORM CLEAR-JOURNAL
               PERFORM RELEASE-ACCOUNT-LOCK
               DISPLAY ANSI-LITERAL WITH NO ADVANCING
               DISPLAY "Ledger post failed. Balances rolled back."
               DISPLAY ANSI-BASE WITH NO ADVANCING
               MOVE "REVERSAL_FAILED" TO WS-AUDIT-EVENT-TYPE
               MOVE SPACES TO WS-AUDIT-DETAIL
               STRING "tx " FUNCTION TRIM(WS-REV-TX-ID-TEXT)
                      " not reversed"
                 INTO WS-AUDIT-DETAIL
               END-STRING
               PERFORM RECORD-BANKING-AUDIT
               EXIT PARAGRAPH
           END-IF

           PERFORM CLEAR-JOURNAL
           PERFORM RELEASE-ACCOUNT-LOCK

           IF WS-REV-PAYROLL-AMOUNT > 0
               PERFORM REV-BACKOUT-YTD
           END-IF

      *> keep the signed-on session's in-memory balances honest when
      *> a supervisor reverses one of their own transactions.
           IF WS-REV-EMP-ID = EMP-ID OF LK-EMPLOYEE-RECORD
               MOVE WS-REV-TGT-CHECKING TO WS-CUR-CHECKING
               MOVE WS-REV-TGT-SAVINGS TO WS-CUR-SAVINGS
               MOVE WS-REV-TGT-LOAN TO WS-CUR-LOAN
           END-IF

           DISPLAY ANSI-COMMENT WITH NO ADVANCING
           DISPLAY "Reversal posted -- offsetting entries written "
               "under tx " WS-TX-ID " referencing tx "
               FUNCTION TRIM(WS-REV-TX-ID-TEXT) "."
           DISPLAY ANSI-BASE WITH NO ADVANCING

           MOVE "REVERSAL_POSTED" TO WS-AUDIT-EVENT-TYPE
           MOVE SPACES TO WS-AUDIT-DETAIL
           STRING "tx " FUNCTION TRIM(WS-REV-TX-ID-TEXT)
                  " reversed for employee " WS-REV-EMP-ID
             INTO WS-AUDIT-DETAIL
           END-STRING
           PERFORM RECORD-BANKING-AUDIT.

       REV-READ-TARGET-ACCOUNT.
           MOVE "N" TO WS-REV-TGT-FOUND

           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCOUNT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-REV-EMP-ID TO ACCT-EMP-ID
           READ ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-REV-TGT-FOUND
                   MOVE ACCT-CHECKING-BAL TO WS-REV-OLD-CHECKING
                   MOVE ACCT-SAVINGS-BAL TO WS-REV-OLD-SAVINGS
                   MOVE ACCT-LOAN-BAL TO WS-REV-OLD-LOAN
           END-READ

           CLOSE ACCOUNT-FILE.

       REV-SAVE-TARGET-ACCOUNT.
           MOVE "Y" TO WS-OP-OK

           OPEN I-O ACCOUNT-FILE
           IF WS-ACCOUNT-STATUS NOT = "00"
               MOVE "N" TO WS-OP-OK
               EXIT PARAGRAPH
           END-IF

           MOVE WS-REV-EMP-ID TO ACCT-EMP-ID
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE "N" TO WS-OP-OK
               NOT INVALID KEY
                   MOVE WS-REV-TGT-CHECKING TO ACCT-CHECKING-BAL
                   MOVE WS-REV-TGT-SAVINGS TO ACCT-SAVINGS-BAL
                   MOVE WS-REV-TGT-LOAN TO ACCT-LOAN-BAL
                   REWRITE ACCOUNT-RECORD
                   IF WS-ACCOUNT-STATUS NOT = "00"
                       MOVE "N" TO WS-OP-OK
                   END-IF
           END-READ

           CLOSE ACCOUNT-FILE.

      *> Same pre-commit journal format WRITE-JOURNAL-ENTRY uses, so
      *> RECOVER-FROM-JOURNAL can roll an interrupted reversal back
      *> regardless of whose account it touched.
       REV-WRITE-JOURNAL.
           MOVE WS-REV-EMP-ID TO WS-JOURNAL-EMP-ID-TEXT
           MOVE WS-REV-OLD-CHECKING TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT TO WS-JOURNAL-CHECKING-TEXT
           MOVE WS-REV-OLD-SAVINGS TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT TO WS-JOURNAL-SAVINGS-TEXT
           MOVE WS-REV-OLD-LOAN TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT TO WS-JOURNAL-LOAN-TEXT

           MOVE SPACES TO JOURNAL-LINE
           STRING FUNCTION TRIM(WS-JOURNAL-EMP-ID-TEXT)
                  "|"
                  FUNCTION TRIM(WS-JOURNAL-CHECKING-TEXT)
                  "|"
                  FUNCTION TRIM(WS-JOURNAL-SAVINGS-TEXT)
                  "|"
                  FUNCTION TRIM(WS-JOURNAL-LOAN-TEXT)
             INTO JOURNAL-LINE
           END-STRING

           OPEN OUTPUT JOURNAL-FILE
           IF WS-JOURNAL-STATUS = "00"
               WRITE JOURNAL-LINE
               CLOSE JOURNAL-FILE
           END-IF.

      *> All offsetting legs go out under one fresh tx id: each
      *> original leg reappears with DEBIT and CREDIT swapped and a
      *> memo naming the original id, so the audit trail shows both
      *> ends of the correction.
       REV-POST-REVERSING-LEGS.
           MOVE "Y" TO WS-OP-OK

           MOVE WS-REV-EMP-ID TO WS-COA-EMP-ID
           MOVE "Y" TO WS-COA-RESULT
           PERFORM VARYING WS-REV-LEG-IDX FROM 1 BY 1
                   UNTIL WS-REV-LEG-IDX > WS-REV-LEG-COUNT
                   OR WS-COA-RESULT NOT = "Y"
               MOVE WS-REV-LEG-ACCOUNT(WS-REV-LEG-IDX)
                 TO WS-COA-ACCOUNT
               PERFORM VALIDATE-GL-ACCOUNT
           END-PERFORM
           IF WS-COA-RESULT NOT = "Y"
               MOVE "N" TO WS-OP-OK
               EXIT PARAGRAPH
           END-IF

           PERFORM GET-NEXT-TX-ID
           IF WS-OP-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF

           PERFORM BUILD-TIMESTAMP
           PERFORM ENSURE-LEDGER-FILE
           IF WS-OP-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF

           OPEN I-O LEDGER-FILE
           IF WS-LEDGER-STATUS NOT = "00"
               MOVE "N" TO WS-OP-OK
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-REV-LEG-IDX FROM 1 BY 1
                   UNTIL WS-REV-LEG-IDX > WS-REV-LEG-COUNT
               PERFORM REV-WRITE-ONE-LEG
           END-PERFORM

           CLOSE LEDGER-FILE.

       REV-WRITE-ONE-LEG.
           IF WS-REV-LEG-TYPE(WS-REV-LEG-IDX) = "DEBIT"
               MOVE "CREDIT" TO WS-ENTRY-TYPE
           ELSE
               MOVE "DEBIT" TO WS-ENTRY-TYPE
           END-IF
           MOVE WS-REV-LEG-ACCOUNT(WS-REV-LEG-IDX)
             TO WS-ENTRY-ACCOUNT
           IF FUNCTION TRIM(WS-REV-LEG-MEMO(WS-REV-LEG-IDX)) =
              "PAYROLL"
               MOVE WS-REV-PAYROLL-TAG TO WS-ENTRY-MEMO
           ELSE
               MOVE WS-REV-MEMO-TAG TO WS-ENTRY-MEMO
           END-IF

           ADD 1 TO WS-TX-LEG
           MOVE WS-TX-ID TO LEDG-TX-ID
           MOVE WS-TX-LEG TO LEDG-LEG
           MOVE WS-REV-EMP-ID TO LEDG-EMP-ID
           MOVE WS-TIMESTAMP TO LEDG-TIMESTAMP
           MOVE WS-ENTRY-TYPE TO LEDG-ENTRY-TYPE
           MOVE WS-ENTRY-ACCOUNT TO LEDG-ACCOUNT
           MOVE WS-REV-LEG-AMOUNT(WS-REV-LEG-IDX) TO LEDG-AMOUNT
           MOVE WS-ENTRY-MEMO TO LEDG-MEMO

           WRITE LEDGER-RECORD
               INVALID KEY
                   MOVE "N" TO WS-OP-OK
           END-WRITE.

      *> A reversed payroll credit comes back out of the employee's
      *> YTD wages so YTD-RECONCILE-BATCH (which nets PAYROLL credits
      *> against PAYROLL_REVERSAL debits) still balances.
       REV-BACKOUT-YTD.
           OPEN I-O EMPLOYEE-FILE
           IF WS-EMPLOYEE-STATUS NOT = "00"
               DISPLAY ANSI-LITERAL WITH NO ADVANCING
               DISPLAY "WARNING: could not open the employee master "
                   "-- back " WS-REV-PAYROLL-AMOUNT
                   " out of YTD wages by hand."
               DISPLAY ANSI-BASE WITH NO ADVANCING
               EXIT PARAGRAPH
           END-IF

           MOVE WS-REV-EMP-ID TO EMP-ID OF EMPLOYEE-RECORD
           READ EMPLOYEE-FILE
               INVALID KEY
                   CLOSE EMPLOYEE-FILE
                   DISPLAY ANSI-LITERAL WITH NO ADVANCING
                   DISPLAY "WARNING: no employee row for "
                       WS-REV-EMP-ID " -- YTD not adjusted."
                   DISPLAY ANSI-BASE WITH NO ADVANCING
                   EXIT PARAGRAPH
           END-READ

           IF WS-REV-PAYROLL-AMOUNT >
              EMP-YTD-WAGES OF EMPLOYEE-RECORD
               MOVE 0 TO EMP-YTD-WAGES OF EMPLOYEE-RECORD
           ELSE
               SUBTRACT WS-REV-PAYROLL-AMOUNT
                 FROM EMP-YTD-WAGES OF EMPLOYEE-RECORD
           END-IF

           REWRITE EMPLOYEE-RECORD
           IF WS-EMPLOYEE-STATUS NOT = "00"
               DISPLAY ANSI-LITERAL WITH NO ADVANCING
               DISPLAY "WARNING: could not rewrite the employee row "
                   "-- YTD not adjusted."
               DISPLAY ANSI-BASE WITH NO ADVANCING
           END-IF

           CLOSE EMPLOYEE-FILE.

      *> ----------------------------------------------------------
      *> Supervisor charge-off: writes a delinquent borrower's whole
      *> loan balance off to LOAN_CHARGEOFF under one ledger tx,
      *> zeroes the loan and marks the delinquency row CHARGED_OFF so
      *> the nightly aging stops carrying it. Only a loan the nightly
      *> run has marked past due qualifies, and never the
      *> supervisor's own.
      *> ----------------------------------------------------------
       CHARGE-OFF-LOAN.
           PERFORM CLEAR-SCREEN
           DISPLAY ANSI-KEYWORD WITH NO ADVANCING
           DISPLAY "Charge Off a Delinquent Loan"
           DISPLAY ANSI-COMMENT WITH NO ADVANCING
           DISPLAY "----------------------------------------------"

           DISPLAY ANSI-KEYWORD WITH NO ADVANCING
           DISPLAY "Borrower employee id : " WITH NO ADVANCING
           DISPLAY ANSI-INPUT WITH NO ADVANCING
           DISPLAY "____ " WITH NO ADVANCING
           DISPLAY ANSI-BASE WITH NO ADVANCING
           MOVE SPACES TO WS-CO-EMP-IN
           ACCEPT WS-CO-EMP-IN

           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-CO-EMP-IN)) NOT = 0
               DISPLAY ANSI-LITERAL WITH NO ADVANCING
               DISPLAY "Not a valid employee id."
               DISPLAY ANSI-BASE WITH NO ADVANCING
               PERFORM WAIT-FOR-ENTER
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-CO-EMP-IN))
             TO WS-CO-EMP-ID

           IF WS-CO-EMP-ID = EMP-ID OF LK-EMPLOYEE-RECORD
               DISPLAY ANSI-LITERAL WITH NO ADVANCING
               DISPLAY "You cannot charge off your own loan -- ask "
                   "another supervisor."
               DISPLAY ANSI-BASE WITH NO ADVANCING
               MOVE "ACCESS_DENIED" TO WS-AUDIT-EVENT-TYPE
               MOVE SPACES TO WS-AUDIT-DETAIL
               STRING "self charge-off refused for employee "
                      WS-CO-EMP-ID
                 INTO WS-AUDIT-DETAIL
               END-STRING
               PERFORM RECORD-BANKING-AUDIT
               PERFORM WAIT-FOR-ENTER
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CO-EMP-ID TO WS-DQ-LOOKUP-ID
           PERFORM LOAD-DELINQUENCY-ROWS
           IF WS-DQ-FOUND-IDX = 0
              OR WS-DQ-STATUS NOT = "PAST_DUE"
               DISPLAY ANSI-LITERAL WITH NO ADVANCING
               DISPLAY "That loan is not past due -- only a "
                   "delinquent loan can be charged off."
               DISPLAY ANSI-BASE WITH NO ADVANCING
               PERFORM WAIT-FOR-ENTER
               EXIT PARAGRAPH
           END-IF

           PERFORM CO-READ-TARGET-ACCOUNT
           IF WS-CO-TGT-FOUND NOT = "Y"
              OR WS-CO-TGT-LOAN NOT > 0
               DISPLAY ANSI-LITERAL WITH NO ADVANCING
               DISPLAY "No outstanding loan balance for employee "
                   WS-CO-EMP-ID "."
               DISPLAY ANSI-BASE WITH NO ADVANCING
               PERFORM WAIT-FOR-ENTER
               EXIT PARAGRAPH
           END-IF

           DISPLAY " "
           MOVE WS-CO-TGT-LOAN TO WS-AMOUNT-DISPLAY
           DISPLAY "Loan Balance      : $" WS-AMOUNT-DISPLAY
           MOVE WS-DQ-DAYS TO WS-DQ-DAYS-EDIT
           DISPLAY "Days Past Due     : " WS-DQ-DAYS-EDIT
           MOVE WS-DQ-MISSED TO WS-AMOUNT-DISPLAY
           DISPLAY "Past-Due Amount   : $" WS-AMOUNT-DISPLAY

           IF WS-DQ-DAYS < 90
               DISPLAY ANSI-COMMENT WITH NO ADVANCING
               DISPLAY "Note: this loan is not yet 90 days past due."
               DISPLAY ANSI-BASE WITH NO ADVANCING
           END-IF

           DISPLAY " "
           DISPLAY ANSI-KEYWORD WITH NO ADVANCING
           DISPLAY "Write the whole balance off? (Y/N) : "
               WITH NO ADVANCING
           DISPLAY ANSI-INPUT WITH NO ADVANCING
           DISPLAY "_ " WITH NO ADVANCING
           DISPLAY ANSI-BASE WITH NO ADVANCING
           MOVE SPACE TO WS-CO-CONFIRM
           ACCEPT WS-CO-CONFIRM

           IF WS-CO-CONFIRM NOT = "Y" AND WS-CO-CONFIRM NOT = "y"
               DISPLAY ANSI-COMMENT WITH NO ADVANCING
               DISPLAY "Charge-off abandoned -- nothing posted."
               DISPLAY ANSI-BASE WITH NO ADVANCING
               PERFORM WAIT-FOR-ENTER
               EXIT PARAGRAPH
           END-IF

           PERFORM APPLY-LOAN-CHARGEOFF
           PERFORM WAIT-FOR-ENTER.

       APPLY-LOAN-CHARGEOFF.
      *> re-read under the lock -- the balance shown on the screen
      *> may be stale by the time the supervisor confirms.
           PERFORM ACQUIRE-ACCOUNT-LOCK
           IF WS-LOCK-RESULT NOT = "Y"
               EXIT PARAGRAPH
           END-IF

           PERFORM CO-READ-TARGET-ACCOUNT
           IF WS-CO-TGT-FOUND NOT = "Y"
              OR WS-CO-TGT-LOAN NOT > 0
               PERFORM RELEASE-ACCOUNT-LOCK
               DISPLAY ANSI-LITERAL WITH NO ADVANCING
               DISPLAY "The loan no longer carries a balance -- "
                   "nothing posted."
               DISPLAY ANSI-BASE WITH NO ADVANCING
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CO-TGT-LOAN TO WS-CO-AMOUNT
           PERFORM CO-WRITE-JOURNAL
           MOVE 0 TO WS-CO-TGT-LOAN

           PERFORM CO-SAVE-TARGET-ACCOUNT
           IF WS-OP-OK NOT = "Y"
               PERFORM CLEAR-JOURNAL
               PERFORM RELEASE-ACCOUNT-LOCK
               DISPLAY ANSI-LITERAL WITH NO ADVANCING
               DISPLAY "Unable to save the borrower's account -- "
                   "nothing posted."
               DISPLAY ANSI-BASE WITH NO ADVANCING
               EXIT PARAGRAPH
           END-IF

           PERFORM CO-POST-CHARGEOFF-LEGS
           IF WS-OP-OK NOT = "Y"
               MOVE WS-CO-AMOUNT TO WS-CO-TGT-LOAN
               PERFORM CO-SAVE-TARGET-ACCOUNT
               PERFORM CLEAR-JOURNAL
               PERFORM RELEASE-ACCOUNT-LOCK
               DISPLAY ANSI-LITERAL WITH NO ADVANCING
               DISPLAY "Ledger post failed. Balances rolled back."
               DISPLAY ANSI-BASE WITH NO ADVANCING
               EXIT PARAGRAPH
           END-IF

           PERFORM CLEAR-JOURNAL
           PERFORM RELEASE-ACCOUNT-LOCK

           PERFORM MARK-LOAN-CHARGED-OFF

           MOVE WS-CO-EMP-ID TO WS-EMP-ID-TEXT
           MOVE WS-CO-AMOUNT TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT TO WS-AMOUNT-TEXT
           MOVE "LOAN_CHARGED_OFF" TO WS-ALERT-TYPE
           MOVE "HIGH" TO WS-ALERT-SEVERITY
           MOVE SPACES TO WS-ALERT-DETAIL
           STRING "amount=" FUNCTION TRIM(WS-AMOUNT-TEXT)
                  " written off by "
                  EMP-ID OF LK-EMPLOYEE-RECORD
             INTO WS-ALERT-DETAIL
           END-STRING
           PERFORM APPEND-ALERT-RECORD

           MOVE WS-CO-AMOUNT TO WS-AMOUNT-DISPLAY
           DISPLAY ANSI-COMMENT WITH NO ADVANCING
           DISPLAY "Loan charged off -- $" WS-AMOUNT-DISPLAY
               " written off under tx " WS-TX-ID "."
           DISPLAY ANSI-BASE WITH NO ADVANCING

           MOVE "LOAN_CHARGED_OFF" TO WS-AUDIT-EVENT-TYPE
           MOVE SPACES TO WS-AUDIT-DETAIL
           STRING "loan for employee " WS-CO-EMP-ID
                  " charged off, amount=" FUNCTION TRIM(WS-AMOUNT-TEXT)
                  " tx " WS-TX-ID
             INTO WS-AUDIT-DETAIL
           END-STRING
           PERFORM RECORD-BANKING-AUDIT.

       CO-READ-TARGET-ACCOUNT.
           MOVE "N" TO WS-CO-TGT-FOUND

           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCOUNT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CO-EMP-ID TO ACCT-EMP-ID
           READ ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-CO-TGT-FOUND
                   MOVE ACCT-CHECKING-BAL TO WS-CO-TGT-CHECKING
                   MOVE ACCT-SAVINGS-BAL TO WS-CO-TGT-SAVINGS
                   MOVE ACCT-LOAN-BAL TO WS-CO-TGT-LOAN
           END-READ

           CLOSE ACCOUNT-FILE.

       CO-SAVE-TARGET-ACCOUNT.
           MOVE "Y" TO WS-OP-OK

           OPEN I-O ACCOUNT-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CO-EMP-ID TO ACCT-EMP-ID
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE "N" TO WS-OP-OK
               NOT INVALID KEY
                   MOVE WS-CO-TGT-LOAN TO ACCT-LOAN-BAL
                   REWRITE ACCOUNT-RECORD
                   IF WS-ACCOUNT-STATUS NOT = "00"
                       MOVE "N" TO WS-OP-OK
           CLOSE ACCOUNT-FILE.

      *> Same pre-commit journal format WRITE-JOURNAL-ENTRY uses, so
      *> RECOVER-FROM-JOURNAL can put an interrupted charge-off back.
       CO-WRITE-JOURNAL.
           MOVE WS-CO-EMP-ID TO WS-JOURNAL-EMP-ID-TEXT
           MOVE WS-CO-TGT-CHECKING TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT TO WS-JOURNAL-CHECKING-TEXT
           MOVE WS-CO-TGT-SAVINGS TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT TO WS-JOURNAL-SAVINGS-TEXT
           MOVE WS-CO-TGT-LOAN TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT TO WS-JOURNAL-LOAN-TEXT

           MOVE SPACES TO JOURNAL-LINE
               CLOSE JOURNAL-FILE
           END-IF.

      *> DEBIT LOAN takes the balance down exactly as a payment
      *> does; the other side lands in LOAN_CHARGEOFF rather than
      *> LOAN_PAY_INCOME, and the legs carry the borrower's id.
       CO-POST-CHARGEOFF-LEGS.
           MOVE "Y" TO WS-OP-OK

           MOVE WS-CO-EMP-ID TO WS-COA-EMP-ID
           MOVE "LOAN" TO WS-COA-ACCOUNT
           PERFORM VALIDATE-GL-ACCOUNT
           IF WS-COA-RESULT = "Y"
               MOVE "LOAN_CHARGEOFF" TO WS-COA-ACCOUNT
               PERFORM VALIDATE-GL-ACCOUNT
           END-IF
           IF WS-COA-RESULT NOT = "Y"
               MOVE "N" TO WS-OP-OK
               EXIT PARAGRAPH
           END-IF

           PERFORM GET-NEXT-TX-ID
           IF WS-OP-OK NOT = "Y"
               EXIT PARAGRAPH
               EXIT PARAGRAPH
           END-IF

           OPEN I-O LEDGER-FILE
           IF WS-LEDGER-STATUS NOT = "00"
               MOVE "N" TO WS-OP-OK
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CO-AMOUNT TO WS-POST-AMOUNT
           MOVE "LOAN_CHARGEOFF" TO WS-ENTRY-MEMO

           MOVE "DEBIT" TO WS-ENTRY-TYPE
           MOVE "LOAN" TO WS-ENTRY-ACCOUNT
           PERFORM CO-WRITE-ONE-LEG

           MOVE "CREDIT" TO WS-ENTRY-TYPE
           MOVE "LOAN_CHARGEOFF" TO WS-ENTRY-ACCOUNT
           PERFORM CO-WRITE-ONE-LEG

           CLOSE LEDGER-FILE.

       CO-WRITE-ONE-LEG.
           ADD 1 TO WS-TX-LEG
           MOVE WS-TX-ID TO LEDG-TX-ID
           MOVE WS-TX-LEG TO LEDG-LEG
           MOVE WS-CO-EMP-ID TO LEDG-EMP-ID
           MOVE WS-TIMESTAMP TO LEDG-TIMESTAMP
           MOVE WS-ENTRY-TYPE TO LEDG-ENTRY-TYPE
           MOVE WS-ENTRY-ACCOUNT TO LEDG-ACCOUNT
           MOVE WS-POST-AMOUNT TO LEDG-AMOUNT
           MOVE WS-ENTRY-MEMO TO LEDG-MEMO

           WRITE LEDGER-RECORD
               INVALID KEY
                   MOVE "N" TO WS-OP-OK
           END-WRITE.

      *> Rebuilds the borrower's row with status CHARGED_OFF, keeping
      *> the days, arrears and fee it carried at write-off, and
      *> rewrites the file from the buffer.
       MARK-LOAN-CHARGED-OFF.
           MOVE SPACES TO WS-DQ-BUF-LINE(WS-DQ-FOUND-IDX)
           STRING FUNCTION TRIM(WS-DQ-EMP-TEXT)
                  "|"
                  FUNCTION TRIM(WS-DQ-DAYS-TEXT)
                  "|"
                  FUNCTION TRIM(WS-DQ-MISSED-TEXT)
                  "|"
                  FUNCTION TRIM(WS-DQ-SINCE-TEXT)
                  "|"
                  FUNCTION TRIM(WS-DQ-FEES-TEXT)
                  "|"
                  FUNCTION TRIM(WS-DQ-LEVEL-TEXT)
                  "|CHARGED_OFF"
             INTO WS-DQ-BUF-LINE(WS-DQ-FOUND-IDX)
           END-STRING

           OPEN OUTPUT DELINQ-FILE
           IF WS-DELINQ-STATUS NOT = "00"
               DISPLAY ANSI-LITERAL WITH NO ADVANCING
               DISPLAY "WARNING: could not rewrite the delinquency "
                   "file -- mark employee " WS-CO-EMP-ID
                   " CHARGED_OFF by hand."
               DISPLAY ANSI-BASE WITH NO ADVANCING
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-DQ-IDX FROM 1 BY 1
                   UNTIL WS-DQ-IDX > WS-DQ-BUF-COUNT
               MOVE WS-DQ-BUF-LINE(WS-DQ-IDX) TO DELINQ-LINE
               WRITE DELINQ-LINE
           END-PERFORM

           CLOSE DELINQ-FILE.

      *> Loads every delinquency row into the buffer and parses the
      *> one for WS-DQ-LOOKUP-ID (WS-DQ-FOUND-IDX is 0 when the
      *> borrower has no row -- a loan that has never missed).
       LOAD-DELINQUENCY-ROWS.
           MOVE 0 TO WS-DQ-BUF-COUNT WS-DQ-FOUND-IDX
                     WS-DQ-DAYS WS-DQ-MISSED
           MOVE SPACES TO WS-DQ-STATUS
           MOVE "N" TO WS-EOF

           OPEN INPUT DELINQ-FILE
           IF WS-DELINQ-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF = "Y"
               READ DELINQ-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF WS-DQ-BUF-COUNT < 200
                           ADD 1 TO WS-DQ-BUF-COUNT
                           MOVE DELINQ-LINE
                             TO WS-DQ-BUF-LINE(WS-DQ-BUF-COUNT)
                           IF WS-DQ-FOUND-IDX = 0
                               PERFORM CHECK-DELINQUENCY-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE DELINQ-FILE.

       CHECK-DELINQUENCY-LINE.
           MOVE 0 TO WS-DQ-FIELD-COUNT
           MOVE SPACES TO WS-DQ-EMP-TEXT
                          WS-DQ-DAYS-TEXT
                          WS-DQ-MISSED-TEXT
                          WS-DQ-SINCE-TEXT
                          WS-DQ-FEES-TEXT
                          WS-DQ-LEVEL-TEXT
                          WS-DQ-STATUS-TEXT

           UNSTRING DELINQ-LINE DELIMITED BY "|"
               INTO WS-DQ-EMP-TEXT
                    WS-DQ-DAYS-TEXT
                    WS-DQ-MISSED-TEXT
                    WS-DQ-SINCE-TEXT
                    WS-DQ-FEES-TEXT
                    WS-DQ-LEVEL-TEXT
                    WS-DQ-STATUS-TEXT
               TALLYING IN WS-DQ-FIELD-COUNT
           END-UNSTRING

           IF WS-DQ-FIELD-COUNT NOT = 7
               EXIT PARAGRAPH
           END-IF

           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-DQ-EMP-TEXT))
              NOT = 0
              OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-DQ-DAYS-TEXT))
                 NOT = 0
              OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-DQ-MISSED-TEXT))
                 NOT = 0
               EXIT PARAGRAPH
           END-IF

           IF FUNCTION NUMVAL(FUNCTION TRIM(WS-DQ-EMP-TEXT)) NOT =
              WS-DQ-LOOKUP-ID
               EXIT PARAGRAPH
           END-IF

           MOVE WS-DQ-BUF-COUNT TO WS-DQ-FOUND-IDX
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-DQ-DAYS-TEXT))
             TO WS-DQ-DAYS
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-DQ-MISSED-TEXT))
             TO WS-DQ-MISSED
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-DQ-STATUS-TEXT))
             TO WS-DQ-STATUS.

       RUN-END-OF-DAY-BATCH.
           PERFORM CLEAR-SCREEN
           DISPLAY ANSI-KEYWORD WITH NO ADVANCING
           DISPLAY "End-of-Day Batch"
           DISPLAY ANSI-COMMENT WITH NO ADVANCING
           DISPLAY "- Apply overdraft fee when checking is negative"
           DISPLAY "- Accrue loan interest and post the scheduled payment"
           DISPLAY "  (savings interest accrues in the nightly batch and "
               "is credited at month end)"

           MOVE 0 TO WS-FEE-AMOUNT
                     WS-LOAN-INTEREST-AMOUNT WS-LOAN-PAYMENT-DUE
           MOVE "Y" TO WS-OP-OK

           IF WS-OP-OK = "Y"
              AND WS-CUR-CHECKING < 0
                   MOVE WS-CUR-LOAN TO WS-LOAN-PAYMENT-DUE
               END-IF

      *> same rule as the unattended run: a payment checking cannot
      *> cover is left alone, and the nightly batch carries it as
      *> past due.
               IF WS-CUR-CHECKING < WS-LOAN-PAYMENT-DUE
                   DISPLAY ANSI-LITERAL WITH NO ADVANCING
                   DISPLAY "Loan payment not covered by checking -- "
                       "not taken."
                   DISPLAY ANSI-BASE WITH NO ADVANCING
                   MOVE 0 TO WS-LOAN-PAYMENT-DUE
               ELSE
                   MOVE WS-CUR-CHECKING TO WS-OLD-CHECKING
                   MOVE WS-CUR-SAVINGS TO WS-OLD-SAVINGS
                   MOVE WS-CUR-LOAN TO WS-OLD-LOAN

                   COMPUTE WS-CUR-CHECKING =
                       WS-CUR-CHECKING - WS-LOAN-PAYMENT-DUE
                   COMPUTE WS-CUR-LOAN =
                       WS-CUR-LOAN - WS-LOAN-PAYMENT-DUE

                   PERFORM COMMIT-LOAN-PAYMENT-LEDGER
               END-IF
           END-IF

           IF WS-OP-OK = "Y"
               DISPLAY "EOD batch incomplete due to posting error."
           END-IF

           MOVE WS-FEE-AMOUNT TO WS-AMOUNT-DISPLAY
           DISPLAY "Overdraft Fee   : $" WS-AMOUNT-DISPLAY

               EXIT PARAGRAPH
           END-IF

           MOVE EMP-ID OF LK-EMPLOYEE-RECORD TO LEDG-EMP-ID
           START LEDGER-FILE KEY = LEDG-EMP-ID
               INVALID KEY
                   MOVE "Y" TO WS-EOF
           END-START

           PERFORM UNTIL WS-EOF = "Y"
               READ LEDGER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM LOAD-LEDGER-FIELDS
                       IF WS-PARSED-EMP-ID NOT =
                          EMP-ID OF LK-EMPLOYEE-RECORD
                           MOVE "Y" TO WS-EOF
                       END-IF
                       IF WS-PARSE-OK = "Y"
                           IF WS-PARSED-EMP-ID = EMP-ID OF LK-EMPLOYEE-RECORD
                               PERFORM FIND-OR-CREATE-AUDIT-ENTRY

           CLOSE ACCOUNT-FILE.

      *> every account a posting names must be open on the chart of
      *> accounts -- CHART-OF-ACCOUNTS raises the alert on a refusal,
      *> and nothing is written for the transaction.
       CHECK-POSTING-ACCOUNTS.
           MOVE EMP-ID OF LK-EMPLOYEE-RECORD TO WS-COA-EMP-ID
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
               DISPLAY ANSI-LITERAL WITH NO ADVANCING
               IF WS-COA-REASON = "INACTIVE"
                   DISPLAY "Posting refused: account "
                       FUNCTION TRIM(WS-COA-ACCOUNT)
                       " is inactive on the chart of accounts."
               ELSE
                   DISPLAY "Posting refused: account "
                       FUNCTION TRIM(WS-COA-ACCOUNT)
                       " is not on the chart of accounts."
               END-IF
               DISPLAY ANSI-BASE WITH NO ADVANCING
           END-IF.

       POST-DOUBLE-ENTRY.
           MOVE "Y" TO WS-OP-OK

           PERFORM CHECK-POSTING-ACCOUNTS
           IF WS-COA-RESULT NOT = "Y"
               MOVE "N" TO WS-OP-OK
               EXIT PARAGRAPH
           END-IF

           PERFORM GET-NEXT-TX-ID
           IF WS-OP-OK NOT = "Y"
               EXIT PARAGRAPH
               EXIT PARAGRAPH
           END-IF

           OPEN I-O LEDGER-FILE
           IF WS-LEDGER-STATUS NOT = "00"
               MOVE "N" TO WS-OP-OK
               EXIT PARAGRAPH
           CLOSE LEDGER-FILE.

       WRITE-LEDGER-LINE.
           ADD 1 TO WS-TX-LEG
           MOVE WS-TX-ID TO LEDG-TX-ID
           MOVE WS-TX-LEG TO LEDG-LEG
           MOVE EMP-ID OF LK-EMPLOYEE-RECORD TO LEDG-EMP-ID
           MOVE WS-TIMESTAMP TO LEDG-TIMESTAMP
           MOVE WS-ENTRY-TYPE TO LEDG-ENTRY-TYPE
           MOVE WS-ENTRY-ACCOUNT TO LEDG-ACCOUNT
           MOVE WS-POST-AMOUNT TO LEDG-AMOUNT
           MOVE WS-ENTRY-MEMO TO LEDG-MEMO

           WRITE LEDGER-RECORD
               INVALID KEY
                   MOVE "N" TO WS-OP-OK
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
               EXIT PARAGRAPH
           END-IF

      *> one line per account row the interrupted commit touched --
      *> a payment between employees journals both rows.
           MOVE 0 TO WS-JR-COUNT
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ JOURNAL-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM PARSE-JOURNAL-LINE
                       IF WS-JOURNAL-PARSE-OK = "Y"
                          AND WS-JR-COUNT < 4
                           ADD 1 TO WS-JR-COUNT
                           MOVE WS-JOURNAL-EMP-ID
                             TO WS-JR-EMP-ID(WS-JR-COUNT)
                           MOVE WS-JOURNAL-CHECKING
                             TO WS-JR-CHECKING(WS-JR-COUNT)
                           MOVE WS-JOURNAL-SAVINGS
                             TO WS-JR-SAVINGS(WS-JR-COUNT)
                           MOVE WS-JOURNAL-LOAN
                             TO WS-JR-LOAN(WS-JR-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOURNAL-FILE

           IF WS-JR-COUNT = 0
               EXIT PARAGRAPH
           END-IF

               EXIT PARAGRAPH
           END-IF

           OPEN I-O ACCOUNT-FILE
           IF WS-ACCOUNT-STATUS NOT = "00"
               PERFORM RELEASE-ACCOUNT-LOCK
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-JR-IDX FROM 1 BY 1
                   UNTIL WS-JR-IDX > WS-JR-COUNT
               PERFORM RESTORE-JOURNAL-ROW
           END-PERFORM

           CLOSE ACCOUNT-FILE
           PERFORM CLEAR-JOURNAL
           PERFORM RELEASE-ACCOUNT-LOCK.

       RESTORE-JOURNAL-ROW.
           MOVE WS-JR-EMP-ID(WS-JR-IDX) TO ACCT-EMP-ID
           READ ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WS-JR-CHECKING(WS-JR-IDX) TO ACCT-CHECKING-BAL
                   MOVE WS-JR-SAVINGS(WS-JR-IDX) TO ACCT-SAVINGS-BAL
                   MOVE WS-JR-LOAN(WS-JR-IDX) TO ACCT-LOAN-BAL
                   REWRITE ACCOUNT-RECORD

                   DISPLAY ANSI-LITERAL WITH NO ADVANCING
                   DISPLAY "Recovered an interrupted posting for employee "
                       WS-JR-EMP-ID(WS-JR-IDX)
                       " -- balances rolled back to their pre-commit state."
                   DISPLAY ANSI-BASE WITH NO ADVANCING
           END-READ.

       PARSE-JOURNAL-LINE.
           MOVE "Y" TO WS-JOURNAL-PARSE-OK
             INTO WS-TIMESTAMP
           END-STRING.

      *> copies the keyed ledger row just read into the working
      *> fields the inquiry, audit and reversal paragraphs test.
       LOAD-LEDGER-FIELDS.
           MOVE "Y" TO WS-PARSE-OK
           MOVE LEDG-TX-ID TO WS-PARSED-TX-ID
           MOVE LEDG-EMP-ID TO WS-PARSED-EMP-ID
           MOVE LEDG-AMOUNT TO WS-PARSED-AMOUNT
           MOVE LEDG-ENTRY-TYPE TO WS-LINE-ENTRY-TYPE
           MOVE LEDG-ACCOUNT TO WS-LINE-ACCOUNT
           MOVE LEDG-MEMO TO WS-LINE-MEMO.

       WAIT-FOR-ENTER.
           DISPLAY " "
