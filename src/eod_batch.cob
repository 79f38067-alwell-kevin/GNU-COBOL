
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

           SELECT LOAN-POLICY-FILE
               ASSIGN TO DYNAMIC WS-LOAN-POLICY-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOAN-POLICY-STATUS.

           SELECT AGING-FILE
               ASSIGN TO DYNAMIC WS-AGING-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGING-STATUS.

           SELECT TIER-FILE
               ASSIGN TO DYNAMIC WS-TIER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TIER-STATUS.

           SELECT ACCRUAL-FILE
               ASSIGN TO DYNAMIC WS-ACCRUAL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCRUAL-STATUS.

           SELECT INT-HIST-FILE
               ASSIGN TO DYNAMIC WS-INT-HIST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INT-HIST-STATUS.

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

       FD  LOAN-POLICY-FILE.
       01  LOAN-POLICY-LINE               PIC X(40).

       FD  AGING-FILE.
       01  AGING-LINE                     PIC X(132).

       FD  TIER-FILE.
       01  TIER-LINE                      PIC X(80).

       FD  ACCRUAL-FILE.
       01  ACCRUAL-LINE                   PIC X(120).

       FD  INT-HIST-FILE.
       01  INT-HIST-LINE                  PIC X(120).

       WORKING-STORAGE SECTION.
      *> per-loan terms booked at origination (data/loan_terms.dat:
      *> employee id|principal|daily rate|scheduled payment|
      *> origination date|term months) -- the loan-interest and
      *> loan-payment postings below use each loan's own rate and
      *> payment; a loan with no terms row (seeded or hand-edited)
      *> falls back to the compiled shop defaults. The scheduled
      *> payment falls due monthly on the origination day-of-month
      *> (clamped to 28, the 1st without a terms row); a due date
      *> that is not a business day rolls to the next business day.
       01  WS-TERMS-TABLE.
           05 WS-TERM-ENTRY OCCURS 200 TIMES.
               10 WS-TERM-EMP-ID          PIC 9(4) VALUE 0.
               10 WS-TERM-RATE            PIC 9V9999 VALUE 0.
               10 WS-TERM-PAYMENT         PIC 9(5)V99 VALUE 0.
               10 WS-TERM-ORIG-DATE       PIC 9(8) VALUE 0.
               10 WS-TERM-DUE-DAY         PIC 9(2) VALUE 0.
      *> working copy of the one account row the file walk is
      *> currently on -- each row is read with READ NEXT, processed,
      *> and rewritten in place, so the run never holds more than one
       77  WS-TERM-ORIG-TEXT              PIC X(20).
       77  WS-TERM-MONTHS-TEXT            PIC X(20).

      *> loan delinquency companion to loan_terms.dat
      *> (data/loan_delinquency.dat: employee id|days past due|
      *> past-due amount|past due since|late fee assessed|last alert
      *> level|status). A scheduled payment checking cannot cover is
      *> never pulled -- it is added to the past-due amount instead
      *> and the loan ages from the date of the first miss until the
      *> arrears are collected. Status is CURRENT, PAST_DUE or
      *> CHARGED_OFF (set by the supervisor charge-off in BANKING-
      *> CONSOLE). The grace period and late fee come from
      *> data/loan_policy.dat (GRACE_DAYS|<days>, LATE_FEE|<amount>)
      *> and fall back to the compiled defaults below.
       01  WS-DQ-TABLE.
           05 WS-DQ-ROW OCCURS 200 TIMES.
               10 WS-DQ-EMP-ID            PIC 9(4) VALUE 0.
               10 WS-DQ-DAYS              PIC 9(4) VALUE 0.
               10 WS-DQ-MISSED            PIC 9(7)V99 VALUE 0.
               10 WS-DQ-SINCE             PIC X(8) VALUE SPACES.
               10 WS-DQ-FEES              PIC 9(7)V99 VALUE 0.
               10 WS-DQ-ALERT-LEVEL       PIC 9(2) VALUE 0.
               10 WS-DQ-STATUS            PIC X(12) VALUE SPACES.
               10 WS-DQ-LOAN-BAL          PIC S9(7)V99 VALUE 0.

      *> aging buckets for the nightly report -- current, 1-29,
      *> 30-59, 60-89 and 90+ days past due, then charged off.
       01  WS-AGE-TABLE.
           05 WS-AGE-BUCKET OCCURS 6 TIMES.
               10 WS-AGE-LABEL            PIC X(12) VALUE SPACES.
               10 WS-AGE-COUNT            PIC 9(4) VALUE 0.
               10 WS-AGE-PAST-DUE         PIC 9(9)V99 VALUE 0.
               10 WS-AGE-BALANCE          PIC 9(9)V99 VALUE 0.

       77  WS-DELINQ-PATH                 PIC X(256)
                                   VALUE "data/loan_delinquency.dat".
       77  WS-DELINQ-STATUS               PIC XX VALUE SPACES.
       77  WS-LOAN-POLICY-PATH            PIC X(256)
                                   VALUE "data/loan_policy.dat".
       77  WS-LOAN-POLICY-STATUS          PIC XX VALUE SPACES.
       77  WS-AGING-PATH                  PIC X(256) VALUE SPACES.
       77  WS-AGING-STATUS                PIC XX VALUE SPACES.
       77  WS-REPORT-DIR                  PIC X(256)
                                           VALUE "data/reports/".

       77  WS-LATE-GRACE-DAYS             PIC 9(3) VALUE 15.
       77  WS-LATE-FEE                    PIC 9(5)V99 VALUE 25.00.
       77  WS-POLICY-KEY-TEXT             PIC X(20).
       77  WS-POLICY-VALUE-TEXT           PIC X(20).

       77  WS-DQ-COUNT                    PIC 9(4) VALUE 0.
       77  WS-DQ-IDX                      PIC 9(4) VALUE 0.
       77  WS-DQ-FOUND-IDX                PIC 9(4) VALUE 0.
       77  WS-DQ-CHANGED                  PIC X VALUE "N".
       77  WS-DQ-LEVEL-NOW                PIC 9(2) VALUE 0.
       77  WS-DQ-SINCE-INT                PIC S9(7) VALUE 0.
       77  WS-DQ-BUCKET                   PIC 9 VALUE 0.
       77  WS-DQ-EMP-TEXT                 PIC X(20).
       77  WS-DQ-DAYS-TEXT                PIC X(20).
       77  WS-DQ-MISSED-TEXT              PIC X(20).
       77  WS-DQ-SINCE-TEXT               PIC X(20).
       77  WS-DQ-FEES-TEXT                PIC X(20).
       77  WS-DQ-LEVEL-TEXT               PIC X(20).
       77  WS-DQ-STATUS-TEXT              PIC X(20).
       77  WS-DQ-DAYS-EDIT                PIC ZZZ9.
       77  WS-DQ-LEVEL-EDIT               PIC Z9.
       77  WS-LOAN-COLLECT-AMOUNT         PIC 9(7)V99 VALUE 0.
       77  WS-LOAN-COLLECTED              PIC X VALUE "N".
       77  WS-MISSED-PAYMENT-COUNT        PIC 9(4) VALUE 0.

      *> savings interest rate sheet (data/savings_tiers.dat:
      *> effective date|band upper balance|annual rate|tier code),
      *> banded by upper limit the way tax_brackets.dat is. The
      *> newest sheet whose effective date has arrived applies in
      *> full -- a balance falls in the lowest band whose upper limit
      *> covers it, and anything above the top band earns the top
      *> band's rate. With no sheet on file the compiled
      *> WS-DAILY-INTEREST-RATE is used as a single LEGACY tier.
       01  WS-TIER-TABLE.
           05 WS-TIER-ROW OCCURS 50 TIMES.
               10 WS-TIER-EFF-DATE        PIC 9(8) VALUE 0.
               10 WS-TIER-UPPER           PIC 9(7)V99 VALUE 0.
               10 WS-TIER-RATE            PIC 9V9(5) VALUE 0.
               10 WS-TIER-CODE            PIC X(10) VALUE SPACES.

      *> savings interest accrual (data/savings_accrual.dat: employee
      *> id|accrual month YYYYMM|tier code|annual rate|accrued
      *> interest|last accrual date). Interest accrues here nightly,
      *> for every day since the last accrual, without posting; the
      *> month's accrual is credited to savings in one ledger
      *> transaction on the last business day of the month (or on
      *> the first run after it, if that night was missed). Each
      *> credit is logged to data/savings_interest_history.dat
      *> (employee id|month|tier code|annual rate|accrued|credited|
      *> ledger tx id|credit date) for BANK-STATEMENT-BATCH and
      *> DATA-INTEGRITY-BATCH.
       01  WS-AC-TABLE.
           05 WS-AC-ROW OCCURS 200 TIMES.
               10 WS-AC-EMP-ID            PIC 9(4) VALUE 0.
               10 WS-AC-MONTH             PIC 9(6) VALUE 0.
               10 WS-AC-TIER              PIC X(10) VALUE SPACES.
               10 WS-AC-RATE              PIC 9V9(5) VALUE 0.
               10 WS-AC-ACCRUED           PIC 9(7)V9(5) VALUE 0.
               10 WS-AC-LAST-DATE         PIC 9(8) VALUE 0.

       77  WS-TIER-PATH                   PIC X(256)
                                   VALUE "data/savings_tiers.dat".
       77  WS-TIER-STATUS                 PIC XX VALUE SPACES.
       77  WS-ACCRUAL-PATH                PIC X(256)
                                   VALUE "data/savings_accrual.dat".
       77  WS-ACCRUAL-STATUS              PIC XX VALUE SPACES.
       77  WS-INT-HIST-PATH               PIC X(256)
                           VALUE "data/savings_interest_history.dat".
       77  WS-INT-HIST-STATUS             PIC XX VALUE SPACES.

       77  WS-TIER-COUNT                  PIC 9(4) VALUE 0.
       77  WS-TIER-IDX                    PIC 9(4) VALUE 0.
       77  WS-TIER-FOUND-IDX              PIC 9(4) VALUE 0.
       77  WS-TIER-TOP-IDX                PIC 9(4) VALUE 0.
       77  WS-TIER-SHEET-DATE             PIC 9(8) VALUE 0.
       77  WS-TIER-DATE-TEXT              PIC X(20).
       77  WS-TIER-UPPER-TEXT             PIC X(20).
       77  WS-TIER-RATE-TEXT              PIC X(20).
       77  WS-TIER-CODE-TEXT              PIC X(20).
       77  WS-EFF-TIER-CODE               PIC X(10) VALUE SPACES.
       77  WS-EFF-TIER-RATE               PIC 9V9(5) VALUE 0.

       77  WS-AC-COUNT                    PIC 9(4) VALUE 0.
       77  WS-AC-IDX                      PIC 9(4) VALUE 0.
       77  WS-AC-FOUND-IDX                PIC 9(4) VALUE 0.
       77  WS-AC-CHANGED                  PIC X VALUE "N".
       77  WS-AC-EMP-TEXT                 PIC X(20).
       77  WS-AC-MONTH-TEXT               PIC X(20).
       77  WS-AC-TIER-TEXT                PIC X(20).
       77  WS-AC-RATE-TEXT                PIC X(20).
       77  WS-AC-ACCRUED-TEXT             PIC X(20).
       77  WS-AC-DATE-TEXT                PIC X(20).
       77  WS-AC-DAYS                     PIC S9(5) VALUE 0.
       77  WS-AC-INTEREST                 PIC 9(7)V9(5) VALUE 0.
       77  WS-AC-ACCRUED-EDIT             PIC 9999999.99999.
       77  WS-AC-RATE-EDIT                PIC 9.99999.
       77  WS-AC-TX-EDIT                  PIC Z(8)9.

       77  WS-THIS-MONTH                  PIC 9(6) VALUE 0.
       77  WS-NEXT-MONTH                  PIC 9(6) VALUE 0.
       77  WS-CAL-YEAR                    PIC 9(4) VALUE 0.
       77  WS-CAL-MONTH                   PIC 9(2) VALUE 0.
       77  WS-MONTH-END-BUS-INT           PIC S9(7) VALUE 0.

      *> business-day calendar (BUSINESS-CALENDAR over
      *> data/bank_holidays.dat). Standing orders and loan payments
      *> only move money on a business day -- anything that fell due
      *> on a weekend or bank holiday is picked up by the first
      *> business day after it.
       77  WS-BCAL-ACTION                 PIC X(8) VALUE SPACES.
       77  WS-BCAL-DATE                   PIC 9(8) VALUE 0.
       77  WS-BCAL-RESULT                 PIC 9(8) VALUE 0.
       77  WS-BCAL-BUSINESS               PIC X VALUE "N".
       77  WS-TODAY-NUM                   PIC 9(8) VALUE 0.
       77  WS-TODAY-IS-BUSINESS           PIC X VALUE "N".
       77  WS-PREV-BUS-DATE               PIC 9(8) VALUE 0.
       77  WS-EFF-DUE-DAY                 PIC 9(2) VALUE 1.
       77  WS-EFF-ORIG-DATE               PIC 9(8) VALUE 0.
       77  WS-LOAN-DUE-TONIGHT            PIC X VALUE "N".
       77  WS-LD-YEAR                     PIC 9(4) VALUE 0.
       77  WS-LD-MONTH                    PIC 9(2) VALUE 0.
       77  WS-LD-DATE                     PIC 9(8) VALUE 0.
       77  WS-TOTAL-ACCRUED               PIC 9(9)V9(5) VALUE 0.
       77  WS-INT-CREDIT-COUNT            PIC 9(4) VALUE 0.
       77  WS-TOTAL-ARREARS               PIC 9(9)V99 VALUE 0.
       77  WS-TOTAL-LATE-FEES             PIC 9(9)V99 VALUE 0.
       77  WS-AGING-AMOUNT-DISPLAY        PIC Z,ZZZ,ZZ9.99.
       77  WS-AGING-TOTAL-DISPLAY         PIC ZZZ,ZZZ,ZZ9.99.

      *> standing orders keyed in BANKING-CONSOLE
      *> (data/standing_orders.dat: order id|employee id|direction|
      *> amount|frequency|next run date|status) -- every ACTIVE

      *> dual-control queue written by BANKING-CONSOLE
      *> (data/pending_transfers.dat: id|requested ts|employee id|
      *> direction|amount|status|decided-by|decided ts[|payee id]).
      *> The payee field of an EMP2EMP row rides through untouched.
      *> A request left PENDING past the expiry window goes stale --
      *> the batch stamps it EXPIRED with an alert so the requester
      *> re-keys it if the money still needs to move.
       01  WS-PT-TABLE.
           05 WS-PT-ROW OCCURS 100 TIMES.
               10 WS-PT-STATUS            PIC X(10) VALUE SPACES.
               10 WS-PT-BY                PIC X(12) VALUE SPACES.
               10 WS-PT-AT                PIC X(19) VALUE SPACES.
               10 WS-PT-PAYEE-ID          PIC 9(4) VALUE 0.

       77  WS-PENDING-PATH                PIC X(256)
                               VALUE "data/pending_transfers.dat".
       77  WS-PT-STATUS-TEXT              PIC X(20).
       77  WS-PT-BY-TEXT                  PIC X(20).
       77  WS-PT-AT-TEXT                  PIC X(20).
       77  WS-PT-PAYEE-TEXT               PIC X(20).
       77  WS-PT-LINE-PTR                 PIC 9(3) VALUE 1.
       77  WS-PT-ID-EDIT                  PIC ZZZZZ9.
       77  WS-PT-AGE-DAYS                 PIC S9(7) VALUE 0.
       77  WS-PT-DATE-TEXT                PIC X(8) VALUE SPACES.
       77  WS-PT-DATE-INT                 PIC S9(7) VALUE 0.

       77  WS-TX-ID                       PIC 9(9) VALUE 0.
       77  WS-TX-LEG                      PIC 9(2) VALUE 0.
       77  WS-TXC-ACTION                  PIC X(8) VALUE SPACES.
       77  WS-TXC-RESULT                  PIC X VALUE "N".

       01  WS-COA-REQUEST.
           COPY "coa_request.cpy".

       77  WS-CURRENT-DATE                PIC X(21) VALUE SPACES.
       77  WS-TIMESTAMP                   PIC X(19) VALUE SPACES.

       77  WS-FIELD-COUNT                 PIC 9 VALUE 0.

       77  WS-DEBIT-ACCOUNT               PIC X(20) VALUE SPACES.
       77  WS-ENTRY-ACCOUNT               PIC X(20) VALUE SPACES.
       77  WS-ENTRY-MEMO                  PIC X(40) VALUE SPACES.

       77  WS-EMP-ID-TEXT                 PIC X(12).
       77  WS-AMOUNT-EDIT                 PIC -9999999.99.
       77  WS-AMOUNT-TEXT                 PIC X(20).
       77  WS-TOTAL-LOAN-PAYMENTS         PIC 9(9)V99 VALUE 0.

       77  WS-TOTAL-INTEREST-DISPLAY      PIC Z,ZZZ,ZZ9.99.
       77  WS-TOTAL-ACCRUED-DISPLAY       PIC Z,ZZZ,ZZ9.99.
       77  WS-TOTAL-FEES-DISPLAY          PIC Z,ZZZ,ZZ9.99.
       77  WS-TOTAL-LOAN-INT-DISPLAY      PIC Z,ZZZ,ZZ9.99.
       77  WS-TOTAL-LOAN-PAY-DISPLAY      PIC Z,ZZZ,ZZ9.99.
       77  WS-TOTAL-ARREARS-DISPLAY       PIC Z,ZZZ,ZZ9.99.
       77  WS-TOTAL-LATE-FEES-DISPLAY     PIC Z,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM SET-BATCH-WINDOW
           PERFORM BUILD-TIMESTAMP
           MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY-STAMP
           COMPUTE WS-TODAY-DATE-INT =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-TODAY-STAMP))
           PERFORM RESOLVE-BUSINESS-DAY
           PERFORM LOAD-LOAN-TERMS
           PERFORM LOAD-LOAN-POLICY
           PERFORM LOAD-LOAN-DELINQUENCY
           PERFORM LOAD-STANDING-ORDERS
           PERFORM FIND-MONTH-END-BUSINESS-DAY
           PERFORM LOAD-SAVINGS-TIERS
           PERFORM LOAD-SAVINGS-ACCRUAL

           OPEN I-O ACCOUNT-FILE
           IF WS-ACCOUNT-STATUS NOT = "00"
               PERFORM SAVE-STANDING-ORDERS
           END-IF

           IF WS-DQ-CHANGED = "Y"
               PERFORM SAVE-LOAN-DELINQUENCY
           END-IF

           IF WS-AC-CHANGED = "Y"
               PERFORM SAVE-SAVINGS-ACCRUAL
           END-IF

           PERFORM EXPIRE-PENDING-TRANSFERS

           PERFORM CLEAR-BATCH-WINDOW
               GOBACK
           END-IF

           PERFORM WRITE-LOAN-AGING-REPORT

           COMPUTE WS-TOTAL-ACCRUED-DISPLAY ROUNDED = WS-TOTAL-ACCRUED
           MOVE WS-TOTAL-INTEREST TO WS-TOTAL-INTEREST-DISPLAY
           MOVE WS-TOTAL-FEES TO WS-TOTAL-FEES-DISPLAY
           MOVE WS-TOTAL-LOAN-INTEREST TO WS-TOTAL-LOAN-INT-DISPLAY
           MOVE WS-TOTAL-LOAN-PAYMENTS TO WS-TOTAL-LOAN-PAY-DISPLAY
           MOVE WS-TOTAL-ARREARS TO WS-TOTAL-ARREARS-DISPLAY
           MOVE WS-TOTAL-LATE-FEES TO WS-TOTAL-LATE-FEES-DISPLAY

           DISPLAY " "
           DISPLAY "Accounts processed      : " WS-PROCESSED-COUNT
               " of " WS-ACCOUNT-COUNT
           DISPLAY "Savings interest accrued : $"
               WS-TOTAL-ACCRUED-DISPLAY
           DISPLAY "Savings interest credited: $" WS-TOTAL-INTEREST-DISPLAY
               " (" WS-INT-CREDIT-COUNT " account(s))"
           DISPLAY "Overdraft fees posted    : $" WS-TOTAL-FEES-DISPLAY
           DISPLAY "Loan interest accrued    : $" WS-TOTAL-LOAN-INT-DISPLAY
           DISPLAY "Loan payments posted     : $" WS-TOTAL-LOAN-PAY-DISPLAY
           DISPLAY "  of which arrears       : $" WS-TOTAL-ARREARS-DISPLAY
           DISPLAY "Loan payments missed     : " WS-MISSED-PAYMENT-COUNT
           DISPLAY "Late fees assessed       : $"
               WS-TOTAL-LATE-FEES-DISPLAY
           DISPLAY "Standing orders          : " WS-SO-EXECUTED-COUNT
               " executed, " WS-SO-SKIPPED-COUNT " skipped"

           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-TERM-RATE-TEXT))
             TO WS-TERM-RATE(WS-TERMS-COUNT)
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-TERM-PAYMENT-TEXT))
             TO WS-TERM-PAYMENT(WS-TERMS-COUNT)

           MOVE 0 TO WS-TERM-ORIG-DATE(WS-TERMS-COUNT)
           MOVE 1 TO WS-TERM-DUE-DAY(WS-TERMS-COUNT)
           IF FUNCTION TEST-NUMVAL(
              FUNCTION TRIM(WS-TERM-ORIG-TEXT)) = 0
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-TERM-ORIG-TEXT))
                 TO WS-TERM-ORIG-DATE(WS-TERMS-COUNT)
               IF FUNCTION TEST-DATE-YYYYMMDD(
                  WS-TERM-ORIG-DATE(WS-TERMS-COUNT)) = 0
                   MOVE WS-TERM-ORIG-DATE(WS-TERMS-COUNT)(7:2)
                     TO WS-TERM-DUE-DAY(WS-TERMS-COUNT)
                   IF WS-TERM-DUE-DAY(WS-TERMS-COUNT) > 28
                       MOVE 28 TO WS-TERM-DUE-DAY(WS-TERMS-COUNT)
                   END-IF
               ELSE
                   MOVE 0 TO WS-TERM-ORIG-DATE(WS-TERMS-COUNT)
               END-IF
           END-IF.

       LOOKUP-LOAN-TERMS.
           MOVE WS-LOAN-DAILY-INTEREST-RATE TO WS-EFF-LOAN-RATE
           MOVE WS-LOAN-PAYMENT-AMOUNT TO WS-EFF-LOAN-PAYMENT
           MOVE 1 TO WS-EFF-DUE-DAY
           MOVE 0 TO WS-EFF-ORIG-DATE

           MOVE 0 TO WS-TERM-FOUND-IDX
           PERFORM VARYING WS-TERM-IDX FROM 1 BY 1
                   MOVE WS-TERM-PAYMENT(WS-TERM-FOUND-IDX)
                     TO WS-EFF-LOAN-PAYMENT
               END-IF
               MOVE WS-TERM-DUE-DAY(WS-TERM-FOUND-IDX)
                 TO WS-EFF-DUE-DAY
               MOVE WS-TERM-ORIG-DATE(WS-TERM-FOUND-IDX)
                 TO WS-EFF-ORIG-DATE
           END-IF.

       PROCESS-ACCOUNT-EOD.
               IF WS-SO-EMP-ID(WS-SO-IDX) = WS-CUR-EMP-ID
                  AND WS-SO-STATUS(WS-SO-IDX) = "ACTIVE"
                  AND WS-SO-NEXT-DATE(WS-SO-IDX) <= WS-TODAY-STAMP
                  AND WS-TODAY-IS-BUSINESS = "Y"
                   PERFORM EXECUTE-ONE-STANDING-ORDER
               END-IF
           END-PERFORM

      *> accrue tonight's savings interest; on the month's last
      *> business day the whole accrual is credited in one posting.
           PERFORM ACCRUE-SAVINGS-INTEREST

           IF WS-CUR-CHECKING < 0
               MOVE WS-OVERDRAFT-FEE TO WS-FEE-AMOUNT
               END-IF
           END-IF

      *> the scheduled payment is only pulled when checking can
      *> cover it -- a short account is never driven into overdraft
      *> by its own loan. The miss is carried as a past-due amount
      *> instead and the loan is aged night by night until the
      *> arrears are collected.
           PERFORM FIND-DELINQUENCY-ROW
           PERFORM CHECK-LOAN-DUE-TONIGHT

      *> between due dates a business night still works the arrears
      *> down from whatever checking holds.
           IF WS-CUR-LOAN > 0
              AND WS-LOAN-DUE-TONIGHT NOT = "Y"
              AND WS-TODAY-IS-BUSINESS = "Y"
              AND WS-DQ-FOUND-IDX > 0
               IF WS-DQ-STATUS(WS-DQ-FOUND-IDX) = "PAST_DUE"
                   PERFORM COLLECT-LOAN-ARREARS
               END-IF
           END-IF

           IF WS-CUR-LOAN > 0
              AND WS-LOAN-DUE-TONIGHT = "Y"
               MOVE WS-EFF-LOAN-PAYMENT TO WS-LOAN-PAYMENT-DUE
               IF WS-LOAN-PAYMENT-DUE > WS-CUR-LOAN
                   MOVE WS-CUR-LOAN TO WS-LOAN-PAYMENT-DUE
               END-IF

               IF WS-CUR-CHECKING >= WS-LOAN-PAYMENT-DUE
                   MOVE WS-LOAN-PAYMENT-DUE TO WS-LOAN-COLLECT-AMOUNT
                   PERFORM POST-LOAN-COLLECTION
                   IF WS-LOAN-COLLECTED = "Y"
                      AND WS-DQ-FOUND-IDX > 0
                       IF WS-DQ-STATUS(WS-DQ-FOUND-IDX) = "PAST_DUE"
                           PERFORM COLLECT-LOAN-ARREARS
                       END-IF
                   END-IF
               ELSE
                   PERFORM NOTE-MISSED-LOAN-PAYMENT
               END-IF
           END-IF

           PERFORM AGE-LOAN-DELINQUENCY.

      *> A payment is due tonight when its nominal due date -- this
      *> month's or last month's, on the loan's due day -- falls
      *> after the previous business day and on or before today, so
      *> a due date on a weekend or holiday is collected on the
      *> first business day after it. Nothing is due before the
      *> loan's first month has run.
       CHECK-LOAN-DUE-TONIGHT.
           MOVE "N" TO WS-LOAN-DUE-TONIGHT
           IF WS-TODAY-IS-BUSINESS NOT = "Y"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-TODAY-STAMP(1:4) TO WS-LD-YEAR
           MOVE WS-TODAY-STAMP(5:2) TO WS-LD-MONTH
           PERFORM TEST-LOAN-DUE-DATE

           SUBTRACT 1 FROM WS-LD-MONTH
           IF WS-LD-MONTH = 0
               MOVE 12 TO WS-LD-MONTH
               SUBTRACT 1 FROM WS-LD-YEAR
           END-IF
           PERFORM TEST-LOAN-DUE-DATE.

       TEST-LOAN-DUE-DATE.
           COMPUTE WS-LD-DATE =
               (WS-LD-YEAR * 10000) + (WS-LD-MONTH * 100)
               + WS-EFF-DUE-DAY
           IF WS-LD-DATE > WS-PREV-BUS-DATE
              AND WS-LD-DATE <= WS-TODAY-NUM
              AND WS-LD-DATE > WS-EFF-ORIG-DATE
               MOVE "Y" TO WS-LOAN-DUE-TONIGHT
           END-IF.

      *> ------------------------------------------------------------
      *> Tiered savings interest. The accrual row carries the month
      *> being accrued; a row left on an earlier month (the month-end
      *> run was missed) is credited before tonight's accrual opens
      *> the current one. Accrual covers every day since the last
      *> accrual, so a rerun on the same day adds nothing.
      *> ------------------------------------------------------------
       ACCRUE-SAVINGS-INTEREST.
           PERFORM FIND-ACCRUAL-ROW
           IF WS-AC-FOUND-IDX = 0
               EXIT PARAGRAPH
           END-IF

           IF WS-AC-MONTH(WS-AC-FOUND-IDX) < WS-THIS-MONTH
               PERFORM CREDIT-ACCRUED-INTEREST
           END-IF

           IF WS-AC-LAST-DATE(WS-AC-FOUND-IDX) = 0
               MOVE 1 TO WS-AC-DAYS
           ELSE
               COMPUTE WS-AC-DAYS = WS-TODAY-DATE-INT -
                   FUNCTION INTEGER-OF-DATE(
                       WS-AC-LAST-DATE(WS-AC-FOUND-IDX))
           END-IF

           IF WS-AC-DAYS > 0
               MOVE WS-TODAY-STAMP TO WS-AC-LAST-DATE(WS-AC-FOUND-IDX)
               MOVE "Y" TO WS-AC-CHANGED
               IF WS-CUR-SAVINGS > 0
                   PERFORM LOOKUP-SAVINGS-TIER
                   COMPUTE WS-AC-INTEREST ROUNDED =
                       WS-CUR-SAVINGS * WS-EFF-TIER-RATE
                       * WS-AC-DAYS / 365
                   ADD WS-AC-INTEREST
                     TO WS-AC-ACCRUED(WS-AC-FOUND-IDX)
                   ADD WS-AC-INTEREST TO WS-TOTAL-ACCRUED
                   MOVE WS-EFF-TIER-CODE
                     TO WS-AC-TIER(WS-AC-FOUND-IDX)
                   MOVE WS-EFF-TIER-RATE
                     TO WS-AC-RATE(WS-AC-FOUND-IDX)
               END-IF
           END-IF

           IF WS-TODAY-DATE-INT >= WS-MONTH-END-BUS-INT
              AND WS-AC-MONTH(WS-AC-FOUND-IDX) = WS-THIS-MONTH
               PERFORM CREDIT-ACCRUED-INTEREST
           END-IF.

      *> Credits the row's accrual, rounded to the cent, as one
      *> BANK_INT_EXPENSE / SAVINGS pair and logs it to the interest
      *> history. A failed post leaves the accrual in place for the
      *> next run to retry. The row then moves on to the next month
      *> to accrue -- the current month when this was a catch-up
      *> credit for a missed month end.
       CREDIT-ACCRUED-INTEREST.
           COMPUTE WS-INTEREST-AMOUNT ROUNDED =
               WS-AC-ACCRUED(WS-AC-FOUND-IDX)
           MOVE 0 TO WS-TX-ID

           IF WS-INTEREST-AMOUNT > 0
               MOVE WS-CUR-SAVINGS TO WS-OLD-SAVINGS
               ADD WS-INTEREST-AMOUNT TO WS-CUR-SAVINGS

               MOVE "BANK_INT_EXPENSE" TO WS-DEBIT-ACCOUNT
               MOVE "SAVINGS" TO WS-CREDIT-ACCOUNT
               MOVE "EOD_INTEREST" TO WS-POST-MEMO
               MOVE WS-INTEREST-AMOUNT TO WS-POST-AMOUNT
               PERFORM POST-DOUBLE-ENTRY

               IF WS-POST-OK NOT = "Y"
                   MOVE WS-OLD-SAVINGS TO WS-CUR-SAVINGS
                   EXIT PARAGRAPH
               END-IF

               ADD WS-INTEREST-AMOUNT TO WS-TOTAL-INTEREST
               ADD 1 TO WS-INT-CREDIT-COUNT
           END-IF

           IF WS-AC-ACCRUED(WS-AC-FOUND-IDX) > 0
               PERFORM APPEND-INTEREST-HISTORY
           END-IF

           IF WS-AC-MONTH(WS-AC-FOUND-IDX) < WS-THIS-MONTH
               MOVE WS-THIS-MONTH TO WS-AC-MONTH(WS-AC-FOUND-IDX)
           ELSE
               MOVE WS-NEXT-MONTH TO WS-AC-MONTH(WS-AC-FOUND-IDX)
           END-IF
           MOVE 0 TO WS-AC-ACCRUED(WS-AC-FOUND-IDX)
           MOVE "Y" TO WS-AC-CHANGED.

       APPEND-INTEREST-HISTORY.
           OPEN EXTEND INT-HIST-FILE
           IF WS-INT-HIST-STATUS = "35"
               OPEN OUTPUT INT-HIST-FILE
           END-IF
           IF WS-INT-HIST-STATUS NOT = "00"
               DISPLAY "  WARNING: cannot append the interest history "
                   "for employee " WS-CUR-EMP-ID
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CUR-EMP-ID TO WS-AC-EMP-TEXT
           MOVE WS-AC-RATE(WS-AC-FOUND-IDX) TO WS-AC-RATE-EDIT
           MOVE WS-AC-ACCRUED(WS-AC-FOUND-IDX) TO WS-AC-ACCRUED-EDIT
           MOVE WS-INTEREST-AMOUNT TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT TO WS-AMOUNT-TEXT
           MOVE WS-TX-ID TO WS-AC-TX-EDIT
           MOVE SPACES TO INT-HIST-LINE
           STRING FUNCTION TRIM(WS-AC-EMP-TEXT)
                  "|"
                  WS-AC-MONTH(WS-AC-FOUND-IDX)
                  "|"
                  FUNCTION TRIM(WS-AC-TIER(WS-AC-FOUND-IDX))
                  "|"
                  WS-AC-RATE-EDIT
                  "|"
                  FUNCTION TRIM(WS-AC-ACCRUED-EDIT)
                  "|"
                  FUNCTION TRIM(WS-AMOUNT-TEXT)
                  "|"
                  FUNCTION TRIM(WS-AC-TX-EDIT)
                  "|"
                  WS-TODAY-STAMP
             INTO INT-HIST-LINE
           END-STRING
           WRITE INT-HIST-LINE
           CLOSE INT-HIST-FILE.

      *> finds the employee's accrual row, opening one on the current
      *> month for an account that has never accrued.
       FIND-ACCRUAL-ROW.
           MOVE 0 TO WS-AC-FOUND-IDX
           PERFORM VARYING WS-AC-IDX FROM 1 BY 1
                   UNTIL WS-AC-IDX > WS-AC-COUNT
                   OR WS-AC-FOUND-IDX > 0
               IF WS-AC-EMP-ID(WS-AC-IDX) = WS-CUR-EMP-ID
                   MOVE WS-AC-IDX TO WS-AC-FOUND-IDX
               END-IF
           END-PERFORM

           IF WS-AC-FOUND-IDX > 0
               EXIT PARAGRAPH
           END-IF

           IF WS-AC-COUNT >= 200
               DISPLAY "  WARNING: savings accrual table full -- no "
                   "interest accrued for employee " WS-CUR-EMP-ID
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-AC-COUNT
           MOVE WS-AC-COUNT TO WS-AC-FOUND-IDX
           MOVE WS-CUR-EMP-ID TO WS-AC-EMP-ID(WS-AC-COUNT)
           MOVE WS-THIS-MONTH TO WS-AC-MONTH(WS-AC-COUNT)
           MOVE SPACES TO WS-AC-TIER(WS-AC-COUNT)
           MOVE 0 TO WS-AC-RATE(WS-AC-COUNT)
                     WS-AC-ACCRUED(WS-AC-COUNT)
                     WS-AC-LAST-DATE(WS-AC-COUNT)
           MOVE "Y" TO WS-AC-CHANGED.

       LOOKUP-SAVINGS-TIER.
           MOVE "LEGACY" TO WS-EFF-TIER-CODE
           COMPUTE WS-EFF-TIER-RATE = WS-DAILY-INTEREST-RATE * 365

           IF WS-TIER-SHEET-DATE = 0
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-TIER-FOUND-IDX WS-TIER-TOP-IDX
           PERFORM VARYING WS-TIER-IDX FROM 1 BY 1
                   UNTIL WS-TIER-IDX > WS-TIER-COUNT
               IF WS-TIER-EFF-DATE(WS-TIER-IDX) = WS-TIER-SHEET-DATE
                   IF WS-TIER-TOP-IDX = 0
                      OR WS-TIER-UPPER(WS-TIER-IDX) >
                         WS-TIER-UPPER(WS-TIER-TOP-IDX)
                       MOVE WS-TIER-IDX TO WS-TIER-TOP-IDX
                   END-IF
                   IF WS-CUR-SAVINGS <= WS-TIER-UPPER(WS-TIER-IDX)
                       IF WS-TIER-FOUND-IDX = 0
                          OR WS-TIER-UPPER(WS-TIER-IDX) <
                             WS-TIER-UPPER(WS-TIER-FOUND-IDX)
                           MOVE WS-TIER-IDX TO WS-TIER-FOUND-IDX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           IF WS-TIER-FOUND-IDX = 0
               MOVE WS-TIER-TOP-IDX TO WS-TIER-FOUND-IDX
           END-IF

           MOVE WS-TIER-CODE(WS-TIER-FOUND-IDX) TO WS-EFF-TIER-CODE
           MOVE WS-TIER-RATE(WS-TIER-FOUND-IDX) TO WS-EFF-TIER-RATE.

      *> The accrual month, the month after it, and the month's last
      *> business day (the last business day on or before the month
      *> end, weekends and bank holidays excluded) -- the night the
      *> accrual is credited.
       FIND-MONTH-END-BUSINESS-DAY.
           MOVE WS-TODAY-STAMP(1:6) TO WS-THIS-MONTH
           MOVE WS-TODAY-STAMP(1:4) TO WS-CAL-YEAR
           MOVE WS-TODAY-STAMP(5:2) TO WS-CAL-MONTH
           ADD 1 TO WS-CAL-MONTH
           IF WS-CAL-MONTH > 12
               MOVE 1 TO WS-CAL-MONTH
               ADD 1 TO WS-CAL-YEAR
           END-IF
           COMPUTE WS-NEXT-MONTH = WS-CAL-YEAR * 100 + WS-CAL-MONTH

           MOVE "MONTHEND" TO WS-BCAL-ACTION
           MOVE WS-TODAY-NUM TO WS-BCAL-DATE
           PERFORM CALL-BUSINESS-CALENDAR
           COMPUTE WS-MONTH-END-BUS-INT =
               FUNCTION INTEGER-OF-DATE(WS-BCAL-RESULT).

      *> Whether tonight is a business day, and the business day
      *> before it -- the window a rolled loan due date falls in.
       RESOLVE-BUSINESS-DAY.
           MOVE WS-TODAY-STAMP TO WS-TODAY-NUM
           MOVE "BEFORE" TO WS-BCAL-ACTION
           MOVE WS-TODAY-NUM TO WS-BCAL-DATE
           PERFORM CALL-BUSINESS-CALENDAR
           MOVE WS-BCAL-BUSINESS TO WS-TODAY-IS-BUSINESS
           MOVE WS-BCAL-RESULT TO WS-PREV-BUS-DATE

           IF WS-TODAY-IS-BUSINESS NOT = "Y"
               DISPLAY "Not a business day -- standing orders and "
                   "loan payments wait for the next business day."
           END-IF.

       CALL-BUSINESS-CALENDAR.
           CALL "BUSINESS-CALENDAR"
               USING WS-BCAL-ACTION
                     WS-BCAL-DATE
                     WS-BCAL-RESULT
                     WS-BCAL-BUSINESS
           END-CALL.

       LOAD-SAVINGS-TIERS.
           MOVE 0 TO WS-TIER-COUNT WS-TIER-SHEET-DATE
           MOVE "N" TO WS-EOF

           OPEN INPUT TIER-FILE
           IF WS-TIER-STATUS NOT = "00"
               DISPLAY "WARNING: no savings rate sheet on file -- "
                   "accruing at the compiled LEGACY rate."
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF = "Y"
               READ TIER-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF WS-TIER-COUNT < 50
                           PERFORM PARSE-TIER-LINE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE TIER-FILE

      *> the sheet in force is the newest one already effective
           PERFORM VARYING WS-TIER-IDX FROM 1 BY 1
                   UNTIL WS-TIER-IDX > WS-TIER-COUNT
               IF WS-TIER-EFF-DATE(WS-TIER-IDX) <= WS-TODAY-STAMP
                  AND WS-TIER-EFF-DATE(WS-TIER-IDX) >
                      WS-TIER-SHEET-DATE
                   MOVE WS-TIER-EFF-DATE(WS-TIER-IDX)
                     TO WS-TIER-SHEET-DATE
               END-IF
           END-PERFORM

           IF WS-TIER-SHEET-DATE = 0
               DISPLAY "WARNING: no savings rate sheet is effective "
                   "yet -- accruing at the compiled LEGACY rate."
           END-IF.

       PARSE-TIER-LINE.
           MOVE 0 TO WS-FIELD-COUNT
           MOVE SPACES TO WS-TIER-DATE-TEXT
                          WS-TIER-UPPER-TEXT
                          WS-TIER-RATE-TEXT
                          WS-TIER-CODE-TEXT

           UNSTRING TIER-LINE DELIMITED BY "|"
               INTO WS-TIER-DATE-TEXT
                    WS-TIER-UPPER-TEXT
                    WS-TIER-RATE-TEXT
                    WS-TIER-CODE-TEXT
               TALLYING IN WS-FIELD-COUNT
           END-UNSTRING

           IF WS-FIELD-COUNT NOT = 4
               EXIT PARAGRAPH
           END-IF

           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-TIER-DATE-TEXT))
              NOT = 0
              OR FUNCTION TEST-NUMVAL(
                 FUNCTION TRIM(WS-TIER-UPPER-TEXT)) NOT = 0
              OR FUNCTION TEST-NUMVAL(
                 FUNCTION TRIM(WS-TIER-RATE-TEXT)) NOT = 0
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-TIER-COUNT
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-TIER-DATE-TEXT))
             TO WS-TIER-EFF-DATE(WS-TIER-COUNT)
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-TIER-UPPER-TEXT))
             TO WS-TIER-UPPER(WS-TIER-COUNT)
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-TIER-RATE-TEXT))
             TO WS-TIER-RATE(WS-TIER-COUNT)
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-TIER-CODE-TEXT))
             TO WS-TIER-CODE(WS-TIER-COUNT).

       LOAD-SAVINGS-ACCRUAL.
           MOVE 0 TO WS-AC-COUNT
           MOVE "N" TO WS-EOF

           OPEN INPUT ACCRUAL-FILE
           IF WS-ACCRUAL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF = "Y"
               READ ACCRUAL-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF WS-AC-COUNT < 200
                           PERFORM PARSE-ACCRUAL-LINE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ACCRUAL-FILE.

       PARSE-ACCRUAL-LINE.
           MOVE 0 TO WS-FIELD-COUNT
           MOVE SPACES TO WS-AC-EMP-TEXT
                          WS-AC-MONTH-TEXT
                          WS-AC-TIER-TEXT
                          WS-AC-RATE-TEXT
                          WS-AC-ACCRUED-TEXT
                          WS-AC-DATE-TEXT

           UNSTRING ACCRUAL-LINE DELIMITED BY "|"
               INTO WS-AC-EMP-TEXT
                    WS-AC-MONTH-TEXT
                    WS-AC-TIER-TEXT
                    WS-AC-RATE-TEXT
                    WS-AC-ACCRUED-TEXT
                    WS-AC-DATE-TEXT
               TALLYING IN WS-FIELD-COUNT
           END-UNSTRING

           IF WS-FIELD-COUNT NOT = 6
               EXIT PARAGRAPH
           END-IF

           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-AC-EMP-TEXT))
              NOT = 0
              OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-AC-MONTH-TEXT))
                 NOT = 0
              OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-AC-RATE-TEXT))
                 NOT = 0
              OR FUNCTION TEST-NUMVAL(
                 FUNCTION TRIM(WS-AC-ACCRUED-TEXT)) NOT = 0
              OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-AC-DATE-TEXT))
                 NOT = 0
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-AC-COUNT
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-AC-EMP-TEXT))
             TO WS-AC-EMP-ID(WS-AC-COUNT)
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-AC-MONTH-TEXT))
             TO WS-AC-MONTH(WS-AC-COUNT)
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-AC-TIER-TEXT))
             TO WS-AC-TIER(WS-AC-COUNT)
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-AC-RATE-TEXT))
             TO WS-AC-RATE(WS-AC-COUNT)
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-AC-ACCRUED-TEXT))
             TO WS-AC-ACCRUED(WS-AC-COUNT)
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-AC-DATE-TEXT))
             TO WS-AC-LAST-DATE(WS-AC-COUNT).

       SAVE-SAVINGS-ACCRUAL.
           OPEN OUTPUT ACCRUAL-FILE
           IF WS-ACCRUAL-STATUS NOT = "00"
               DISPLAY "WARNING: could not rewrite the savings "
                   "accrual file -- tonight's accrual is not "
                   "carried forward."
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-AC-IDX FROM 1 BY 1
                   UNTIL WS-AC-IDX > WS-AC-COUNT
               PERFORM WRITE-ACCRUAL-ROW
           END-PERFORM

           CLOSE ACCRUAL-FILE.

       WRITE-ACCRUAL-ROW.
           MOVE WS-AC-EMP-ID(WS-AC-IDX) TO WS-AC-EMP-TEXT
           MOVE WS-AC-RATE(WS-AC-IDX) TO WS-AC-RATE-EDIT
           MOVE WS-AC-ACCRUED(WS-AC-IDX) TO WS-AC-ACCRUED-EDIT
           MOVE SPACES TO ACCRUAL-LINE
           STRING FUNCTION TRIM(WS-AC-EMP-TEXT)
                  "|"
                  WS-AC-MONTH(WS-AC-IDX)
                  "|"
                  FUNCTION TRIM(WS-AC-TIER(WS-AC-IDX))
                  "|"
                  WS-AC-RATE-EDIT
                  "|"
                  FUNCTION TRIM(WS-AC-ACCRUED-EDIT)
                  "|"
                  WS-AC-LAST-DATE(WS-AC-IDX)
             INTO ACCRUAL-LINE
           END-STRING
           WRITE ACCRUAL-LINE.

      *> Pulls WS-LOAN-COLLECT-AMOUNT out of checking against the
      *> loan as the usual two legs (LOAN/LOAN_PAY_INCOME, then
      *> CHECKING/LOAN_PAY_INCOME). WS-LOAN-COLLECTED says whether
      *> the balance change stands -- once the LOAN leg is on the
      *> ledger it does, whatever happens to the cash leg.
       POST-LOAN-COLLECTION.
           MOVE "N" TO WS-LOAN-COLLECTED
           MOVE WS-CUR-CHECKING TO WS-OLD-CHECKING
           MOVE WS-CUR-LOAN TO WS-OLD-LOAN

           SUBTRACT WS-LOAN-COLLECT-AMOUNT FROM WS-CUR-CHECKING
           SUBTRACT WS-LOAN-COLLECT-AMOUNT FROM WS-CUR-LOAN

           MOVE "LOAN" TO WS-DEBIT-ACCOUNT
           MOVE "LOAN_PAY_INCOME" TO WS-CREDIT-ACCOUNT
           MOVE "EOD_LOAN_PAYMENT" TO WS-POST-MEMO
           MOVE WS-LOAN-COLLECT-AMOUNT TO WS-POST-AMOUNT
           PERFORM POST-DOUBLE-ENTRY

           IF WS-POST-OK = "Y"
               MOVE "Y" TO WS-LOAN-COLLECTED
               ADD WS-LOAN-COLLECT-AMOUNT TO WS-TOTAL-LOAN-PAYMENTS

               MOVE "CHECKING" TO WS-DEBIT-ACCOUNT
               MOVE "LOAN_PAY_INCOME" TO WS-CREDIT-ACCOUNT
               MOVE "EOD_LOAN_PAYMENT_CASH" TO WS-POST-MEMO
               MOVE WS-LOAN-COLLECT-AMOUNT TO WS-POST-AMOUNT
               PERFORM POST-DOUBLE-ENTRY
           ELSE
               MOVE WS-OLD-CHECKING TO WS-CUR-CHECKING
               MOVE WS-OLD-LOAN TO WS-CUR-LOAN
           END-IF.

      *> After the night's scheduled payment has been taken, whatever
      *> checking still holds goes against the arrears -- a loan is
      *> brought current only once the whole past-due amount is in.
       COLLECT-LOAN-ARREARS.
           IF WS-CUR-CHECKING NOT > 0
              OR WS-CUR-LOAN NOT > 0
               EXIT PARAGRAPH
           END-IF

           MOVE WS-DQ-MISSED(WS-DQ-FOUND-IDX) TO WS-LOAN-COLLECT-AMOUNT
           IF WS-LOAN-COLLECT-AMOUNT > WS-CUR-CHECKING
               MOVE WS-CUR-CHECKING TO WS-LOAN-COLLECT-AMOUNT
           END-IF
           IF WS-LOAN-COLLECT-AMOUNT > WS-CUR-LOAN
               MOVE WS-CUR-LOAN TO WS-LOAN-COLLECT-AMOUNT
           END-IF
           IF WS-LOAN-COLLECT-AMOUNT = 0
               EXIT PARAGRAPH
           END-IF

           PERFORM POST-LOAN-COLLECTION
           IF WS-LOAN-COLLECTED NOT = "Y"
               EXIT PARAGRAPH
           END-IF

           ADD WS-LOAN-COLLECT-AMOUNT TO WS-TOTAL-ARREARS
           SUBTRACT WS-LOAN-COLLECT-AMOUNT
             FROM WS-DQ-MISSED(WS-DQ-FOUND-IDX)
           MOVE "Y" TO WS-DQ-CHANGED

           IF WS-DQ-MISSED(WS-DQ-FOUND-IDX) = 0
               PERFORM RESET-DELINQUENCY-ROW
               DISPLAY "  loan for employee " WS-CUR-EMP-ID
                   " brought current -- arrears collected."
           END-IF.

      *> A payment checking cannot cover is carried, not pulled: the
      *> row opens (or continues) a past-due episode dated from the
      *> first miss. The past-due amount never exceeds what is owed.
       NOTE-MISSED-LOAN-PAYMENT.
           ADD 1 TO WS-MISSED-PAYMENT-COUNT

           IF WS-DQ-FOUND-IDX = 0
               IF WS-DQ-COUNT >= 200
                   DISPLAY "WARNING: delinquency table full -- missed "
                       "payment for employee " WS-CUR-EMP-ID
                       " not tracked."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-DQ-COUNT
               MOVE WS-DQ-COUNT TO WS-DQ-FOUND-IDX
               MOVE WS-CUR-EMP-ID TO WS-DQ-EMP-ID(WS-DQ-FOUND-IDX)
               PERFORM RESET-DELINQUENCY-ROW
           END-IF

           IF WS-DQ-STATUS(WS-DQ-FOUND-IDX) NOT = "PAST_DUE"
               PERFORM RESET-DELINQUENCY-ROW
               MOVE "PAST_DUE" TO WS-DQ-STATUS(WS-DQ-FOUND-IDX)
               MOVE WS-TODAY-STAMP TO WS-DQ-SINCE(WS-DQ-FOUND-IDX)
           END-IF

           ADD WS-LOAN-PAYMENT-DUE TO WS-DQ-MISSED(WS-DQ-FOUND-IDX)
           IF WS-DQ-MISSED(WS-DQ-FOUND-IDX) > WS-CUR-LOAN
               MOVE WS-CUR-LOAN TO WS-DQ-MISSED(WS-DQ-FOUND-IDX)
           END-IF
           MOVE "Y" TO WS-DQ-CHANGED

           DISPLAY "  loan payment for employee " WS-CUR-EMP-ID
               " not covered by checking -- carried as past due.".

       RESET-DELINQUENCY-ROW.
           MOVE 0 TO WS-DQ-DAYS(WS-DQ-FOUND-IDX)
                     WS-DQ-MISSED(WS-DQ-FOUND-IDX)
                     WS-DQ-FEES(WS-DQ-FOUND-IDX)
                     WS-DQ-ALERT-LEVEL(WS-DQ-FOUND-IDX)
           MOVE "00000000" TO WS-DQ-SINCE(WS-DQ-FOUND-IDX)
           MOVE "CURRENT" TO WS-DQ-STATUS(WS-DQ-FOUND-IDX)
           MOVE "Y" TO WS-DQ-CHANGED.

       FIND-DELINQUENCY-ROW.
           MOVE 0 TO WS-DQ-FOUND-IDX
           PERFORM VARYING WS-DQ-IDX FROM 1 BY 1
                   UNTIL WS-DQ-IDX > WS-DQ-COUNT
                   OR WS-DQ-FOUND-IDX > 0
               IF WS-DQ-EMP-ID(WS-DQ-IDX) = WS-CUR-EMP-ID
                   MOVE WS-DQ-IDX TO WS-DQ-FOUND-IDX
               END-IF
           END-PERFORM.

      *> Ages the loan this account carries: days past due run from
      *> the first miss, the late fee is assessed once per episode
      *> when the grace period runs out, and the alert escalates as
      *> the loan crosses 30, 60 and 90 days. Every loan with a
      *> balance lands in one bucket of the aging report.
       AGE-LOAN-DELINQUENCY.
           IF WS-DQ-FOUND-IDX > 0
               IF WS-DQ-STATUS(WS-DQ-FOUND-IDX) = "PAST_DUE"
                  AND WS-CUR-LOAN NOT > 0
                   PERFORM RESET-DELINQUENCY-ROW
               END-IF
           END-IF

           IF WS-CUR-LOAN NOT > 0
               EXIT PARAGRAPH
           END-IF

           MOVE 1 TO WS-DQ-BUCKET
           IF WS-DQ-FOUND-IDX > 0
               IF WS-DQ-STATUS(WS-DQ-FOUND-IDX) = "PAST_DUE"
                   PERFORM AGE-PAST-DUE-ROW
               END-IF
           END-IF

           ADD 1 TO WS-AGE-COUNT(WS-DQ-BUCKET)
           ADD WS-CUR-LOAN TO WS-AGE-BALANCE(WS-DQ-BUCKET)
           IF WS-DQ-BUCKET > 1
               ADD WS-DQ-MISSED(WS-DQ-FOUND-IDX)
                 TO WS-AGE-PAST-DUE(WS-DQ-BUCKET)
           END-IF.

       AGE-PAST-DUE-ROW.
           COMPUTE WS-DQ-SINCE-INT =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-DQ-SINCE(WS-DQ-FOUND-IDX)))
           COMPUTE WS-DQ-DAYS(WS-DQ-FOUND-IDX) =
               WS-TODAY-DATE-INT - WS-DQ-SINCE-INT + 1
           MOVE "Y" TO WS-DQ-CHANGED

           IF WS-DQ-DAYS(WS-DQ-FOUND-IDX) > WS-LATE-GRACE-DAYS
              AND WS-DQ-FEES(WS-DQ-FOUND-IDX) = 0
              AND WS-LATE-FEE > 0
               PERFORM ASSESS-LATE-FEE
           END-IF

           PERFORM CHECK-DELINQUENCY-ALERTS
           MOVE WS-CUR-LOAN TO WS-DQ-LOAN-BAL(WS-DQ-FOUND-IDX)

           EVALUATE TRUE
               WHEN WS-DQ-DAYS(WS-DQ-FOUND-IDX) >= 90
                   MOVE 5 TO WS-DQ-BUCKET
               WHEN WS-DQ-DAYS(WS-DQ-FOUND-IDX) >= 60
                   MOVE 4 TO WS-DQ-BUCKET
               WHEN WS-DQ-DAYS(WS-DQ-FOUND-IDX) >= 30
                   MOVE 3 TO WS-DQ-BUCKET
               WHEN OTHER
                   MOVE 2 TO WS-DQ-BUCKET
           END-EVALUATE.

      *> The late fee is owed on the loan, not taken from checking --
      *> it accrues onto the balance the way interest does and joins
      *> the past-due amount the borrower must clear.
       ASSESS-LATE-FEE.
           MOVE WS-CUR-LOAN TO WS-OLD-LOAN
           ADD WS-LATE-FEE TO WS-CUR-LOAN

           MOVE "LOAN_FEE_INCOME" TO WS-DEBIT-ACCOUNT
           MOVE "LOAN" TO WS-CREDIT-ACCOUNT
           MOVE "EOD_LOAN_LATE_FEE" TO WS-POST-MEMO
           MOVE WS-LATE-FEE TO WS-POST-AMOUNT
           PERFORM POST-DOUBLE-ENTRY

           IF WS-POST-OK = "Y"
               MOVE WS-LATE-FEE TO WS-DQ-FEES(WS-DQ-FOUND-IDX)
               ADD WS-LATE-FEE TO WS-DQ-MISSED(WS-DQ-FOUND-IDX)
               ADD WS-LATE-FEE TO WS-TOTAL-LATE-FEES
               DISPLAY "  late fee assessed on loan for employee "
                   WS-CUR-EMP-ID "."
           ELSE
               MOVE WS-OLD-LOAN TO WS-CUR-LOAN
           END-IF.

       CHECK-DELINQUENCY-ALERTS.
           EVALUATE TRUE
               WHEN WS-DQ-DAYS(WS-DQ-FOUND-IDX) >= 90
                   MOVE 90 TO WS-DQ-LEVEL-NOW
               WHEN WS-DQ-DAYS(WS-DQ-FOUND-IDX) >= 60
                   MOVE 60 TO WS-DQ-LEVEL-NOW
               WHEN WS-DQ-DAYS(WS-DQ-FOUND-IDX) >= 30
                   MOVE 30 TO WS-DQ-LEVEL-NOW
               WHEN OTHER
                   MOVE 0 TO WS-DQ-LEVEL-NOW
           END-EVALUATE

           IF WS-DQ-LEVEL-NOW = 0
              OR WS-DQ-LEVEL-NOW <= WS-DQ-ALERT-LEVEL(WS-DQ-FOUND-IDX)
               EXIT PARAGRAPH
           END-IF

           MOVE WS-DQ-LEVEL-NOW TO WS-DQ-ALERT-LEVEL(WS-DQ-FOUND-IDX)
           MOVE "Y" TO WS-DQ-CHANGED

           MOVE WS-CUR-EMP-ID TO WS-EMP-ID-TEXT
           MOVE WS-DQ-DAYS(WS-DQ-FOUND-IDX) TO WS-DQ-DAYS-EDIT
           MOVE WS-DQ-MISSED(WS-DQ-FOUND-IDX) TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT TO WS-AMOUNT-TEXT
           MOVE SPACES TO WS-ALERT-DETAIL

           EVALUATE WS-DQ-LEVEL-NOW
               WHEN 30
                   MOVE "LOAN_PAST_DUE_30" TO WS-ALERT-TYPE
                   MOVE "MEDIUM" TO WS-ALERT-SEVERITY
                   STRING "loan " FUNCTION TRIM(WS-DQ-DAYS-EDIT)
                          " days past due, past-due amount="
                          FUNCTION TRIM(WS-AMOUNT-TEXT)
                     INTO WS-ALERT-DETAIL
                   END-STRING
               WHEN 60
                   MOVE "LOAN_PAST_DUE_60" TO WS-ALERT-TYPE
                   MOVE "HIGH" TO WS-ALERT-SEVERITY
                   STRING "loan " FUNCTION TRIM(WS-DQ-DAYS-EDIT)
                          " days past due, past-due amount="
                          FUNCTION TRIM(WS-AMOUNT-TEXT)
                     INTO WS-ALERT-DETAIL
                   END-STRING
               WHEN OTHER
                   MOVE "LOAN_PAST_DUE_90" TO WS-ALERT-TYPE
                   MOVE "HIGH" TO WS-ALERT-SEVERITY
                   STRING "loan " FUNCTION TRIM(WS-DQ-DAYS-EDIT)
                          " days past due, past-due amount="
                          FUNCTION TRIM(WS-AMOUNT-TEXT)
                          " -- review for charge-off"
                     INTO WS-ALERT-DETAIL
                   END-STRING
           END-EVALUATE

           PERFORM APPEND-ALERT-RECORD.

      *> Executes the one due order WS-SO-IDX points at: moves the
      *> balances, posts the ledger legs, and advances the next run
      *> date past today. An order the source balance cannot cover
           END-STRING
           WRITE ORDER-LINE.

      *> data/loan_policy.dat: GRACE_DAYS|<days> and LATE_FEE|
      *> <amount>. A missing file or row keeps the compiled defaults.
       LOAD-LOAN-POLICY.
           MOVE "N" TO WS-EOF

           OPEN INPUT LOAN-POLICY-FILE
           IF WS-LOAN-POLICY-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF = "Y"
               READ LOAN-POLICY-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM APPLY-LOAN-POLICY-LINE
               END-READ
           END-PERFORM

           CLOSE LOAN-POLICY-FILE.

       APPLY-LOAN-POLICY-LINE.
           MOVE 0 TO WS-FIELD-COUNT
           MOVE SPACES TO WS-POLICY-KEY-TEXT WS-POLICY-VALUE-TEXT

           UNSTRING LOAN-POLICY-LINE DELIMITED BY "|"
               INTO WS-POLICY-KEY-TEXT
                    WS-POLICY-VALUE-TEXT
               TALLYING IN WS-FIELD-COUNT
           END-UNSTRING

           IF WS-FIELD-COUNT NOT = 2
              OR FUNCTION TEST-NUMVAL(
                 FUNCTION TRIM(WS-POLICY-VALUE-TEXT)) NOT = 0
               EXIT PARAGRAPH
           END-IF

           EVALUATE FUNCTION UPPER-CASE(
                    FUNCTION TRIM(WS-POLICY-KEY-TEXT))
               WHEN "GRACE_DAYS"
                   MOVE FUNCTION NUMVAL(
                        FUNCTION TRIM(WS-POLICY-VALUE-TEXT))
                     TO WS-LATE-GRACE-DAYS
               WHEN "LATE_FEE"
                   MOVE FUNCTION NUMVAL(
                        FUNCTION TRIM(WS-POLICY-VALUE-TEXT))
                     TO WS-LATE-FEE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       LOAD-LOAN-DELINQUENCY.
           MOVE 0 TO WS-DQ-COUNT
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
                       IF WS-DQ-COUNT < 200
                           PERFORM PARSE-DELINQUENCY-LINE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE DELINQ-FILE.

       PARSE-DELINQUENCY-LINE.
           MOVE 0 TO WS-FIELD-COUNT
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
               TALLYING IN WS-FIELD-COUNT
           END-UNSTRING

           IF WS-FIELD-COUNT NOT = 7
               EXIT PARAGRAPH
           END-IF

           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-DQ-EMP-TEXT))
              NOT = 0
              OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-DQ-DAYS-TEXT))
                 NOT = 0
              OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-DQ-MISSED-TEXT))
                 NOT = 0
              OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-DQ-SINCE-TEXT))
                 NOT = 0
              OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-DQ-FEES-TEXT))
                 NOT = 0
              OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-DQ-LEVEL-TEXT))
                 NOT = 0
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-DQ-COUNT
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-DQ-EMP-TEXT))
             TO WS-DQ-EMP-ID(WS-DQ-COUNT)
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-DQ-DAYS-TEXT))
             TO WS-DQ-DAYS(WS-DQ-COUNT)
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-DQ-MISSED-TEXT))
             TO WS-DQ-MISSED(WS-DQ-COUNT)
           MOVE FUNCTION TRIM(WS-DQ-SINCE-TEXT)
             TO WS-DQ-SINCE(WS-DQ-COUNT)
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-DQ-FEES-TEXT))
             TO WS-DQ-FEES(WS-DQ-COUNT)
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-DQ-LEVEL-TEXT))
             TO WS-DQ-ALERT-LEVEL(WS-DQ-COUNT)
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-DQ-STATUS-TEXT))
             TO WS-DQ-STATUS(WS-DQ-COUNT)
           MOVE 0 TO WS-DQ-LOAN-BAL(WS-DQ-COUNT).

       SAVE-LOAN-DELINQUENCY.
           OPEN OUTPUT DELINQ-FILE
           IF WS-DELINQ-STATUS NOT = "00"
               DISPLAY "WARNING: could not rewrite the loan "
                   "delinquency file -- tonight's aging is not "
                   "carried forward."
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-DQ-IDX FROM 1 BY 1
                   UNTIL WS-DQ-IDX > WS-DQ-COUNT
               PERFORM WRITE-DELINQUENCY-ROW
           END-PERFORM

           CLOSE DELINQ-FILE.

       WRITE-DELINQUENCY-ROW.
           MOVE WS-DQ-EMP-ID(WS-DQ-IDX) TO WS-DQ-EMP-TEXT
           MOVE WS-DQ-DAYS(WS-DQ-IDX) TO WS-DQ-DAYS-EDIT
           MOVE WS-DQ-MISSED(WS-DQ-IDX) TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT TO WS-DQ-MISSED-TEXT
           MOVE WS-DQ-FEES(WS-DQ-IDX) TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT TO WS-DQ-FEES-TEXT
           MOVE WS-DQ-ALERT-LEVEL(WS-DQ-IDX) TO WS-DQ-LEVEL-EDIT
           MOVE SPACES TO DELINQ-LINE
           STRING FUNCTION TRIM(WS-DQ-EMP-TEXT)
                  "|"
                  FUNCTION TRIM(WS-DQ-DAYS-EDIT)
                  "|"
                  FUNCTION TRIM(WS-DQ-MISSED-TEXT)
                  "|"
                  WS-DQ-SINCE(WS-DQ-IDX)
                  "|"
                  FUNCTION TRIM(WS-DQ-FEES-TEXT)
                  "|"
                  FUNCTION TRIM(WS-DQ-LEVEL-EDIT)
                  "|"
                  FUNCTION TRIM(WS-DQ-STATUS(WS-DQ-IDX))
             INTO DELINQ-LINE
           END-STRING
           WRITE DELINQ-LINE.

      *> ------------------------------------------------------------
      *> Nightly delinquency aging (data/reports/loan_aging_<date>
      *> .txt): every past-due loan with its days, arrears and late
      *> fee, then counts and amounts by aging bucket. Charged-off
      *> loans carry no balance and are counted separately.
      *> ------------------------------------------------------------
       WRITE-LOAN-AGING-REPORT.
           MOVE "Current"     TO WS-AGE-LABEL(1)
           MOVE "1-29 days"   TO WS-AGE-LABEL(2)
           MOVE "30-59 days"  TO WS-AGE-LABEL(3)
           MOVE "60-89 days"  TO WS-AGE-LABEL(4)
           MOVE "90+ days"    TO WS-AGE-LABEL(5)
           MOVE "Charged off" TO WS-AGE-LABEL(6)

           PERFORM VARYING WS-DQ-IDX FROM 1 BY 1
                   UNTIL WS-DQ-IDX > WS-DQ-COUNT
               IF WS-DQ-STATUS(WS-DQ-IDX) = "CHARGED_OFF"
                   ADD 1 TO WS-AGE-COUNT(6)
                   ADD WS-DQ-MISSED(WS-DQ-IDX) TO WS-AGE-PAST-DUE(6)
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-AGING-PATH
           STRING FUNCTION TRIM(WS-REPORT-DIR)
                  "loan_aging_" WS-TODAY-STAMP ".txt"
             INTO WS-AGING-PATH
           END-STRING

           OPEN OUTPUT AGING-FILE
           IF WS-AGING-STATUS NOT = "00"
               DISPLAY "WARNING: cannot create loan aging report ("
                   WS-AGING-STATUS ")."
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO AGING-LINE
           STRING "===== Helical Pay Systems - Loan Delinquency Aging "
                  WS-TODAY-STAMP " ====="
             INTO AGING-LINE
           END-STRING
           WRITE AGING-LINE
           MOVE WS-LATE-GRACE-DAYS TO WS-DQ-DAYS-EDIT
           MOVE WS-LATE-FEE TO WS-AGING-AMOUNT-DISPLAY
           MOVE SPACES TO AGING-LINE
           STRING "Grace period " FUNCTION TRIM(WS-DQ-DAYS-EDIT)
                  " days, late fee $"
                  FUNCTION TRIM(WS-AGING-AMOUNT-DISPLAY)
             INTO AGING-LINE
           END-STRING
           WRITE AGING-LINE
           MOVE SPACES TO AGING-LINE
           WRITE AGING-LINE
           MOVE "EMP   SINCE     DAYS      PAST DUE     LATE FEE  "
             & "  LOAN BALANCE  ALERT" TO AGING-LINE
           WRITE AGING-LINE
           MOVE "----  --------  ----  ------------  ------------  "
             & "------------  -----" TO AGING-LINE
           WRITE AGING-LINE

           PERFORM VARYING WS-DQ-IDX FROM 1 BY 1
                   UNTIL WS-DQ-IDX > WS-DQ-COUNT
               IF WS-DQ-STATUS(WS-DQ-IDX) = "PAST_DUE"
                   PERFORM WRITE-AGING-DETAIL-LINE
               END-IF
           END-PERFORM

           MOVE SPACES TO AGING-LINE
           WRITE AGING-LINE
           MOVE "BUCKET        LOANS        PAST DUE    LOAN BALANCE"
             TO AGING-LINE
           WRITE AGING-LINE
           MOVE "------------  -----  --------------  --------------"
             TO AGING-LINE
           WRITE AGING-LINE

           PERFORM VARYING WS-DQ-BUCKET FROM 1 BY 1
                   UNTIL WS-DQ-BUCKET > 6
               MOVE SPACES TO AGING-LINE
               MOVE WS-AGE-PAST-DUE(WS-DQ-BUCKET)
                 TO WS-AGING-TOTAL-DISPLAY
               MOVE WS-AGE-COUNT(WS-DQ-BUCKET) TO WS-DQ-DAYS-EDIT
               STRING WS-AGE-LABEL(WS-DQ-BUCKET)
                      "  " WS-DQ-DAYS-EDIT " "
                      "  " WS-AGING-TOTAL-DISPLAY
                 INTO AGING-LINE
               END-STRING
               MOVE WS-AGE-BALANCE(WS-DQ-BUCKET)
                 TO WS-AGING-TOTAL-DISPLAY
               MOVE WS-AGING-TOTAL-DISPLAY TO AGING-LINE(38:14)
               WRITE AGING-LINE
           END-PERFORM

           CLOSE AGING-FILE
           DISPLAY "Loan aging report written: "
               FUNCTION TRIM(WS-AGING-PATH).

       WRITE-AGING-DETAIL-LINE.
           MOVE SPACES TO AGING-LINE
           MOVE WS-DQ-EMP-ID(WS-DQ-IDX) TO WS-DQ-EMP-TEXT
           MOVE WS-DQ-DAYS(WS-DQ-IDX) TO WS-DQ-DAYS-EDIT
           MOVE WS-DQ-ALERT-LEVEL(WS-DQ-IDX) TO WS-DQ-LEVEL-EDIT
           MOVE WS-DQ-MISSED(WS-DQ-IDX) TO WS-AGING-AMOUNT-DISPLAY
           STRING WS-DQ-EMP-TEXT(1:4)
                  "  " WS-DQ-SINCE(WS-DQ-IDX)
                  "  " WS-DQ-DAYS-EDIT
                  "  " WS-AGING-AMOUNT-DISPLAY
             INTO AGING-LINE
           END-STRING
           MOVE WS-DQ-FEES(WS-DQ-IDX) TO WS-AGING-AMOUNT-DISPLAY
           MOVE WS-AGING-AMOUNT-DISPLAY TO AGING-LINE(37:12)
           MOVE WS-DQ-LOAN-BAL(WS-DQ-IDX) TO WS-AGING-AMOUNT-DISPLAY
           MOVE WS-AGING-AMOUNT-DISPLAY TO AGING-LINE(51:12)
           MOVE WS-DQ-LEVEL-EDIT TO AGING-LINE(66:2)
           WRITE AGING-LINE.

      *> ----------------------------------------------------------
      *> Expires dual-control transfer requests still PENDING past
      *> the expiry window -- an alert tells the supervisor queue
                          WS-PT-STATUS-TEXT
                          WS-PT-BY-TEXT
                          WS-PT-AT-TEXT
                          WS-PT-PAYEE-TEXT

           UNSTRING PENDING-LINE DELIMITED BY "|"
               INTO WS-PT-ID-TEXT
                    WS-PT-STATUS-TEXT
                    WS-PT-BY-TEXT
                    WS-PT-AT-TEXT
                    WS-PT-PAYEE-TEXT
               TALLYING IN WS-PT-FIELD-COUNT
           END-UNSTRING

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
           END-IF.

       SAVE-PENDING-TRANSFERS.
           OPEN OUTPUT PENDING-FILE
           MOVE WS-PT-AMOUNT(WS-PT-IDX) TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT TO WS-PT-AMOUNT-TEXT
           MOVE SPACES TO PENDING-LINE
           MOVE 1 TO WS-PT-LINE-PTR
           STRING FUNCTION TRIM(WS-PT-ID-EDIT)
                  "|"
                  WS-PT-TS(WS-PT-IDX)
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

       CHECK-OVERDRAFT-ALERTS.
               END-IF
           END-IF.

      *> every account a posting names must be open on the chart of
      *> accounts -- CHART-OF-ACCOUNTS raises the alert on a refusal,
      *> and nothing is written for the transaction.
       CHECK-POSTING-ACCOUNTS.
           MOVE WS-CUR-EMP-ID TO WS-COA-EMP-ID
           MOVE WS-DEBIT-ACCOUNT TO WS-COA-ACCOUNT
           PERFORM VALIDATE-GL-ACCOUNT
           IF WS-COA-RESULT NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CREDIT-ACCOUNT TO WS-COA-ACCOUNT
           PERFORM VALIDATE-GL-ACCOUNT.

       VALIDATE-GL-ACCOUNT.
           MOVE "VALIDATE" TO WS-COA-ACTION
           MOVE "EOD-BATCH-RUN" TO WS-COA-PROGRAM
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
           MOVE WS-CUR-EMP-ID TO LEDG-EMP-ID
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
