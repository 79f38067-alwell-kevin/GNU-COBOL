
           SELECT LEDGER-FILE
               ASSIGN TO DYNAMIC WS-LEDGER-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LEDG-KEY
               ALTERNATE RECORD KEY IS LEDG-EMP-ID WITH DUPLICATES
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT RUN-MARKER-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUBLEDGER-STATUS.

           SELECT GARNISH-FILE
               ASSIGN TO DYNAMIC WS-GARNISH-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GARNISH-STATUS.

           SELECT GARNISH-HIST-FILE
               ASSIGN TO DYNAMIC WS-GARN-HIST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GARN-HIST-STATUS.

           SELECT DIST-FILE
               ASSIGN TO DYNAMIC WS-DIST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIST-STATUS.

           SELECT CHECK-REGISTER-FILE
               ASSIGN TO DYNAMIC WS-CHECK-REG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECK-REG-STATUS.

           SELECT CHECK-CONTROL-FILE
               ASSIGN TO DYNAMIC WS-CHECK-CTL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECK-CTL-STATUS.

           SELECT PROOF-REPORT-FILE
               ASSIGN TO DYNAMIC WS-PROOF-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROOF-REPORT-STATUS.

           SELECT PROOF-STATUS-FILE
               ASSIGN TO DYNAMIC WS-PROOF-STATUS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROOF-STATUS-STATUS.

           SELECT CLAIM-FILE
               ASSIGN TO DYNAMIC WS-CLAIM-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLAIM-STATUS.

           SELECT SCHEDULE-FILE
               ASSIGN TO DYNAMIC WS-SCHEDULE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHEDULE-STATUS.

           SELECT ALERT-FILE
               ASSIGN TO DYNAMIC WS-ALERT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-FILE.
           COPY "account_record.cpy".

       FD  LEDGER-FILE.
       01  LEDGER-RECORD.
           COPY "ledger_record.cpy".

       FD  RUN-MARKER-FILE.
       01  RUN-MARKER-LINE                PIC X(8).
       FD  SUBLEDGER-FILE.
       01  SUBLEDGER-LINE                 PIC X(80).

       FD  GARNISH-FILE.
       01  GARNISH-LINE                   PIC X(256).

       FD  GARNISH-HIST-FILE.
       01  GARNISH-HIST-LINE              PIC X(160).

       FD  DIST-FILE.
       01  DIST-LINE                      PIC X(40).

       FD  CHECK-REGISTER-FILE.
       01  CHECK-REGISTER-LINE            PIC X(120).

       FD  CHECK-CONTROL-FILE.
       01  CHECK-CONTROL-LINE             PIC X(20).

       FD  PROOF-REPORT-FILE.
       01  PROOF-REPORT-LINE              PIC X(132).

       FD  PROOF-STATUS-FILE.
       01  PROOF-STATUS-LINE              PIC X(80).

       FD  CLAIM-FILE.
       01  CLAIM-LINE                     PIC X(200).

       FD  SCHEDULE-FILE.
       01  SCHEDULE-LINE                  PIC X(80).

       FD  ALERT-FILE.
       01  ALERT-LINE                     PIC X(256).

       WORKING-STORAGE SECTION.
      *> per-employee timesheet state written by TIMESHEET-CAPTURE
      *> (data/timesheet_status.dat: employee id|period|status|
               10 WS-EMP-TBL-SHIFT-DIFF     PIC 9(3)V99 VALUE 0.
               10 WS-EMP-TBL-SHIFT-HOURS    PIC 9(3)V99 VALUE 0.
               10 WS-EMP-TBL-COST-CENTER    PIC X(4) VALUE SPACES.
               10 WS-EMP-TBL-PAY-BASIS      PIC X(1) VALUE "H".
               10 WS-EMP-TBL-SALARY         PIC 9(7)V99 VALUE 0.
               10 WS-EMP-TBL-HIRE-DATE      PIC 9(8) VALUE 0.
               10 WS-EMP-TBL-TERM-DATE      PIC 9(8) VALUE 0.
               10 WS-EMP-TBL-PAY-METHOD     PIC X(1) VALUE "D".

       01  WS-ACCOUNT-TABLE.
           05 WS-ACCOUNT-ENTRY OCCURS 200 TIMES.
                                           VALUE "data/pay_history.dat".
       77  WS-HISTORY-STATUS              PIC XX VALUE SPACES.
       77  WS-RUN-STAMP                   PIC X(8) VALUE SPACES.
      *> salaried pay periods follow a fixed two-week schedule
      *> (data/pay_schedule.dat: PERIOD_END|YYYYMMDD, any one
      *> scheduled period end -- every 14th day either side of it is
      *> another). Salaried staff are paid only by the run whose pay
      *> date reaches a scheduled period end: the first period end
      *> on or after the pay date, when it falls before the next
      *> business day -- so a period ending on a weekend or bank
      *> holiday is paid the business day before. WS-PERIOD-START
      *> and WS-PERIOD-END bound that period; a salaried employee
      *> terminated on or after its start is still owed the prorated
      *> final period. On any other run the salaried period is not
      *> due and salaried staff are left alone.
       77  WS-SCHEDULE-PATH               PIC X(256)
                                   VALUE "data/pay_schedule.dat".
       77  WS-SCHEDULE-STATUS             PIC XX VALUE SPACES.
       77  WS-SCHED-KEY-TEXT              PIC X(20).
       77  WS-SCHED-VALUE-TEXT            PIC X(20).
       77  WS-SCHED-ANCHOR                PIC 9(8) VALUE 20260102.
       77  WS-SCHED-ANCHOR-INT            PIC 9(8) VALUE 0.
       77  WS-SCHED-DATE                  PIC 9(8) VALUE 0.
       77  WS-SCHED-DATE-INT              PIC 9(8) VALUE 0.
       77  WS-SCHED-END-INT               PIC 9(8) VALUE 0.
       77  WS-SCHED-OFFSET                PIC 9(2) VALUE 0.
       77  WS-PERIOD-START                PIC 9(8) VALUE 0.
       77  WS-PERIOD-END                  PIC 9(8) VALUE 0.
       77  WS-PERIOD-DAYS                 PIC 9(2) VALUE 14.
       77  WS-PERIODS-PER-YEAR            PIC 9(2) VALUE 26.
       77  WS-DATE-INT                    PIC 9(8) VALUE 0.
       77  WS-SAL-DUE                     PIC X VALUE "N".
       77  WS-SAL-NOT-DUE-COUNT           PIC 9(4) VALUE 0.
       77  WS-SAL-PAID-FOUND              PIC X VALUE "N".
       77  WS-SAL-PAID-PERIOD             PIC X(8) VALUE SPACES.
       77  WS-SAL-HIST-EOF                PIC X VALUE "N".
       77  WS-LAST-RUN-STAMP              PIC X(8) VALUE SPACES.
       77  WS-ALREADY-RAN-TODAY           PIC X VALUE "N".
       77  WS-ERROR-COUNT                  PIC 9(4) VALUE 0.

      *> An employee whose pay cannot be worked out safely -- pay
      *> history unreadable, a deduction or court order with no room
      *> to be itemized -- is held: warned on the console, raised as
      *> a HIGH alert and counted among the errors, so the run marker
      *> stays unwritten and a rerun picks the employee up.
       77  WS-HELD-COUNT                  PIC 9(4) VALUE 0.
       01  WS-ALERT-BUFFER.
           05 WS-ALERT-BUF-LINE OCCURS 300 TIMES PIC X(256).
       77  WS-ALERT-PATH                  PIC X(256)
                                           VALUE "data/alerts.dat".
       77  WS-ALERT-STATUS                PIC XX VALUE SPACES.
       77  WS-ALERT-COUNT                 PIC 9(4) VALUE 0.
       77  WS-ALERT-IDX                   PIC 9(4) VALUE 0.
       77  WS-ALERT-MAX-ID                PIC 9(6) VALUE 0.
       77  WS-ALERT-ID-TEXT               PIC X(12) VALUE SPACES.
       77  WS-ALERT-ID-EDIT               PIC ZZZZZ9.
       77  WS-ALERT-TYPE                  PIC X(24) VALUE SPACES.
       77  WS-ALERT-SEVERITY              PIC X(8) VALUE SPACES.
       77  WS-ALERT-DETAIL                PIC X(80) VALUE SPACES.
       77  WS-NEW-ALERT-LINE              PIC X(256).

       77  WS-EOF                         PIC X VALUE "N".
       77  WS-OP-OK                       PIC X VALUE "Y".
       77  WS-FIELD-COUNT                 PIC 9 VALUE 0.
       77  WS-CHECKING-OUT-TEXT           PIC X(20).

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

      *> backdated rate changes awaiting their retro adjustment
      *> (data/rate_history.dat: employee id|effective date|new rate|
      *> old rate|retro status|pay basis). For every PENDING row the
      *> run sums (new - old) x hours over the pay-history periods
      *> already paid on or after the effective date (overtime at
      *> 1.5x) -- or, for a salaried ("S") row, the per-period share
      *> of the annual difference for the working days on or after
      *> the effective date --
      *> folds the difference into this period's gross and net, and
      *> stamps the row DONE the moment the employee's pay posts
      *> permanently -- a failed posting leaves the row pending for
           05 WS-RH-ROW OCCURS 200 TIMES.
               10 WS-RH-EMP-ID            PIC 9(4) VALUE 0.
               10 WS-RH-EFF-DATE          PIC X(8) VALUE SPACES.
               10 WS-RH-NEW-RATE          PIC 9(7)V99 VALUE 0.
               10 WS-RH-OLD-RATE          PIC 9(7)V99 VALUE 0.
               10 WS-RH-RETRO-STATUS      PIC X(8) VALUE SPACES.
               10 WS-RH-BASIS             PIC X(1) VALUE "H".
               10 WS-RH-PICKED            PIC X VALUE "N".

       77  WS-RATE-HIST-PATH              PIC X(256)
       77  WS-RH-RATE-TEXT                PIC X(20).
       77  WS-RH-OLD-TEXT                 PIC X(20).
       77  WS-RH-STATUS-TEXT              PIC X(20).
       77  WS-RH-BASIS-TEXT               PIC X(20).
       77  WS-RH-RATE-EDIT                PIC ZZZZZZ9.99.
       77  WS-RETRO-AMOUNT                PIC S9(7)V99 VALUE 0.
       77  WS-RETRO-ONE-AMOUNT            PIC S9(7)V99 VALUE 0.
       77  WS-RETRO-DIFF                  PIC S9(7)V99 VALUE 0.
       77  WS-RETRO-START-INT             PIC 9(8) VALUE 0.
       77  WS-RETRO-END-INT               PIC 9(8) VALUE 0.
       77  WS-RETRO-EFF-INT               PIC 9(8) VALUE 0.
       77  WS-RETRO-DAY-INT               PIC 9(8) VALUE 0.
       77  WS-RETRO-WEEKDAY               PIC 9 VALUE 0.
       77  WS-RETRO-WORK-DAYS             PIC 9(2) VALUE 0.
       77  WS-RETRO-AFTER-DAYS            PIC 9(2) VALUE 0.
       77  WS-RETRO-DATE-NUM              PIC 9(8) VALUE 0.
       77  WS-RETRO-REG-HOURS             PIC 9(3)V99 VALUE 0.
       77  WS-RETRO-DISPLAY               PIC Z,ZZZ,ZZ9.99.
       77  WS-RETRO-HIST-EOF              PIC X VALUE "N".
                               VALUE "data/remittance_subledger.dat".
       77  WS-SUBLEDGER-STATUS            PIC XX VALUE SPACES.

      *> court-ordered garnishments (data/garnishment_orders.dat:
      *> order id|employee id|case number|payee code|payee name|
      *> priority|total owed|balance|cap pct|status|start date). A
      *> posted withholding draws the order's balance down and an
      *> order that reaches zero is stamped PAID, so CALCULATE-
      *> PAYROLL stops taking it from the next run. Every
      *> withholding is also written to the order's payment history
      *> (data/garnishment_history.dat: order id|pay date|employee
      *> id|case number|payee code|disposable earnings|amount
      *> withheld|balance after|ledger tx id) for the court.
       01  WS-GRN-TABLE.
           05 WS-GRN-ROW OCCURS 50 TIMES.
               10 WS-GRN-LINE             PIC X(256) VALUE SPACES.

       77  WS-GARNISH-PATH                PIC X(256)
                               VALUE "data/garnishment_orders.dat".
       77  WS-GARNISH-STATUS              PIC XX VALUE SPACES.
       77  WS-GARN-HIST-PATH              PIC X(256)
                               VALUE "data/garnishment_history.dat".
       77  WS-GARN-HIST-STATUS            PIC XX VALUE SPACES.
       77  WS-GRN-COUNT                   PIC 9(2) VALUE 0.
       77  WS-GRN-IDX                     PIC 9(2) VALUE 0.
       77  WS-GRN-FOUND-IDX               PIC 9(2) VALUE 0.
       77  WS-GRN-FIELD-COUNT             PIC 9(2) VALUE 0.
       77  WS-GRN-BALANCE                 PIC 9(7)V99 VALUE 0.
       77  WS-GRN-LEDGER-TX               PIC 9(9) VALUE 0.
       77  WS-GRN-ID-TEXT                 PIC X(20).
       77  WS-GRN-EMP-TEXT                PIC X(20).
       77  WS-GRN-CASE-TEXT               PIC X(30).
       77  WS-GRN-PAYEE-TEXT              PIC X(20).
       77  WS-GRN-NAME-TEXT               PIC X(40).
       77  WS-GRN-PRIORITY-TEXT           PIC X(20).
       77  WS-GRN-OWED-TEXT               PIC X(20).
       77  WS-GRN-BALANCE-TEXT            PIC X(20).
       77  WS-GRN-CAP-TEXT                PIC X(20).
       77  WS-GRN-STATUS-TEXT             PIC X(20).
       77  WS-GRN-START-TEXT              PIC X(20).
       77  WS-GRN-DISP-TEXT               PIC X(20).
       77  WS-GRN-AMOUNT-TEXT             PIC X(20).

      *> employee expense claims keyed through EXPENSE-CLAIMS
      *> (data/expense_claims.dat: claim id|employee id|expense
      *> date|category|amount|cost center|status|decided-by|
      *> decided-ts|paid period|description). Every APPROVED claim
      *> of an employee paid on a regular run is added to their net
      *> as a non-taxable reimbursement -- never to the gross
      *> CALCULATE-PAYROLL taxes -- posted per claim as a
      *> REIMB_EXPENSE_<center> debit / CHECKING credit, and
      *> stamped PAID with the run's period stamp. A claim whose
      *> leg fails stays APPROVED for the next run. Off-cycle runs
      *> pay no claims.
       01  WS-CLM-TABLE.
           05 WS-CLM-ROW OCCURS 500 TIMES.
               10 WS-CLM-LINE             PIC X(200) VALUE SPACES.

      *> the claims picked for the employee being paid
       01  WS-RCL-TABLE.
           05 WS-RCL-ROW OCCURS 20 TIMES.
               10 WS-RCL-ID               PIC 9(6) VALUE 0.
               10 WS-RCL-CC               PIC X(4) VALUE SPACES.
               10 WS-RCL-AMOUNT           PIC 9(5)V99 VALUE 0.
               10 WS-RCL-POSTED           PIC X VALUE "N".

       77  WS-CLAIM-PATH                  PIC X(256)
                               VALUE "data/expense_claims.dat".
       77  WS-CLAIM-STATUS                PIC XX VALUE SPACES.
       77  WS-CLM-COUNT                   PIC 9(4) VALUE 0.
       77  WS-CLM-IDX                     PIC 9(4) VALUE 0.
       77  WS-CLM-FIELD-COUNT             PIC 9(2) VALUE 0.
       77  WS-RCL-COUNT                   PIC 9(2) VALUE 0.
       77  WS-RCL-IDX                     PIC 9(2) VALUE 0.
       77  WS-RCL-POSTED-COUNT            PIC 9(2) VALUE 0.
       77  WS-RCL-MATCHED                 PIC X VALUE "N".
       77  WS-REIMB-AMOUNT                PIC 9(7)V99 VALUE 0.
       77  WS-REIMB-DISPLAY               PIC Z,ZZZ,ZZ9.99.
       77  WS-TOTAL-REIMB                 PIC 9(9)V99 VALUE 0.
       77  WS-TOTAL-REIMB-DISPLAY         PIC Z,ZZZ,ZZ9.99.
       77  WS-RCL-ID-TEXT                 PIC 9(6).
       77  WS-CLM-ID-TEXT                 PIC X(20).
       77  WS-CLM-EMP-TEXT                PIC X(20).
       77  WS-CLM-DATE-TEXT               PIC X(20).
       77  WS-CLM-CATEGORY-TEXT           PIC X(20).
       77  WS-CLM-AMOUNT-TEXT             PIC X(20).
       77  WS-CLM-CC-TEXT                 PIC X(20).
       77  WS-CLM-STATUS-TEXT             PIC X(20).
       77  WS-CLM-BY-TEXT                 PIC X(20).
       77  WS-CLM-AT-TEXT                 PIC X(20).
       77  WS-CLM-PAID-TEXT               PIC X(20).
       77  WS-CLM-DESC-TEXT               PIC X(60).

      *> employer-side cost of the run: payroll tax on every posted
      *> gross plus the employer match on the RETIRE plan, each
      *> posted as its own double-entry legs between bank-side
       77  WS-OC-VALUE                    PIC 9(7)V99 VALUE 0.
       77  WS-OC-POSTED-COUNT             PIC 9(4) VALUE 0.
       77  WS-SUPP-TAX-RATE               PIC 9V99 VALUE 0.22.

      *> employee Social Security and Medicare on wages that do not
      *> pass through CALCULATE-PAYROLL -- an off-cycle AMOUNT
      *> payment and a retro catch-up -- at the same rates, wage base
      *> and additional-Medicare threshold the calculation uses, so
      *> the annual cap holds whichever path the dollars were paid by.
       77  WS-SS-RATE                     PIC 9V9999 VALUE 0.0620.
       77  WS-SS-WAGE-BASE                PIC 9(7)V99 VALUE 176100.00.
       77  WS-MEDICARE-RATE               PIC 9V9999 VALUE 0.0145.
       77  WS-ADDL-MEDICARE-RATE          PIC 9V9999 VALUE 0.0090.
       77  WS-ADDL-MEDICARE-THRESHOLD     PIC 9(7)V99 VALUE 200000.00.
       77  WS-FICA-BASE-AMOUNT            PIC 9(7)V99 VALUE 0.
       77  WS-FICA-YTD-BEFORE             PIC 9(8)V99 VALUE 0.
       77  WS-FICA-YTD-AFTER              PIC 9(8)V99 VALUE 0.
       77  WS-FICA-WAGES                  PIC 9(8)V99 VALUE 0.
       77  WS-FICA-SS-ADD                 PIC 9(7)V99 VALUE 0.
       77  WS-FICA-MED-ADD                PIC 9(7)V99 VALUE 0.
       77  WS-FICA-YEAR                   PIC X(4) VALUE SPACES.
       77  WS-FICA-HIST-EOF               PIC X VALUE "N".
       77  WS-TOTAL-SS                    PIC 9(9)V99 VALUE 0.
       77  WS-TOTAL-MEDICARE              PIC 9(9)V99 VALUE 0.
       77  WS-TOTAL-SS-DISPLAY            PIC Z,ZZZ,ZZ9.99.
       77  WS-TOTAL-MEDICARE-DISPLAY      PIC Z,ZZZ,ZZ9.99.
       77  WS-RUN-TYPE                    PIC X VALUE "R".

      *> pay date and settlement date. The pay date is the run date,
      *> or the date keyed as PAYDATE <YYYYMMDD> when the register is
      *> run ahead of payday; one that falls on a weekend or bank
      *> holiday moves to the prior business day (BUSINESS-CALENDAR
      *> over data/bank_holidays.dat). The interchange header carries
      *> it as the settlement date -- never earlier than the day the
      *> file goes out, so a run made on a closed day settles on the
      *> next business day instead.
       77  WS-PAY-DATE-REQ                PIC 9(8) VALUE 0.
       77  WS-PAY-DATE                    PIC 9(8) VALUE 0.
       77  WS-SETTLE-DATE                 PIC 9(8) VALUE 0.
       77  WS-RUN-NUM                     PIC 9(8) VALUE 0.
       77  WS-BCAL-ACTION                 PIC X(8) VALUE SPACES.
       77  WS-BCAL-DATE                   PIC 9(8) VALUE 0.
       77  WS-BCAL-RESULT                 PIC 9(8) VALUE 0.
       77  WS-BCAL-BUSINESS               PIC X VALUE "N".

      *> paper checks for employees paid by check
      *> (EMP-PAY-METHOD "C"). The net pay moves from CHECKING to
      *> CHECK_CLEARING under the next number from the shared check
      *> control file (data/check_control.dat: last number issued)
      *> and is appended to the check register (data/check_
      *> register.dat: check number|issue date|employee id|amount|
      *> status|source|funding account|ledger tx id|status date|
      *> replaced by) that CHECK-ISSUE-BATCH prints, sends to the
      *> bank as positive pay, voids and reissues from. A check
      *> payee's net never goes on the interchange file.
       77  WS-CHECK-REG-PATH              PIC X(256)
                                   VALUE "data/check_register.dat".
       77  WS-CHECK-REG-STATUS            PIC XX VALUE SPACES.
       77  WS-CHECK-CTL-PATH              PIC X(256)
                                   VALUE "data/check_control.dat".
       77  WS-CHECK-CTL-STATUS            PIC XX VALUE SPACES.
       77  WS-CHECK-FIRST-NUMBER          PIC 9(8) VALUE 100001.
       77  WS-CHECK-NUMBER                PIC 9(8) VALUE 0.
       77  WS-CHECK-AMOUNT                PIC 9(7)V99 VALUE 0.
       77  WS-CHECK-AMOUNT-FIXED          PIC 9(7).99.
       77  WS-CHECK-SOURCE                PIC X(8) VALUE SPACES.
       77  WS-CHECK-TX-TEXT               PIC 9(9) VALUE 0.
       77  WS-CHECK-CTL-TEXT              PIC X(20) VALUE SPACES.
       77  WS-CHECK-COUNT                 PIC 9(4) VALUE 0.
       77  WS-CHECK-TOTAL                 PIC 9(9)V99 VALUE 0.
       77  WS-CHECK-TOTAL-DISPLAY         PIC Z,ZZZ,ZZ9.99.
       77  WS-CHECK-METHOD                PIC X VALUE "D".

      *> PROOF run: the same CALCULATE-PAYROLL pass for every payable
      *> employee with nothing posted or written -- no ledger, account,
      *> pay history, interchange, checkpoint or run marker -- and a
      *> variance report (data/reports/payroll_proof_<date>.txt)
      *> against each employee's last regular pay history row. The
      *> run leaves one line in data/payroll_proof.dat (run date|
      *> PENDING|employees|flagged|signed-off by|signed-off at) that a
      *> supervisor signs off in TIMESHEET-CAPTURE; NIGHT-RUN-DRIVER
      *> will not start the live register until the row for its
      *> date reads SIGNED. A rerun of the proof replaces the row, so
      *> changed figures always need a fresh sign-off.
       77  WS-PROOF-MODE                  PIC X VALUE "N".
       77  WS-PROOF-REPORT-PATH           PIC X(256) VALUE SPACES.
       77  WS-PROOF-REPORT-STATUS         PIC XX VALUE SPACES.
       77  WS-PROOF-STATUS-PATH           PIC X(256)
                                   VALUE "data/payroll_proof.dat".
       77  WS-PROOF-STATUS-STATUS         PIC XX VALUE SPACES.
       77  WS-PROOF-REPORT-OK             PIC X VALUE "N".
       77  WS-PROOF-SWING-LIMIT           PIC 9(3)V99 VALUE 25.00.
       77  WS-PROOF-MAX-HOURS             PIC 9(3)V99 VALUE 100.00.
       77  WS-PROOF-EMP-COUNT             PIC 9(4) VALUE 0.
       77  WS-PROOF-FLAG-COUNT            PIC 9(4) VALUE 0.
       77  WS-PROOF-PRIOR-FOUND           PIC X VALUE "N".
       77  WS-PROOF-PRIOR-PERIOD          PIC X(8) VALUE SPACES.
       77  WS-PROOF-PRIOR-GROSS           PIC 9(7)V99 VALUE 0.
       77  WS-PROOF-HIST-EOF              PIC X VALUE "N".
       77  WS-PROOF-SWING-PCT             PIC S9(5)V99 VALUE 0.
       77  WS-PROOF-SWING-ABS             PIC 9(5)V99 VALUE 0.
       77  WS-PROOF-NET                   PIC S9(7)V99 VALUE 0.
       77  WS-PROOF-FLAGS                 PIC X(60) VALUE SPACES.
       77  WS-PROOF-FLAG-TEXT             PIC X(20) VALUE SPACES.
       77  WS-PROOF-FLAG-PTR              PIC 9(3) VALUE 1.
       77  WS-PROOF-HOURS-DISPLAY         PIC ZZ9.99.
       77  WS-PROOF-PRIOR-DISPLAY         PIC Z,ZZZ,ZZ9.99.
       77  WS-PROOF-SWING-DISPLAY         PIC -ZZZZ9.99.
       77  WS-PROOF-NET-DISPLAY           PIC -Z,ZZZ,ZZ9.99.
       77  WS-PROOF-COUNT-TEXT            PIC 9(4).
       77  WS-PROOF-FLAGGED-TEXT          PIC 9(4).

       77  WS-TOTAL-GROSS                 PIC 9(9)V99 VALUE 0.
       77  WS-TOTAL-TAX                   PIC 9(9)V99 VALUE 0.
       77  WS-TOTAL-NET                   PIC 9(9)V99 VALUE 0.
               GOBACK
           END-IF

           IF WS-OFFCYCLE-MODE NOT = "Y"
               PERFORM LOAD-PAY-SCHEDULE
               PERFORM RESOLVE-SALARY-PERIOD
           END-IF

           IF WS-PROOF-MODE = "Y"
               PERFORM RUN-PAYROLL-PROOF
               GOBACK
           END-IF

      *> the once-per-period guard belongs to the regular run only
      *> -- an off-cycle payment neither reads nor writes the
      *> marker, so the day's full run stays protected.
           PERFORM LOAD-TIMESHEET-STATUS
           PERFORM LOAD-RATE-HISTORY
           PERFORM LOAD-LABOR-DIST
           PERFORM LOAD-EXPENSE-CLAIMS

      *> checkpoints guard the regular run only -- off-cycle must
      *> not read or rewrite them, or the one payment would mark
               "------------  ------------  ------------  ------------"
           PERFORM DISPLAY-GRAND-TOTAL
           PERFORM CLOSE-INTERCHANGE-FILE
           IF WS-CHECK-COUNT > 0
               MOVE WS-CHECK-TOTAL TO WS-CHECK-TOTAL-DISPLAY
               DISPLAY "Paper checks issued: " WS-CHECK-COUNT
                   " totalling " WS-CHECK-TOTAL-DISPLAY
                   " -- run CHECK-ISSUE-BATCH to print them."
           END-IF
           PERFORM CLOSE-COST-REPORT
           PERFORM CLEAR-BATCH-WINDOW
           PERFORM RELEASE-ACCOUNT-LOCK
               DISPLAY "Reconciliation: off-cycle payment(s) posted "
                   WS-OC-POSTED-COUNT ", errors " WS-ERROR-COUNT
                   " -- regular run marker untouched."
               IF WS-HELD-COUNT > 0
                   DISPLAY "WARNING: payment held -- see the "
                       "PAYROLL_PAY_HELD alert."
               END-IF
               DISPLAY " "
               DISPLAY "Off-cycle run complete."
               IF WS-ERROR-COUNT > 0
                   "rerun to retry the failed employee(s)."
           END-IF

           IF WS-HELD-COUNT > 0
               DISPLAY " "
               DISPLAY "WARNING: " WS-HELD-COUNT
                   " employee(s) held -- pay not posted; see the "
                   "PAYROLL_PAY_HELD alert(s)."
           END-IF

           IF WS-UNAPPROVED-COUNT > 0
               DISPLAY " "
               DISPLAY "WARNING: " WS-UNAPPROVED-COUNT
                   " employee(s) skipped -- no timesheet closed for "
                   WS-RUN-STAMP "."
           END-IF
           PERFORM REPORT-SALARY-NOT-DUE

      *> reconciliation line -- posted this run, skipped because a
      *> checkpoint shows them already paid this period, and still
           GOBACK.

      *> Parses the optional OFFCYCLE command line. No argument is
      *> the regular register; PROOF is the write-nothing proof run;
      *> PAYDATE <YYYYMMDD> is a regular run made ahead of payday,
      *> refused when the date is invalid or before the run date.
      *> Any other first token that is not OFFCYCLE is warned about
      *> and ignored -- the same fall-back the GL extract and
      *> security summary give an unrecognized argument, and what
      *> lets NIGHT-RUN-DRIVER resume this step (a CALLed program
      *> sees the driver's own command line). An
      *> OFFCYCLE request that fails to parse IS refused -- a typo
      *> in a single-employee payment must never silently fall
      *> back to paying everyone.
               TALLYING IN WS-FIELD-COUNT
           END-UNSTRING

           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-OC-KW-TEXT))
              = "PROOF"
               MOVE "Y" TO WS-PROOF-MODE
               DISPLAY "PROOF run: nothing will be posted or written "
                   "-- variance report only."
               EXIT PARAGRAPH
           END-IF

           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-OC-KW-TEXT))
              = "PAYDATE"
               PERFORM RESOLVE-PAYDATE-ARG
               EXIT PARAGRAPH
           END-IF

           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-OC-KW-TEXT))
              NOT = "OFFCYCLE"
               DISPLAY "WARNING: argument "
           MOVE 0 TO EMP-SHIFT-HOURS-PERIOD OF WS-EMPLOYEE-RECORD
           MOVE WS-EMP-TBL-COST-CENTER(WS-ROW-IDX)
             TO EMP-COST-CENTER OF WS-EMPLOYEE-RECORD
           MOVE WS-EMP-TBL-PAY-BASIS(WS-ROW-IDX)
             TO EMP-PAY-BASIS OF WS-EMPLOYEE-RECORD
           MOVE WS-EMP-TBL-SALARY(WS-ROW-IDX)
             TO EMP-ANNUAL-SALARY OF WS-EMPLOYEE-RECORD
           MOVE WS-EMP-TBL-HIRE-DATE(WS-ROW-IDX)
             TO EMP-HIRE-DATE OF WS-EMPLOYEE-RECORD
           MOVE WS-EMP-TBL-TERM-DATE(WS-ROW-IDX)
             TO EMP-TERM-DATE OF WS-EMPLOYEE-RECORD

      *> a salaried employee's pay is not driven by hours, so an
      *> hours-based off-cycle run would just pay a second salary --
      *> corrections and bonuses for exempt staff go through AMOUNT.
           IF WS-OC-KIND = "HOURS"
              AND WS-EMP-TBL-PAY-BASIS(WS-ROW-IDX) = "S"
               DISPLAY "REFUSED: employee " WS-OC-EMP-ID
                   " is salaried -- use OFFCYCLE <employee id> "
                   "AMOUNT <dollars>."
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-CALC-HOLD
           MOVE SPACES TO WS-CALC-HOLD-REASON
           IF WS-OC-KIND = "HOURS"
               MOVE WS-OC-VALUE
                 TO EMP-HOURS-PERIOD OF WS-EMPLOYEE-RECORD
               MOVE 0 TO WS-CALC-PERIOD-END
               CALL "CALCULATE-PAYROLL" USING WS-EMPLOYEE-RECORD
                   WS-PAYROLL-CALC WS-BRACKET-RATE
           ELSE
               MOVE 0 TO WS-PRETAX-DED-TOTAL
               MOVE 0 TO WS-POSTTAX-DED-TOTAL
               MOVE 0 TO WS-DED-COUNT
               MOVE 0 TO WS-DISPOSABLE-EARNINGS
               MOVE 0 TO WS-SS-TAX-AMOUNT
               MOVE 0 TO WS-MEDICARE-TAX-AMOUNT
               MOVE WS-OC-VALUE TO WS-FICA-BASE-AMOUNT
               PERFORM SUM-CALENDAR-YEAR-WAGES
               MOVE WS-CALENDAR-YTD-WAGES TO WS-FICA-YTD-BEFORE
               PERFORM ADD-FICA-ON-AMOUNT
           END-IF

           IF WS-CALC-HOLD = "Y"
               PERFORM HOLD-EMPLOYEE-PAY
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-RETRO-AMOUNT
           ADD WS-GROSS-PAY TO WS-TOTAL-GROSS
           ADD WS-TAX-AMOUNT TO WS-TOTAL-TAX
           ADD WS-NET-PAY TO WS-TOTAL-NET
           ADD WS-SS-TAX-AMOUNT TO WS-TOTAL-SS
           ADD WS-MEDICARE-TAX-AMOUNT TO WS-TOTAL-MEDICARE

           ADD WS-GROSS-PAY TO WS-EMP-TBL-YTD(WS-ROW-IDX)

           PERFORM POST-PAYROLL-LEDGER
           MOVE WS-POSTED-COUNT TO WS-OC-POSTED-COUNT.

      *> PAYDATE <YYYYMMDD>: a regular run made ahead of payday.
       RESOLVE-PAYDATE-ARG.
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-OC-EMP-TEXT))
              NOT = 0
               DISPLAY "REFUSED: use PAYDATE <YYYYMMDD>."
               MOVE "N" TO WS-OP-OK
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-OC-EMP-TEXT))
             TO WS-PAY-DATE-REQ
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-PAY-DATE-REQ) NOT = 0
               DISPLAY "REFUSED: " FUNCTION TRIM(WS-OC-EMP-TEXT)
                   " is not a valid pay date."
               MOVE "N" TO WS-OP-OK
               EXIT PARAGRAPH
           END-IF

           MOVE WS-RUN-STAMP TO WS-RUN-NUM
           IF WS-PAY-DATE-REQ < WS-RUN-NUM
               DISPLAY "REFUSED: pay date " WS-PAY-DATE-REQ
                   " is before the run date " WS-RUN-STAMP "."
               MOVE "N" TO WS-OP-OK
               EXIT PARAGRAPH
           END-IF.

       RESOLVE-SETTLEMENT-DATE.
           MOVE WS-RUN-STAMP TO WS-RUN-NUM
           IF WS-PAY-DATE-REQ > 0
               MOVE WS-PAY-DATE-REQ TO WS-PAY-DATE
           ELSE
               MOVE WS-RUN-NUM TO WS-PAY-DATE
           END-IF

           MOVE "PRIOR" TO WS-BCAL-ACTION
           MOVE WS-PAY-DATE TO WS-BCAL-DATE
           PERFORM CALL-BUSINESS-CALENDAR
           MOVE WS-BCAL-RESULT TO WS-SETTLE-DATE
           IF WS-BCAL-BUSINESS NOT = "Y"
               DISPLAY "Pay date " WS-PAY-DATE " is not a business "
                   "day -- moved to " WS-SETTLE-DATE "."
           END-IF

           IF WS-SETTLE-DATE < WS-RUN-NUM
               MOVE "NEXT" TO WS-BCAL-ACTION
               MOVE WS-RUN-NUM TO WS-BCAL-DATE
               PERFORM CALL-BUSINESS-CALENDAR
               MOVE WS-BCAL-RESULT TO WS-SETTLE-DATE
               DISPLAY "WARNING: the register should have run by the "
                   "prior business day -- deposits settle "
                   WS-SETTLE-DATE "."
           END-IF.

       CALL-BUSINESS-CALENDAR.
           CALL "BUSINESS-CALENDAR"
               USING WS-BCAL-ACTION
                     WS-BCAL-DATE
                     WS-BCAL-RESULT
                     WS-BCAL-BUSINESS
           END-CALL.

       BUILD-RUN-STAMP.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE(1:8) TO WS-RUN-STAMP.

      *> The schedule file names one scheduled period end; without
      *> a usable one the built-in anchor stands.
       LOAD-PAY-SCHEDULE.
           OPEN INPUT SCHEDULE-FILE
           IF WS-SCHEDULE-STATUS NOT = "00"
               DISPLAY "NOTE: no pay schedule in "
                   FUNCTION TRIM(WS-SCHEDULE-PATH)
                   " -- salaried periods end every 14 days from "
                   WS-SCHED-ANCHOR "."
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ SCHEDULE-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM PARSE-SCHEDULE-LINE
               END-READ
           END-PERFORM

           CLOSE SCHEDULE-FILE.

       PARSE-SCHEDULE-LINE.
           MOVE SPACES TO WS-SCHED-KEY-TEXT WS-SCHED-VALUE-TEXT
           UNSTRING SCHEDULE-LINE DELIMITED BY "|"
               INTO WS-SCHED-KEY-TEXT
                    WS-SCHED-VALUE-TEXT
           END-UNSTRING

           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-SCHED-KEY-TEXT))
              NOT = "PERIOD_END"
               EXIT PARAGRAPH
           END-IF

           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-SCHED-VALUE-TEXT))
              NOT = 0
               DISPLAY "WARNING: pay schedule PERIOD_END "
                   FUNCTION TRIM(WS-SCHED-VALUE-TEXT)
                   " is not a date -- ignored."
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-SCHED-VALUE-TEXT))
             TO WS-SCHED-DATE
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-SCHED-DATE) NOT = 0
               DISPLAY "WARNING: pay schedule PERIOD_END "
                   FUNCTION TRIM(WS-SCHED-VALUE-TEXT)
                   " is not a date -- ignored."
               EXIT PARAGRAPH
           END-IF

           MOVE WS-SCHED-DATE TO WS-SCHED-ANCHOR.

      *> Is a salaried period due on this run? The pay date (PAYDATE,
      *> else the run date) is rolled forward to the next scheduled
      *> period end; that period is due when its end comes before the
      *> next business day after the pay date and the run is not
      *> made before the period has even begun.
       RESOLVE-SALARY-PERIOD.
           MOVE "N" TO WS-SAL-DUE
           MOVE WS-RUN-STAMP TO WS-RUN-NUM
           IF WS-PAY-DATE-REQ > 0
               MOVE WS-PAY-DATE-REQ TO WS-SCHED-DATE
           ELSE
               MOVE WS-RUN-NUM TO WS-SCHED-DATE
           END-IF

           PERFORM ALIGN-PERIOD-END
           COMPUTE WS-PERIOD-END =
               FUNCTION DATE-OF-INTEGER(WS-SCHED-END-INT)
           COMPUTE WS-DATE-INT = WS-SCHED-END-INT - WS-PERIOD-DAYS + 1
           COMPUTE WS-PERIOD-START =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INT)

           MOVE "AFTER" TO WS-BCAL-ACTION
           MOVE WS-SCHED-DATE TO WS-BCAL-DATE
           PERFORM CALL-BUSINESS-CALENDAR
           IF WS-PERIOD-END NOT < WS-BCAL-RESULT
               EXIT PARAGRAPH
           END-IF

           IF WS-PERIOD-START > WS-RUN-NUM
               DISPLAY "WARNING: pay date " WS-SCHED-DATE
                   " is more than a period ahead -- the salaried "
                   "period " WS-PERIOD-START "-" WS-PERIOD-END
                   " is not paid by this run."
               EXIT PARAGRAPH
           END-IF

           MOVE "Y" TO WS-SAL-DUE
           DISPLAY "Salaried period " WS-PERIOD-START "-"
               WS-PERIOD-END " is due on this run."
           DISPLAY " ".

      *> WS-SCHED-DATE -> WS-SCHED-END-INT, the integer date of the
      *> first scheduled period end on or after it. FUNCTION MOD
      *> floors, so an anchor after the date works the same as one
      *> before it.
       ALIGN-PERIOD-END.
           COMPUTE WS-SCHED-ANCHOR-INT =
               FUNCTION INTEGER-OF-DATE(WS-SCHED-ANCHOR)
           COMPUTE WS-SCHED-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-SCHED-DATE)
           COMPUTE WS-SCHED-OFFSET =
               FUNCTION MOD(WS-SCHED-ANCHOR-INT - WS-SCHED-DATE-INT,
                            WS-PERIOD-DAYS)
           COMPUTE WS-SCHED-END-INT =
               WS-SCHED-DATE-INT + WS-SCHED-OFFSET.

       REPORT-SALARY-NOT-DUE.
           IF WS-SAL-NOT-DUE-COUNT > 0
               DISPLAY " "
               DISPLAY WS-SAL-NOT-DUE-COUNT " salaried employee(s) not "
                   "paid -- their period ends " WS-PERIOD-END
                   ", not due on this run."
           END-IF.

      *> A regular pay history row already stamped inside the due
      *> salaried period means the period was paid -- by a run made
      *> ahead of payday with PAYDATE, or earlier the same day. No
      *> history file (status 35) means nothing paid yet; any other
      *> failure returns "E" -- the period cannot be shown unpaid, so
      *> the employee is held rather than risk paying it twice.
       FIND-SALARY-PERIOD-PAID.
           MOVE "N" TO WS-SAL-PAID-FOUND
           MOVE SPACES TO WS-SAL-PAID-PERIOD
           MOVE "N" TO WS-SAL-HIST-EOF

           OPEN INPUT PAY-HISTORY-FILE
           IF WS-HISTORY-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           IF WS-HISTORY-STATUS NOT = "00"
               MOVE "E" TO WS-SAL-PAID-FOUND
               EXIT PARAGRAPH
           END-IF

           MOVE WS-EMP-TBL-ID(WS-ROW-IDX) TO PAYH-EMP-ID
           MOVE WS-PERIOD-START TO PAYH-PERIOD
           START PAY-HISTORY-FILE KEY >= PAYH-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SAL-HIST-EOF
           END-START

           PERFORM UNTIL WS-SAL-HIST-EOF = "Y"
               READ PAY-HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SAL-HIST-EOF
                   NOT AT END
                       IF PAYH-EMP-ID NOT = WS-EMP-TBL-ID(WS-ROW-IDX)
                          OR PAYH-PERIOD > WS-PERIOD-END
                           MOVE "Y" TO WS-SAL-HIST-EOF
                       ELSE
                           IF PAYH-RUN-TYPE NOT = "O"
                               MOVE "Y" TO WS-SAL-PAID-FOUND
                               MOVE PAYH-PERIOD TO WS-SAL-PAID-PERIOD
                               MOVE "Y" TO WS-SAL-HIST-EOF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE PAY-HISTORY-FILE.

      *> Wages already paid this calendar year for the employee in
      *> EMP-ID of WS-EMPLOYEE-RECORD, summed from pay history the
      *> same way CALCULATE-PAYROLL sums them -- for the off-cycle
      *> AMOUNT payment, which never passes through the calculation.
      *> No history file (status 35) means nothing paid yet; any
      *> other failure holds the payment, as the calculation does.
       SUM-CALENDAR-YEAR-WAGES.
           MOVE 0 TO WS-CALENDAR-YTD-WAGES
           MOVE WS-RUN-STAMP(1:4) TO WS-FICA-YEAR
           MOVE "N" TO WS-FICA-HIST-EOF

           OPEN INPUT PAY-HISTORY-FILE
           IF WS-HISTORY-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           IF WS-HISTORY-STATUS NOT = "00"
               MOVE "Y" TO WS-CALC-HOLD
               STRING "PAY HISTORY UNREADABLE (STATUS "
                      WS-HISTORY-STATUS ") -- YTD WAGES UNKNOWN"
                 DELIMITED BY SIZE
                 INTO WS-CALC-HOLD-REASON
               END-STRING
               EXIT PARAGRAPH
           END-IF

           MOVE EMP-ID OF WS-EMPLOYEE-RECORD TO PAYH-EMP-ID
           MOVE SPACES TO PAYH-PERIOD
           MOVE WS-FICA-YEAR TO PAYH-PERIOD(1:4)
           START PAY-HISTORY-FILE KEY >= PAYH-KEY
               INVALID KEY
                   MOVE "Y" TO WS-FICA-HIST-EOF
           END-START

           PERFORM UNTIL WS-FICA-HIST-EOF = "Y"
               READ PAY-HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-FICA-HIST-EOF
                   NOT AT END
                       IF PAYH-EMP-ID NOT = EMP-ID OF WS-EMPLOYEE-RECORD
                          OR PAYH-PERIOD(1:4) NOT = WS-FICA-YEAR
                           MOVE "Y" TO WS-FICA-HIST-EOF
                       ELSE
                           ADD PAYH-GROSS-PAY TO WS-CALENDAR-YTD-WAGES
                       END-IF
               END-READ
           END-PERFORM

           CLOSE PAY-HISTORY-FILE.

       ACQUIRE-ACCOUNT-LOCK.
           MOVE "ACQUIRE" TO WS-LOCK-ACTION
           CALL "ACCOUNT-LOCK"
                             TO WS-EMP-TBL-SHIFT-HOURS(WS-EMPLOYEE-COUNT)
                           MOVE EMP-COST-CENTER OF EMPLOYEE-RECORD
                             TO WS-EMP-TBL-COST-CENTER(WS-EMPLOYEE-COUNT)
                           IF EMP-PAY-BASIS OF EMPLOYEE-RECORD = "S"
                               MOVE "S"
                                 TO WS-EMP-TBL-PAY-BASIS(WS-EMPLOYEE-COUNT)
                           ELSE
                               MOVE "H"
                                 TO WS-EMP-TBL-PAY-BASIS(WS-EMPLOYEE-COUNT)
                           END-IF
                           MOVE EMP-ANNUAL-SALARY OF EMPLOYEE-RECORD
                             TO WS-EMP-TBL-SALARY(WS-EMPLOYEE-COUNT)
                           MOVE EMP-HIRE-DATE OF EMPLOYEE-RECORD
                             TO WS-EMP-TBL-HIRE-DATE(WS-EMPLOYEE-COUNT)
                           MOVE EMP-TERM-DATE OF EMPLOYEE-RECORD
                             TO WS-EMP-TBL-TERM-DATE(WS-EMPLOYEE-COUNT)
                           IF EMP-PAY-METHOD OF EMPLOYEE-RECORD = "C"
                               MOVE "C"
                                 TO WS-EMP-TBL-PAY-METHOD(WS-EMPLOYEE-COUNT)
                           ELSE
                               MOVE "D"
                                 TO WS-EMP-TBL-PAY-METHOD(WS-EMPLOYEE-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
                   EXIT PARAGRAPH
           END-READ

      *> a check payee's check was numbered and registered on the
      *> run that wrote the checkpoint -- nothing goes to the bank.
           MOVE "D" TO WS-CHECK-METHOD
           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                   UNTIL WS-ACCT-IDX > WS-EMPLOYEE-COUNT
               IF WS-EMP-TBL-ID(WS-ACCT-IDX) = PAYH-EMP-ID
                   MOVE WS-EMP-TBL-PAY-METHOD(WS-ACCT-IDX)
                     TO WS-CHECK-METHOD
               END-IF
           END-PERFORM
           IF WS-CHECK-METHOD = "C"
               EXIT PARAGRAPH
           END-IF

           MOVE PAYH-EMP-ID TO EMP-ID OF WS-EMPLOYEE-RECORD
           MOVE PAYH-EMP-ID TO WS-EMP-ID-TEXT
           MOVE PAYH-NET-PAY TO WS-NET-PAY
      *> Fixed-format bank disbursement interchange file, one per run
      *> date, transmitted to the bank in place of rekeying deposits
      *> into their portal. Record layouts:
      *>   HDR  cols 1-3 "HDR", 4-11 run date, 12-21 originator,
      *>        22-29 settlement date
      *>   DTL  cols 1-3 "DTL", 4-7 employee id, 8-15 target account,
      *>        16-27 amount (zero-filled, explicit decimal point)
      *>   TRL  cols 1-3 "TRL", 4-9 detail count, 10-23 hash total
           MOVE "N" TO WS-INTERCHANGE-OK
           MOVE 0 TO WS-ICH-COUNT WS-ICH-TOTAL
           MOVE SPACES TO WS-INTERCHANGE-PATH
           PERFORM RESOLVE-SETTLEMENT-DATE

      *> an off-cycle run writes its own transmission file so the
      *> regular run's complete file for the day survives.

           MOVE "Y" TO WS-INTERCHANGE-OK
           MOVE SPACES TO INTERCHANGE-LINE
           STRING "HDR" WS-RUN-STAMP "HELICALPAY" WS-SETTLE-DATE
             INTO INTERCHANGE-LINE
           END-STRING
           WRITE INTERCHANGE-LINE.
           DISPLAY " "
           DISPLAY "Bank interchange file written: "
               FUNCTION TRIM(WS-INTERCHANGE-PATH)
               " (" WS-ICH-COUNT " deposit line(s), settling "
               WS-SETTLE-DATE ")".

       PROCESS-EMPLOYEE-ROW.
      *> a terminated salaried employee is still owed the working
      *> days up to the termination date in the period it falls in
      *> -- CALCULATE-PAYROLL prorates the final check. Any other
      *> inactive row is skipped (hourly final pay goes off-cycle).
           IF WS-EMP-TBL-ACTIVE(WS-ROW-IDX) = "N"
               IF WS-EMP-TBL-PAY-BASIS(WS-ROW-IDX) NOT = "S"
                  OR WS-EMP-TBL-TERM-DATE(WS-ROW-IDX) < WS-PERIOD-START
                   EXIT PARAGRAPH
               END-IF
           END-IF

      *> salaried staff are paid once per scheduled period, on the run
      *> that reaches its end -- every other night passes them by.
           IF WS-EMP-TBL-PAY-BASIS(WS-ROW-IDX) = "S"
              AND WS-SAL-DUE NOT = "Y"
               ADD 1 TO WS-SAL-NOT-DUE-COUNT
               EXIT PARAGRAPH
           END-IF

               EXIT PARAGRAPH
           END-IF

      *> salaried staff are paid their fixed amount whether or not a
      *> timesheet was closed -- only hourly pay waits on approval --
      *> but never twice for the same period.
           IF WS-EMP-TBL-PAY-BASIS(WS-ROW-IDX) = "S"
               PERFORM FIND-SALARY-PERIOD-PAID
               IF WS-SAL-PAID-FOUND = "E"
                   MOVE SPACES TO WS-CALC-HOLD-REASON
                   STRING "PAY HISTORY UNREADABLE (STATUS "
                          WS-HISTORY-STATUS ") -- PAID STATE UNKNOWN"
                     DELIMITED BY SIZE
                     INTO WS-CALC-HOLD-REASON
                   END-STRING
                   PERFORM HOLD-EMPLOYEE-PAY
                   EXIT PARAGRAPH
               END-IF
               IF WS-SAL-PAID-FOUND = "Y"
                   MOVE WS-EMP-TBL-ID(WS-ROW-IDX) TO WS-EMP-ID-TEXT
                   DISPLAY WS-EMP-ID-TEXT "  "
                       WS-EMP-TBL-NAME(WS-ROW-IDX)(1:26)
                       "** SALARIED PERIOD ENDING " WS-PERIOD-END
                       " ALREADY PAID " WS-SAL-PAID-PERIOD " **"
                   ADD 1 TO WS-SKIPPED-COUNT
                   EXIT PARAGRAPH
               END-IF
               MOVE "Y" TO WS-TS-APPROVED
           ELSE
               PERFORM CHECK-TIMESHEET-APPROVAL
           END-IF
           IF WS-TS-APPROVED NOT = "Y" AND WS-PROOF-MODE = "Y"
               PERFORM PROOF-TIMESHEET-EXCEPTION
               EXIT PARAGRAPH
           END-IF
           IF WS-TS-APPROVED NOT = "Y"
               MOVE WS-EMP-TBL-ID(WS-ROW-IDX) TO WS-EMP-ID-TEXT
               DISPLAY WS-EMP-ID-TEXT "  "
             TO EMP-SHIFT-HOURS-PERIOD OF WS-EMPLOYEE-RECORD
           MOVE WS-EMP-TBL-COST-CENTER(WS-ROW-IDX)
             TO EMP-COST-CENTER OF WS-EMPLOYEE-RECORD
           MOVE WS-EMP-TBL-PAY-BASIS(WS-ROW-IDX)
             TO EMP-PAY-BASIS OF WS-EMPLOYEE-RECORD
           MOVE WS-EMP-TBL-SALARY(WS-ROW-IDX)
             TO EMP-ANNUAL-SALARY OF WS-EMPLOYEE-RECORD
           MOVE WS-EMP-TBL-HIRE-DATE(WS-ROW-IDX)
             TO EMP-HIRE-DATE OF WS-EMPLOYEE-RECORD
           MOVE WS-EMP-TBL-TERM-DATE(WS-ROW-IDX)
             TO EMP-TERM-DATE OF WS-EMPLOYEE-RECORD

           MOVE WS-PERIOD-END TO WS-CALC-PERIOD-END
           CALL "CALCULATE-PAYROLL" USING WS-EMPLOYEE-RECORD
               WS-PAYROLL-CALC WS-BRACKET-RATE
           IF WS-CALC-HOLD = "Y"
               PERFORM HOLD-EMPLOYEE-PAY
               EXIT PARAGRAPH
           END-IF

      *> a pending backdated rate change folds its catch-up pay into
      *> this period's gross and net before anything is displayed,
      *> posted or banked.
           PERFORM COMPUTE-RETRO-ADJUSTMENT
           IF WS-RETRO-AMOUNT > 0
               COMPUTE WS-FICA-YTD-BEFORE =
                   WS-CALENDAR-YTD-WAGES + WS-GROSS-PAY
               MOVE WS-RETRO-AMOUNT TO WS-FICA-BASE-AMOUNT
               ADD WS-RETRO-AMOUNT TO WS-GROSS-PAY
               ADD WS-RETRO-AMOUNT TO WS-NET-PAY
               PERFORM ADD-FICA-ON-AMOUNT
           END-IF

      *> approved expense claims ride on the net only -- they are
      *> added after the calc, so no tax or YTD wage ever sees them.
           PERFORM GATHER-EXPENSE-CLAIMS
           ADD WS-REIMB-AMOUNT TO WS-NET-PAY

           MOVE EMP-ID OF WS-EMPLOYEE-RECORD TO WS-EMP-ID-TEXT
           MOVE EMP-FULL-NAME OF WS-EMPLOYEE-RECORD TO WS-NAME-DISPLAY
           MOVE WS-GROSS-PAY TO WS-GROSS-DISPLAY
                   WS-RETRO-DISPLAY
           END-IF

           IF WS-REIMB-AMOUNT > 0
               MOVE WS-REIMB-AMOUNT TO WS-REIMB-DISPLAY
               DISPLAY "      incl. expense reimbursement "
                   WS-REIMB-DISPLAY " (" WS-RCL-COUNT " claim(s))"
           END-IF

           ADD WS-GROSS-PAY TO WS-TOTAL-GROSS
           ADD WS-TAX-AMOUNT TO WS-TOTAL-TAX
           ADD WS-NET-PAY TO WS-TOTAL-NET
           ADD WS-REIMB-AMOUNT TO WS-TOTAL-REIMB
           ADD WS-SS-TAX-AMOUNT TO WS-TOTAL-SS
           ADD WS-MEDICARE-TAX-AMOUNT TO WS-TOTAL-MEDICARE

           IF WS-PROOF-MODE = "Y"
               PERFORM PROOF-CHECK-EMPLOYEE
               EXIT PARAGRAPH
           END-IF

           ADD WS-GROSS-PAY TO WS-EMP-TBL-YTD(WS-ROW-IDX)

           PERFORM POST-PAYROLL-LEDGER.

      *> Holds the employee in WS-ROW-IDX for WS-CALC-HOLD-REASON.
      *> The proof run only flags it on the proof report; the live
      *> run warns, raises a HIGH alert and counts an error so the
      *> run marker is not written and a rerun retries the employee.
       HOLD-EMPLOYEE-PAY.
           IF WS-PROOF-MODE = "Y"
               PERFORM PROOF-HOLD-EXCEPTION
               EXIT PARAGRAPH
           END-IF

           MOVE WS-EMP-TBL-ID(WS-ROW-IDX) TO WS-EMP-ID-TEXT
           DISPLAY WS-EMP-ID-TEXT "  "
               WS-EMP-TBL-NAME(WS-ROW-IDX)(1:26)
               "** PAY HELD: " FUNCTION TRIM(WS-CALC-HOLD-REASON) " **"

           MOVE "PAYROLL_PAY_HELD" TO WS-ALERT-TYPE
           MOVE "HIGH" TO WS-ALERT-SEVERITY
           MOVE SPACES TO WS-ALERT-DETAIL
           STRING "EMP " WS-EMP-ID-TEXT " "
                  FUNCTION TRIM(WS-CALC-HOLD-REASON)
             DELIMITED BY SIZE
             INTO WS-ALERT-DETAIL
           END-STRING
           PERFORM APPEND-ALERT-RECORD

           ADD 1 TO WS-HELD-COUNT
           ADD 1 TO WS-ERROR-COUNT.

      *> ----------------------------------------------------------
      *> The PROOF run. Loads what the live run loads, then walks
      *> every employee through PROCESS-EMPLOYEE-ROW, which stops
      *> each one at PROOF-CHECK-EMPLOYEE (or PROOF-TIMESHEET-
      *> EXCEPTION) before anything is posted. No lock is taken and
      *> no batch window raised -- nothing here writes a master.
      *> ----------------------------------------------------------
       RUN-PAYROLL-PROOF.
           PERFORM LOAD-EMPLOYEE-TABLE
           IF WS-OP-OK NOT = "Y"
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-TIMESHEET-STATUS
           PERFORM LOAD-RATE-HISTORY
           PERFORM LOAD-EXPENSE-CLAIMS
           PERFORM OPEN-PROOF-REPORT
           IF WS-PROOF-REPORT-OK NOT = "Y"
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           DISPLAY "ID    NAME                      "
               "GROSS PAY     TAXES         NET PAY       YTD WAGES"
           DISPLAY "----  ------------------------  "
               "------------  ------------  ------------  ------------"

           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                   UNTIL WS-ROW-IDX > WS-EMPLOYEE-COUNT
               PERFORM PROCESS-EMPLOYEE-ROW
           END-PERFORM

           DISPLAY "----  ------------------------  "
               "------------  ------------  ------------  ------------"
           PERFORM DISPLAY-GRAND-TOTAL
           PERFORM CLOSE-PROOF-REPORT
           PERFORM WRITE-PROOF-STATUS
           PERFORM REPORT-SALARY-NOT-DUE

           DISPLAY " "
           DISPLAY "Proof complete -- " WS-PROOF-EMP-COUNT
               " employee(s) proved, " WS-PROOF-FLAG-COUNT
               " flagged. Report: " FUNCTION TRIM(WS-PROOF-REPORT-PATH)
           DISPLAY "A supervisor must sign off this proof in "
               "TIMESHEET-CAPTURE before the night run will post "
               "the register.".

       OPEN-PROOF-REPORT.
           MOVE "N" TO WS-PROOF-REPORT-OK
           MOVE 0 TO WS-PROOF-EMP-COUNT WS-PROOF-FLAG-COUNT

           MOVE SPACES TO WS-PROOF-REPORT-PATH
           STRING FUNCTION TRIM(WS-INTERCHANGE-DIR)
                  "payroll_proof_" WS-RUN-STAMP ".txt"
             INTO WS-PROOF-REPORT-PATH
           END-STRING

           OPEN OUTPUT PROOF-REPORT-FILE
           IF WS-PROOF-REPORT-STATUS NOT = "00"
               DISPLAY "ERROR: cannot create proof report "
                   FUNCTION TRIM(WS-PROOF-REPORT-PATH) " ("
                   WS-PROOF-REPORT-STATUS ")."
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-PROOF-REPORT-OK

           MOVE WS-PROOF-SWING-LIMIT TO WS-PROOF-SWING-DISPLAY
           MOVE WS-PROOF-MAX-HOURS TO WS-PROOF-HOURS-DISPLAY
           MOVE SPACES TO PROOF-REPORT-LINE
           STRING "===== Helical Pay Systems - Payroll Proof "
                  WS-RUN-STAMP " ====="
             INTO PROOF-REPORT-LINE
           END-STRING
           WRITE PROOF-REPORT-LINE
           MOVE SPACES TO PROOF-REPORT-LINE
           STRING "Nothing posted. Flags: gross swing over "
                  FUNCTION TRIM(WS-PROOF-SWING-DISPLAY)
                  "% of last regular pay, zero or over "
                  FUNCTION TRIM(WS-PROOF-HOURS-DISPLAY)
                  " hours, zero or negative net, timesheet not closed."
             INTO PROOF-REPORT-LINE
           END-STRING
           WRITE PROOF-REPORT-LINE
           MOVE SPACES TO PROOF-REPORT-LINE
           WRITE PROOF-REPORT-LINE
           MOVE "ID    NAME                      HOURS   LAST PERIOD  "
             & "LAST GROSS    THIS GROSS    SWING %     NET PAY       "
             & "FLAGS" TO PROOF-REPORT-LINE
           WRITE PROOF-REPORT-LINE
           MOVE "----  ------------------------  ------  -----------  "
             & "------------  ------------  --------  ------------  "
             & "--------------------" TO PROOF-REPORT-LINE
           WRITE PROOF-REPORT-LINE.

       CLOSE-PROOF-REPORT.
           MOVE SPACES TO PROOF-REPORT-LINE
           WRITE PROOF-REPORT-LINE
           MOVE WS-TOTAL-GROSS TO WS-TOTAL-GROSS-DISPLAY
           MOVE WS-TOTAL-NET TO WS-TOTAL-NET-DISPLAY
           MOVE SPACES TO PROOF-REPORT-LINE
           STRING "Employees proved : " WS-PROOF-EMP-COUNT
                  "   flagged : " WS-PROOF-FLAG-COUNT
                  "   gross " WS-TOTAL-GROSS-DISPLAY
                  "   net " WS-TOTAL-NET-DISPLAY
             INTO PROOF-REPORT-LINE
           END-STRING
           WRITE PROOF-REPORT-LINE
           CLOSE PROOF-REPORT-FILE.

      *> An hourly employee whose timesheet is not CLOSED for the run
      *> date would be skipped by the live run -- the proof says so
      *> and tells a missing timesheet apart from one entered or
      *> approved but never closed.
       PROOF-TIMESHEET-EXCEPTION.
           ADD 1 TO WS-PROOF-EMP-COUNT
           ADD 1 TO WS-PROOF-FLAG-COUNT
           MOVE SPACES TO WS-PROOF-FLAGS
           IF WS-TS-FOUND-IDX = 0
               MOVE "NO TIMESHEET -- WILL NOT BE PAID"
                 TO WS-PROOF-FLAGS
           ELSE
               STRING "TIMESHEET "
                      FUNCTION TRIM(WS-TS-STATUS(WS-TS-FOUND-IDX))
                      " " WS-TS-PERIOD(WS-TS-FOUND-IDX)
                      " NOT CLOSED -- WILL NOT BE PAID"
                 INTO WS-PROOF-FLAGS
               END-STRING
           END-IF

           MOVE WS-EMP-TBL-ID(WS-ROW-IDX) TO WS-EMP-ID-TEXT
           DISPLAY WS-EMP-ID-TEXT "  "
               WS-EMP-TBL-NAME(WS-ROW-IDX)(1:26)
               "** " FUNCTION TRIM(WS-PROOF-FLAGS) " **"

           MOVE SPACES TO PROOF-REPORT-LINE
           STRING WS-EMP-ID-TEXT "  "
                  WS-EMP-TBL-NAME(WS-ROW-IDX)(1:24) "  "
                  "                                        "
                  "                                        "
                  WS-PROOF-FLAGS
             INTO PROOF-REPORT-LINE
           END-STRING
           WRITE PROOF-REPORT-LINE.

       PROOF-HOLD-EXCEPTION.
           ADD 1 TO WS-PROOF-EMP-COUNT
           ADD 1 TO WS-PROOF-FLAG-COUNT
           MOVE SPACES TO WS-PROOF-FLAGS
           STRING "HELD: " FUNCTION TRIM(WS-CALC-HOLD-REASON)
             DELIMITED BY SIZE
             INTO WS-PROOF-FLAGS
           END-STRING

           MOVE WS-EMP-TBL-ID(WS-ROW-IDX) TO WS-EMP-ID-TEXT
           DISPLAY WS-EMP-ID-TEXT "  "
               WS-EMP-TBL-NAME(WS-ROW-IDX)(1:26)
               "** " FUNCTION TRIM(WS-PROOF-FLAGS) " **"

           MOVE SPACES TO PROOF-REPORT-LINE
           STRING WS-EMP-ID-TEXT "  "
                  WS-EMP-TBL-NAME(WS-ROW-IDX)(1:24) "  "
                  "                                        "
                  "                                        "
                  WS-PROOF-FLAGS
             INTO PROOF-REPORT-LINE
           END-STRING
           WRITE PROOF-REPORT-LINE.

       PROOF-CHECK-EMPLOYEE.
           ADD 1 TO WS-PROOF-EMP-COUNT
           MOVE SPACES TO WS-PROOF-FLAGS
           MOVE 1 TO WS-PROOF-FLAG-PTR

           PERFORM FIND-LAST-REGULAR-PAY

           MOVE 0 TO WS-PROOF-SWING-PCT
           IF WS-PROOF-PRIOR-FOUND = "Y" AND WS-PROOF-PRIOR-GROSS > 0
               COMPUTE WS-PROOF-SWING-PCT ROUNDED =
                   (WS-GROSS-PAY - WS-PROOF-PRIOR-GROSS) * 100
                   / WS-PROOF-PRIOR-GROSS
                   ON SIZE ERROR
                       MOVE 99999.99 TO WS-PROOF-SWING-PCT
               END-COMPUTE
               MOVE WS-PROOF-SWING-PCT TO WS-PROOF-SWING-ABS
               IF WS-PROOF-SWING-ABS > WS-PROOF-SWING-LIMIT
                   MOVE "GROSS SWING" TO WS-PROOF-FLAG-TEXT
                   PERFORM ADD-PROOF-FLAG
               END-IF
           END-IF

           IF EMP-PAY-BASIS OF WS-EMPLOYEE-RECORD NOT = "S"
               IF EMP-HOURS-PERIOD OF WS-EMPLOYEE-RECORD = 0
                   MOVE "ZERO HOURS" TO WS-PROOF-FLAG-TEXT
                   PERFORM ADD-PROOF-FLAG
               END-IF
               IF EMP-HOURS-PERIOD OF WS-EMPLOYEE-RECORD >
                  WS-PROOF-MAX-HOURS
                   MOVE "EXCESSIVE HOURS" TO WS-PROOF-FLAG-TEXT
                   PERFORM ADD-PROOF-FLAG
               END-IF
           END-IF

      *> the calc area's net is unsigned, so a net that went below
      *> zero would read back as its absolute value -- prove it from
      *> its parts instead.
           COMPUTE WS-PROOF-NET =
               WS-GROSS-PAY - WS-PRETAX-DED-TOTAL - WS-TAX-AMOUNT
               - WS-SS-TAX-AMOUNT - WS-MEDICARE-TAX-AMOUNT
               - WS-POSTTAX-DED-TOTAL
           IF WS-PROOF-NET <= 0
               MOVE "ZERO/NEGATIVE NET" TO WS-PROOF-FLAG-TEXT
               PERFORM ADD-PROOF-FLAG
           END-IF

           IF WS-PROOF-FLAGS NOT = SPACES
               ADD 1 TO WS-PROOF-FLAG-COUNT
               DISPLAY "      ** " FUNCTION TRIM(WS-PROOF-FLAGS) " **"
           END-IF

           MOVE EMP-HOURS-PERIOD OF WS-EMPLOYEE-RECORD
             TO WS-PROOF-HOURS-DISPLAY
           MOVE WS-PROOF-NET TO WS-PROOF-NET-DISPLAY
           MOVE SPACES TO PROOF-REPORT-LINE
           IF WS-PROOF-PRIOR-FOUND = "Y"
               MOVE WS-PROOF-PRIOR-GROSS TO WS-PROOF-PRIOR-DISPLAY
               MOVE WS-PROOF-SWING-PCT TO WS-PROOF-SWING-DISPLAY
               STRING WS-EMP-ID-TEXT "  "
                      WS-NAME-DISPLAY(1:24) "  "
                      WS-PROOF-HOURS-DISPLAY "  "
                      WS-PROOF-PRIOR-PERIOD "     "
                      WS-PROOF-PRIOR-DISPLAY "  "
                      WS-GROSS-DISPLAY "  "
                      WS-PROOF-SWING-DISPLAY " "
                      WS-PROOF-NET-DISPLAY "  "
                      WS-PROOF-FLAGS
                 INTO PROOF-REPORT-LINE
               END-STRING
           ELSE
               STRING WS-EMP-ID-TEXT "  "
                      WS-NAME-DISPLAY(1:24) "  "
                      WS-PROOF-HOURS-DISPLAY "  "
                      "(none)     "
                      "              "
                      WS-GROSS-DISPLAY "  "
                      "          "
                      WS-PROOF-NET-DISPLAY "  "
                      WS-PROOF-FLAGS
                 INTO PROOF-REPORT-LINE
               END-STRING
           END-IF
           WRITE PROOF-REPORT-LINE.

       ADD-PROOF-FLAG.
           IF WS-PROOF-FLAG-PTR > 1
               STRING ", " DELIMITED BY SIZE
                 INTO WS-PROOF-FLAGS
                 WITH POINTER WS-PROOF-FLAG-PTR
               END-STRING
           END-IF
           STRING FUNCTION TRIM(WS-PROOF-FLAG-TEXT) DELIMITED BY SIZE
             INTO WS-PROOF-FLAGS
             WITH POINTER WS-PROOF-FLAG-PTR
           END-STRING.

      *> Last regular (non-off-cycle) pay history row dated before
      *> this run -- the period the proof compares against.
       FIND-LAST-REGULAR-PAY.
           MOVE "N" TO WS-PROOF-PRIOR-FOUND
           MOVE SPACES TO WS-PROOF-PRIOR-PERIOD
           MOVE 0 TO WS-PROOF-PRIOR-GROSS
           MOVE "N" TO WS-PROOF-HIST-EOF

           OPEN INPUT PAY-HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE EMP-ID OF WS-EMPLOYEE-RECORD TO PAYH-EMP-ID
           MOVE LOW-VALUES TO PAYH-PERIOD
           START PAY-HISTORY-FILE KEY >= PAYH-KEY
               INVALID KEY
                   MOVE "Y" TO WS-PROOF-HIST-EOF
           END-START

           PERFORM UNTIL WS-PROOF-HIST-EOF = "Y"
               READ PAY-HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-PROOF-HIST-EOF
                   NOT AT END
                       IF PAYH-EMP-ID NOT = EMP-ID OF WS-EMPLOYEE-RECORD
                          OR PAYH-PERIOD NOT < WS-RUN-STAMP
                           MOVE "Y" TO WS-PROOF-HIST-EOF
                       ELSE
                           IF PAYH-RUN-TYPE NOT = "O"
                               MOVE "Y" TO WS-PROOF-PRIOR-FOUND
                               MOVE PAYH-PERIOD
                                 TO WS-PROOF-PRIOR-PERIOD
                               MOVE PAYH-GROSS-PAY
                                 TO WS-PROOF-PRIOR-GROSS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE PAY-HISTORY-FILE.

       WRITE-PROOF-STATUS.
           OPEN OUTPUT PROOF-STATUS-FILE
           IF WS-PROOF-STATUS-STATUS NOT = "00"
               DISPLAY "ERROR: cannot record the proof for sign-off ("
                   WS-PROOF-STATUS-STATUS ")."
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-PROOF-EMP-COUNT TO WS-PROOF-COUNT-TEXT
           MOVE WS-PROOF-FLAG-COUNT TO WS-PROOF-FLAGGED-TEXT
           MOVE SPACES TO PROOF-STATUS-LINE
           STRING WS-RUN-STAMP
                  "|PENDING|"
                  WS-PROOF-COUNT-TEXT
                  "|"
                  WS-PROOF-FLAGGED-TEXT
                  "||"
             INTO PROOF-STATUS-LINE
           END-STRING
           WRITE PROOF-STATUS-LINE
           CLOSE PROOF-STATUS-FILE.

       POST-PAYROLL-LEDGER.
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                   UNTIL WS-ACCT-IDX > WS-ACCOUNT-COUNT
                   OR WS-FOUND-IDX > 0
               IF WS-TBL-EMP-ID(WS-ACCT-IDX) = EMP-ID OF WS-EMPLOYEE-RECORD
                   MOVE WS-ACCT-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM

           IF WS-FOUND-IDX = 0
               DISPLAY "  WARNING: no account row for employee "
                   WS-EMP-ID-TEXT " -- payroll not posted."
               SUBTRACT WS-GROSS-PAY FROM WS-EMP-TBL-YTD(WS-ROW-IDX)
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF

           ADD WS-GROSS-PAY TO WS-TBL-CHECKING(WS-FOUND-IDX)

      *> the gross posts as one transaction with a PAYROLL_EXPENSE_
      *> <center> debit leg per cost center the employee's hours hit
      *> and the single CHECKING credit every downstream reader
      *> (YTD reconcile, ledger close, reversals) keys on.
           PERFORM BUILD-CENTER-SPLIT
           PERFORM POST-PAYROLL-SPLIT
           IF WS-OP-OK NOT = "Y"
               SUBTRACT WS-GROSS-PAY FROM WS-EMP-TBL-YTD(WS-ROW-IDX)
               SUBTRACT WS-GROSS-PAY FROM WS-TBL-CHECKING(WS-FOUND-IDX)
               DISPLAY "  WARNING: ledger post failed for employee "
                   WS-EMP-ID-TEXT " -- payroll not posted."
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF

      *> the ledger entry just written is now permanent -- save the
      *> matching YTD and checking-balance changes before the next
      *> employee is processed, so a crash here can never leave a
      *> "PAYROLL" ledger line with no balance change behind it.
           PERFORM SAVE-EMPLOYEE-TABLE
           IF WS-OP-OK NOT = "Y"
               DISPLAY "  WARNING: could not save YTD wages for employee "
                   WS-EMP-ID-TEXT "."
           END-IF

           PERFORM SAVE-ACCOUNT-TABLE
           IF WS-OP-OK NOT = "Y"
               DISPLAY "  WARNING: could not save checking balance for "
                   "employee " WS-EMP-ID-TEXT "."
           END-IF

      *> this employee's pay is now permanently posted -- checkpoint
      *> immediately so a crash anywhere later in the run (or in this
      *> employee's splits) can never pay them a second time on the
      *> restart.

           PERFORM POST-DEDUCTION-LEGS

           PERFORM POST-PAYROLL-TAX-LEGS

           PERFORM POST-EMPLOYER-COSTS

           PERFORM POST-REIMBURSEMENT-LEGS

           PERFORM WRITE-PAY-HISTORY

           PERFORM ACCRUE-LEAVE-BALANCES

      *> a check payee's whole net goes on one check -- deposit
      *> splits and the interchange file are for direct deposit.
           IF WS-EMP-TBL-PAY-METHOD(WS-ROW-IDX) = "C"
               PERFORM ISSUE-PAYROLL-CHECK
           ELSE
               PERFORM APPLY-DEPOSIT-ALLOCATIONS
           END-IF.

      *> Draws the employee's net pay as a numbered paper check:
      *> CHECKING to CHECK_CLEARING in the ledger and the account
      *> row, then a row on the check register. The pay itself is
      *> already posted and checkpointed, so a failure here only
      *> warns -- the net stays in checking for an operator to pay
      *> out, and a rerun can never pay the employee twice.
       ISSUE-PAYROLL-CHECK.
           IF WS-NET-PAY = 0
               EXIT PARAGRAPH
           END-IF

           PERFORM GET-NEXT-CHECK-NUMBER
           IF WS-OP-OK NOT = "Y"
               DISPLAY "  WARNING: no check number available for "
                   "employee " WS-EMP-ID-TEXT
                   " -- net pay left in checking."
               EXIT PARAGRAPH
           END-IF

           MOVE WS-NET-PAY TO WS-CHECK-AMOUNT
           SUBTRACT WS-CHECK-AMOUNT FROM WS-TBL-CHECKING(WS-FOUND-IDX)

           MOVE "CHECKING" TO WS-DEBIT-ACCOUNT
           MOVE "CHECK_CLEARING" TO WS-CREDIT-ACCOUNT
           MOVE SPACES TO WS-POST-MEMO
           STRING "CHECK_ISSUE_" WS-CHECK-NUMBER
             INTO WS-POST-MEMO
           END-STRING
           MOVE WS-CHECK-AMOUNT TO WS-POST-AMOUNT
           PERFORM POST-DOUBLE-ENTRY
           IF WS-OP-OK NOT = "Y"
               ADD WS-CHECK-AMOUNT TO WS-TBL-CHECKING(WS-FOUND-IDX)
               DISPLAY "  WARNING: check " WS-CHECK-NUMBER
                   " not posted for employee " WS-EMP-ID-TEXT
                   " -- net pay left in checking."
               EXIT PARAGRAPH
           END-IF

           PERFORM SAVE-ACCOUNT-TABLE
           IF WS-OP-OK NOT = "Y"
               DISPLAY "  WARNING: could not save checking balance "
                   "after check " WS-CHECK-NUMBER "."
           END-IF

           IF WS-OFFCYCLE-MODE = "Y"
               MOVE "OFFCYCLE" TO WS-CHECK-SOURCE
           ELSE
               MOVE "PAYROLL" TO WS-CHECK-SOURCE
           END-IF
           PERFORM APPEND-CHECK-REGISTER-ROW
           IF WS-OP-OK NOT = "Y"
               DISPLAY "  WARNING: check " WS-CHECK-NUMBER
                   " posted but missing from the check register -- "
                   "add it before printing."
           END-IF

           ADD 1 TO WS-CHECK-COUNT
           ADD WS-CHECK-AMOUNT TO WS-CHECK-TOTAL
           DISPLAY "      paid by check no. " WS-CHECK-NUMBER.

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

       APPEND-CHECK-REGISTER-ROW.
           MOVE "Y" TO WS-OP-OK
           OPEN EXTEND CHECK-REGISTER-FILE
           IF WS-CHECK-REG-STATUS = "35"
               OPEN OUTPUT CHECK-REGISTER-FILE
           END-IF
           IF WS-CHECK-REG-STATUS NOT = "00"
               MOVE "N" TO WS-OP-OK
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CHECK-AMOUNT TO WS-CHECK-AMOUNT-FIXED
           MOVE WS-TX-ID TO WS-CHECK-TX-TEXT
           MOVE SPACES TO CHECK-REGISTER-LINE
           STRING WS-CHECK-NUMBER
                  "|"
                  WS-RUN-STAMP
                  "|"
                  WS-EMP-ID-TEXT
                  "|"
                  WS-CHECK-AMOUNT-FIXED
                  "|ISSUED|"
                  FUNCTION TRIM(WS-CHECK-SOURCE)
                  "|CHECKING|"
                  WS-CHECK-TX-TEXT
                  "|00000000|00000000"
             INTO CHECK-REGISTER-LINE
           END-STRING
           WRITE CHECK-REGISTER-LINE
           CLOSE CHECK-REGISTER-FILE.

      *> Banks this period's vacation and sick accrual into the keyed
      *> leave-balance file, creating the employee's row on first
      *> credits and the YTD reconcile still keys on the single
      *> CHECKING credit.
       POST-PAYROLL-SPLIT.
           MOVE EMP-ID OF WS-EMPLOYEE-RECORD TO WS-COA-EMP-ID
           MOVE "CHECKING" TO WS-COA-ACCOUNT
           PERFORM VALIDATE-GL-ACCOUNT
           PERFORM VARYING WS-SPL-IDX FROM 1 BY 1
                   UNTIL WS-SPL-IDX > WS-SPL-COUNT
                   OR WS-COA-RESULT NOT = "Y"
               MOVE SPACES TO WS-COA-ACCOUNT
               STRING "PAYROLL_EXPENSE_"
                      FUNCTION TRIM(WS-SPL-CC(WS-SPL-IDX))
                 INTO WS-COA-ACCOUNT
               END-STRING
               PERFORM VALIDATE-GL-ACCOUNT
           END-PERFORM
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
                   " -- amount left in checking."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TX-ID TO WS-GRN-LEDGER-TX

           PERFORM SAVE-ACCOUNT-TABLE
           IF WS-OP-OK NOT = "Y"
                   " for employee " WS-EMP-ID-TEXT "."
           END-IF

           PERFORM APPEND-SUBLEDGER-ROW

           IF WS-DED-ORDER-ID(WS-DED-IDX) NOT = SPACES
               PERFORM APPLY-GARNISHMENT-PAYMENT
           END-IF.

      *> ----------------------------------------------------------
      *> A garnishment leg just posted: draws the order's balance
      *> down by the amount withheld, stamps it PAID once nothing is
      *> owed, rewrites the order file and appends the payment to
      *> the order's history. Like every other post-checkpoint step
      *> a failure only warns -- the money already moved.
      *> ----------------------------------------------------------
       APPLY-GARNISHMENT-PAYMENT.
           PERFORM LOAD-GARNISHMENT-ORDERS
           MOVE 0 TO WS-GRN-FOUND-IDX
           PERFORM VARYING WS-GRN-IDX FROM 1 BY 1
                   UNTIL WS-GRN-IDX > WS-GRN-COUNT
                   OR WS-GRN-FOUND-IDX > 0
               PERFORM PARSE-GARNISHMENT-ORDER
               IF WS-GRN-FIELD-COUNT = 11
                  AND FUNCTION UPPER-CASE(FUNCTION TRIM(WS-GRN-ID-TEXT))
                      = WS-DED-ORDER-ID(WS-DED-IDX)
                   MOVE WS-GRN-IDX TO WS-GRN-FOUND-IDX
               END-IF
           END-PERFORM

           IF WS-GRN-FOUND-IDX = 0
               DISPLAY "  WARNING: garnishment order "
                   FUNCTION TRIM(WS-DED-ORDER-ID(WS-DED-IDX))
                   " not on file -- balance not drawn down for "
                   "employee " WS-EMP-ID-TEXT "."
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-GRN-BALANCE-TEXT))
             TO WS-GRN-BALANCE
           IF WS-DED-AMOUNT(WS-DED-IDX) >= WS-GRN-BALANCE
               MOVE 0 TO WS-GRN-BALANCE
               MOVE "PAID" TO WS-GRN-STATUS-TEXT
           ELSE
               SUBTRACT WS-DED-AMOUNT(WS-DED-IDX) FROM WS-GRN-BALANCE
           END-IF

           MOVE WS-GRN-BALANCE TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT TO WS-GRN-BALANCE-TEXT
           MOVE SPACES TO WS-GRN-LINE(WS-GRN-FOUND-IDX)
           STRING FUNCTION TRIM(WS-GRN-ID-TEXT) "|"
                  FUNCTION TRIM(WS-GRN-EMP-TEXT) "|"
                  FUNCTION TRIM(WS-GRN-CASE-TEXT) "|"
                  FUNCTION TRIM(WS-GRN-PAYEE-TEXT) "|"
                  FUNCTION TRIM(WS-GRN-NAME-TEXT) "|"
                  FUNCTION TRIM(WS-GRN-PRIORITY-TEXT) "|"
                  FUNCTION TRIM(WS-GRN-OWED-TEXT) "|"
                  FUNCTION TRIM(WS-GRN-BALANCE-TEXT) "|"
                  FUNCTION TRIM(WS-GRN-CAP-TEXT) "|"
                  FUNCTION TRIM(WS-GRN-STATUS-TEXT) "|"
                  FUNCTION TRIM(WS-GRN-START-TEXT)
             DELIMITED BY SIZE
             INTO WS-GRN-LINE(WS-GRN-FOUND-IDX)
           END-STRING

           PERFORM SAVE-GARNISHMENT-ORDERS
           PERFORM APPEND-GARNISHMENT-HISTORY

           IF WS-GRN-BALANCE = 0
               DISPLAY "      garnishment order "
                   FUNCTION TRIM(WS-GRN-ID-TEXT)
                   " paid in full -- withholding stops."
           END-IF.

       LOAD-GARNISHMENT-ORDERS.
           MOVE 0 TO WS-GRN-COUNT
           MOVE "N" TO WS-EOF

           OPEN INPUT GARNISH-FILE
           IF WS-GARNISH-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF = "Y"
               READ GARNISH-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF WS-GRN-COUNT < 50
                           ADD 1 TO WS-GRN-COUNT
                           MOVE GARNISH-LINE
                             TO WS-GRN-LINE(WS-GRN-COUNT)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE GARNISH-FILE.

       PARSE-GARNISHMENT-ORDER.
           MOVE 0 TO WS-GRN-FIELD-COUNT
           MOVE SPACES TO WS-GRN-ID-TEXT
                          WS-GRN-EMP-TEXT
                          WS-GRN-CASE-TEXT
                          WS-GRN-PAYEE-TEXT
                          WS-GRN-NAME-TEXT
                          WS-GRN-PRIORITY-TEXT
                          WS-GRN-OWED-TEXT
                          WS-GRN-BALANCE-TEXT
                          WS-GRN-CAP-TEXT
                          WS-GRN-STATUS-TEXT
                          WS-GRN-START-TEXT

           UNSTRING WS-GRN-LINE(WS-GRN-IDX) DELIMITED BY "|"
               INTO WS-GRN-ID-TEXT
                    WS-GRN-EMP-TEXT
                    WS-GRN-CASE-TEXT
                    WS-GRN-PAYEE-TEXT
                    WS-GRN-NAME-TEXT
                    WS-GRN-PRIORITY-TEXT
                    WS-GRN-OWED-TEXT
                    WS-GRN-BALANCE-TEXT
                    WS-GRN-CAP-TEXT
                    WS-GRN-STATUS-TEXT
                    WS-GRN-START-TEXT
               TALLYING IN WS-GRN-FIELD-COUNT
           END-UNSTRING.

       SAVE-GARNISHMENT-ORDERS.
           OPEN OUTPUT GARNISH-FILE
           IF WS-GARNISH-STATUS NOT = "00"
               DISPLAY "  WARNING: could not rewrite the garnishment "
                   "order file (" WS-GARNISH-STATUS ") -- order "
                   FUNCTION TRIM(WS-GRN-ID-TEXT)
                   " balance not drawn down."
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-GRN-IDX FROM 1 BY 1
                   UNTIL WS-GRN-IDX > WS-GRN-COUNT
               MOVE WS-GRN-LINE(WS-GRN-IDX) TO GARNISH-LINE
               WRITE GARNISH-LINE
           END-PERFORM

           CLOSE GARNISH-FILE.

       APPEND-GARNISHMENT-HISTORY.
           OPEN EXTEND GARNISH-HIST-FILE
           IF WS-GARN-HIST-STATUS = "35"
               OPEN OUTPUT GARNISH-HIST-FILE
           END-IF

           IF WS-GARN-HIST-STATUS NOT = "00"
               DISPLAY "  WARNING: garnishment history row not "
                   "written for order " FUNCTION TRIM(WS-GRN-ID-TEXT)
                   " employee " WS-EMP-ID-TEXT "."
               EXIT PARAGRAPH
           END-IF

           MOVE WS-DISPOSABLE-EARNINGS TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT TO WS-GRN-DISP-TEXT
           MOVE WS-DED-AMOUNT(WS-DED-IDX) TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT TO WS-GRN-AMOUNT-TEXT
           MOVE WS-GRN-LEDGER-TX TO WS-TX-ID-TEXT

           MOVE SPACES TO GARNISH-HIST-LINE
           STRING FUNCTION TRIM(WS-GRN-ID-TEXT) "|"
                  WS-RUN-STAMP "|"
                  FUNCTION TRIM(WS-EMP-ID-TEXT) "|"
                  FUNCTION TRIM(WS-GRN-CASE-TEXT) "|"
                  FUNCTION TRIM(WS-GRN-PAYEE-TEXT) "|"
                  FUNCTION TRIM(WS-GRN-DISP-TEXT) "|"
                  FUNCTION TRIM(WS-GRN-AMOUNT-TEXT) "|"
                  FUNCTION TRIM(WS-GRN-BALANCE-TEXT) "|"
                  FUNCTION TRIM(WS-TX-ID-TEXT)
             DELIMITED BY SIZE
             INTO GARNISH-HIST-LINE
           END-STRING
           WRITE GARNISH-HIST-LINE

           CLOSE GARNISH-HIST-FILE.

      *> ----------------------------------------------------------
      *> Picks the employee's APPROVED expense claims from the table
      *> loaded at the start of the run and totals them into
      *> WS-REIMB-AMOUNT. A claim approved after the run started
      *> simply waits for the next one.
      *> ----------------------------------------------------------
       GATHER-EXPENSE-CLAIMS.
           MOVE 0 TO WS-RCL-COUNT WS-REIMB-AMOUNT

           PERFORM VARYING WS-CLM-IDX FROM 1 BY 1
                   UNTIL WS-CLM-IDX > WS-CLM-COUNT
               PERFORM PARSE-CLAIM-LINE
               IF WS-CLM-FIELD-COUNT >= 7
                  AND FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-CLM-EMP-TEXT))
                      = 0
                  AND FUNCTION NUMVAL(FUNCTION TRIM(WS-CLM-EMP-TEXT))
                      = EMP-ID OF WS-EMPLOYEE-RECORD
                  AND FUNCTION UPPER-CASE(
                      FUNCTION TRIM(WS-CLM-STATUS-TEXT)) = "APPROVED"
                   PERFORM PICK-EXPENSE-CLAIM
               END-IF
           END-PERFORM.

       PICK-EXPENSE-CLAIM.
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-CLM-ID-TEXT)) NOT = 0
              OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-CLM-AMOUNT-TEXT))
                 NOT = 0
               DISPLAY "  WARNING: unreadable expense claim row for "
                   "employee " EMP-ID OF WS-EMPLOYEE-RECORD
                   " -- not paid."
               EXIT PARAGRAPH
           END-IF

           IF WS-RCL-COUNT >= 20
               DISPLAY "  WARNING: more than 20 approved expense "
                   "claims for employee " EMP-ID OF WS-EMPLOYEE-RECORD
                   " -- the rest are paid next run."
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-RCL-COUNT
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-CLM-ID-TEXT))
             TO WS-RCL-ID(WS-RCL-COUNT)
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CLM-CC-TEXT))
             TO WS-RCL-CC(WS-RCL-COUNT)
           IF WS-RCL-CC(WS-RCL-COUNT) = SPACES
               MOVE "GEN" TO WS-RCL-CC(WS-RCL-COUNT)
           END-IF
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-CLM-AMOUNT-TEXT))
             TO WS-RCL-AMOUNT(WS-RCL-COUNT)
           MOVE "N" TO WS-RCL-POSTED(WS-RCL-COUNT)
           ADD WS-RCL-AMOUNT(WS-RCL-COUNT) TO WS-REIMB-AMOUNT.

      *> ----------------------------------------------------------
      *> Posts each picked claim as its own transaction: DEBIT
      *> REIMB_EXPENSE_<center> / CREDIT CHECKING, memo
      *> EXPENSE_REIMB_<claim id> -- never "PAYROLL", which the YTD
      *> reconcile and ledger close read as wages. The credit lands
      *> in checking so the deposit below pays it out with the net.
      *> A failed leg takes that claim back out of the net and
      *> leaves it APPROVED for the next run; like every other
      *> post-checkpoint step it only warns.
      *> ----------------------------------------------------------
       POST-REIMBURSEMENT-LEGS.
           IF WS-RCL-COUNT = 0
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-RCL-POSTED-COUNT
           PERFORM VARYING WS-RCL-IDX FROM 1 BY 1
                   UNTIL WS-RCL-IDX > WS-RCL-COUNT
               PERFORM POST-ONE-REIMBURSEMENT-LEG
           END-PERFORM

           IF WS-RCL-POSTED-COUNT > 0
               PERFORM MARK-CLAIMS-PAID
           END-IF.

       POST-ONE-REIMBURSEMENT-LEG.
           ADD WS-RCL-AMOUNT(WS-RCL-IDX)
             TO WS-TBL-CHECKING(WS-FOUND-IDX)

           MOVE WS-RCL-ID(WS-RCL-IDX) TO WS-RCL-ID-TEXT
           MOVE SPACES TO WS-DEBIT-ACCOUNT WS-POST-MEMO
           STRING "REIMB_EXPENSE_"
                  FUNCTION TRIM(WS-RCL-CC(WS-RCL-IDX))
             DELIMITED BY SIZE
             INTO WS-DEBIT-ACCOUNT
           END-STRING
           MOVE "CHECKING" TO WS-CREDIT-ACCOUNT
           STRING "EXPENSE_REIMB_" WS-RCL-ID-TEXT
             DELIMITED BY SIZE
             INTO WS-POST-MEMO
           END-STRING
           MOVE WS-RCL-AMOUNT(WS-RCL-IDX) TO WS-POST-AMOUNT
           PERFORM POST-DOUBLE-ENTRY
           IF WS-OP-OK NOT = "Y"
               SUBTRACT WS-RCL-AMOUNT(WS-RCL-IDX)
                 FROM WS-TBL-CHECKING(WS-FOUND-IDX)
               SUBTRACT WS-RCL-AMOUNT(WS-RCL-IDX) FROM WS-NET-PAY
               SUBTRACT WS-RCL-AMOUNT(WS-RCL-IDX) FROM WS-REIMB-AMOUNT
               SUBTRACT WS-RCL-AMOUNT(WS-RCL-IDX) FROM WS-TOTAL-NET
               SUBTRACT WS-RCL-AMOUNT(WS-RCL-IDX) FROM WS-TOTAL-REIMB
               DISPLAY "  WARNING: expense claim " WS-RCL-ID-TEXT
                   " not paid for employee " WS-EMP-ID-TEXT
                   " -- left approved for the next run."
               EXIT PARAGRAPH
           END-IF

           MOVE "Y" TO WS-RCL-POSTED(WS-RCL-IDX)
           ADD 1 TO WS-RCL-POSTED-COUNT

           PERFORM SAVE-ACCOUNT-TABLE
           IF WS-OP-OK NOT = "Y"
               DISPLAY "  WARNING: could not save expense claim "
                   WS-RCL-ID-TEXT " for employee " WS-EMP-ID-TEXT "."
           END-IF.

      *> Stamps the posted claims PAID with the run's period stamp.
      *> The file is re-read rather than written from the table
      *> loaded at the start, so a claim keyed or decided since is
      *> carried through untouched.
       MARK-CLAIMS-PAID.
           PERFORM LOAD-EXPENSE-CLAIMS

           PERFORM VARYING WS-CLM-IDX FROM 1 BY 1
                   UNTIL WS-CLM-IDX > WS-CLM-COUNT
               PERFORM PARSE-CLAIM-LINE
               PERFORM MATCH-POSTED-CLAIM
               IF WS-RCL-MATCHED = "Y"
                   MOVE SPACES TO WS-CLM-LINE(WS-CLM-IDX)
                   STRING FUNCTION TRIM(WS-CLM-ID-TEXT) "|"
                          FUNCTION TRIM(WS-CLM-EMP-TEXT) "|"
                          FUNCTION TRIM(WS-CLM-DATE-TEXT) "|"
                          FUNCTION TRIM(WS-CLM-CATEGORY-TEXT) "|"
                          FUNCTION TRIM(WS-CLM-AMOUNT-TEXT) "|"
                          FUNCTION TRIM(WS-CLM-CC-TEXT) "|"
                          "PAID|"
                          FUNCTION TRIM(WS-CLM-BY-TEXT) "|"
                          FUNCTION TRIM(WS-CLM-AT-TEXT) "|"
                          WS-RUN-STAMP "|"
                          FUNCTION TRIM(WS-CLM-DESC-TEXT)
                     DELIMITED BY SIZE
                     INTO WS-CLM-LINE(WS-CLM-IDX)
                   END-STRING
               END-IF
           END-PERFORM

           OPEN OUTPUT CLAIM-FILE
           IF WS-CLAIM-STATUS NOT = "00"
               DISPLAY "  WARNING: could not rewrite the expense claim "
                   "file (" WS-CLAIM-STATUS ") -- claims paid to "
                   "employee " WS-EMP-ID-TEXT " are not stamped PAID;"
                   " stamp them by hand before the next run."
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-CLM-IDX FROM 1 BY 1
                   UNTIL WS-CLM-IDX > WS-CLM-COUNT
               MOVE WS-CLM-LINE(WS-CLM-IDX) TO CLAIM-LINE
               WRITE CLAIM-LINE
           END-PERFORM

           CLOSE CLAIM-FILE.

       MATCH-POSTED-CLAIM.
           MOVE "N" TO WS-RCL-MATCHED
           IF WS-CLM-FIELD-COUNT < 7
              OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-CLM-ID-TEXT))
                 NOT = 0
              OR FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CLM-STATUS-TEXT))
                 NOT = "APPROVED"
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-RCL-IDX FROM 1 BY 1
                   UNTIL WS-RCL-IDX > WS-RCL-COUNT
                   OR WS-RCL-MATCHED = "Y"
               IF WS-RCL-POSTED(WS-RCL-IDX) = "Y"
                  AND WS-RCL-ID(WS-RCL-IDX) =
                      FUNCTION NUMVAL(FUNCTION TRIM(WS-CLM-ID-TEXT))
                   MOVE "Y" TO WS-RCL-MATCHED
               END-IF
           END-PERFORM.

       LOAD-EXPENSE-CLAIMS.
           MOVE 0 TO WS-CLM-COUNT
           MOVE "N" TO WS-EOF

           OPEN INPUT CLAIM-FILE
           IF WS-CLAIM-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF = "Y"
               READ CLAIM-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF WS-CLM-COUNT < 500
                           ADD 1 TO WS-CLM-COUNT
                           MOVE CLAIM-LINE
                             TO WS-CLM-LINE(WS-CLM-COUNT)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE CLAIM-FILE.

       PARSE-CLAIM-LINE.
           MOVE 0 TO WS-CLM-FIELD-COUNT
           MOVE SPACES TO WS-CLM-ID-TEXT
                          WS-CLM-EMP-TEXT
                          WS-CLM-DATE-TEXT
                          WS-CLM-CATEGORY-TEXT
                          WS-CLM-AMOUNT-TEXT
                          WS-CLM-CC-TEXT
                          WS-CLM-STATUS-TEXT
                          WS-CLM-BY-TEXT
                          WS-CLM-AT-TEXT
                          WS-CLM-PAID-TEXT
                          WS-CLM-DESC-TEXT

           UNSTRING WS-CLM-LINE(WS-CLM-IDX) DELIMITED BY "|"
               INTO WS-CLM-ID-TEXT
                    WS-CLM-EMP-TEXT
                    WS-CLM-DATE-TEXT
                    WS-CLM-CATEGORY-TEXT
                    WS-CLM-AMOUNT-TEXT
                    WS-CLM-CC-TEXT
                    WS-CLM-STATUS-TEXT
                    WS-CLM-BY-TEXT
                    WS-CLM-AT-TEXT
                    WS-CLM-PAID-TEXT
                    WS-CLM-DESC-TEXT
               TALLYING IN WS-CLM-FIELD-COUNT
           END-UNSTRING.

      *> Employee Social Security and Medicare withheld this period
      *> each move out of checking into their own liability account,
      *> where they sit until QUARTERLY-TAX-BATCH clears them to the
      *> remittance account. Like a deduction leg, a failed post
      *> leaves the amount in checking and warns for a manual fix --
      *> the gross credit is already permanent.
       POST-PAYROLL-TAX-LEGS.
           IF WS-SS-TAX-AMOUNT > 0
               SUBTRACT WS-SS-TAX-AMOUNT
                 FROM WS-TBL-CHECKING(WS-FOUND-IDX)
               MOVE "CHECKING" TO WS-DEBIT-ACCOUNT
               MOVE "SS_TAX_PAYABLE" TO WS-CREDIT-ACCOUNT
               MOVE "PAYROLL_SS_TAX" TO WS-POST-MEMO
               MOVE WS-SS-TAX-AMOUNT TO WS-POST-AMOUNT
               PERFORM POST-DOUBLE-ENTRY
               IF WS-OP-OK NOT = "Y"
                   ADD WS-SS-TAX-AMOUNT
                     TO WS-TBL-CHECKING(WS-FOUND-IDX)
                   DISPLAY "  WARNING: social security leg not posted "
                       "for employee " WS-EMP-ID-TEXT
                       " -- amount left in checking."
               END-IF
           END-IF

           IF WS-MEDICARE-TAX-AMOUNT > 0
               SUBTRACT WS-MEDICARE-TAX-AMOUNT
                 FROM WS-TBL-CHECKING(WS-FOUND-IDX)
               MOVE "CHECKING" TO WS-DEBIT-ACCOUNT
               MOVE "MEDICARE_TAX_PAYABLE" TO WS-CREDIT-ACCOUNT
               MOVE "PAYROLL_MEDICARE_TAX" TO WS-POST-MEMO
               MOVE WS-MEDICARE-TAX-AMOUNT TO WS-POST-AMOUNT
               PERFORM POST-DOUBLE-ENTRY
               IF WS-OP-OK NOT = "Y"
                   ADD WS-MEDICARE-TAX-AMOUNT
                     TO WS-TBL-CHECKING(WS-FOUND-IDX)
                   DISPLAY "  WARNING: medicare leg not posted "
                       "for employee " WS-EMP-ID-TEXT
                       " -- amount left in checking."
               END-IF
           END-IF

           IF WS-SS-TAX-AMOUNT > 0 OR WS-MEDICARE-TAX-AMOUNT > 0
               PERFORM SAVE-ACCOUNT-TABLE
               IF WS-OP-OK NOT = "Y"
                   DISPLAY "  WARNING: could not save payroll tax "
                       "withholding for employee " WS-EMP-ID-TEXT "."
               END-IF
           END-IF.

      *> ----------------------------------------------------------
      *> Social Security and Medicare on wages paid outside
      *> CALCULATE-PAYROLL (WS-FICA-BASE-AMOUNT, on top of
      *> WS-FICA-YTD-BEFORE already paid this year). The amounts are
      *> added to the period's withholding and taken off net pay,
      *> clamped so net never goes below zero.
      *> ----------------------------------------------------------
       ADD-FICA-ON-AMOUNT.
           MOVE 0 TO WS-FICA-WAGES
           IF WS-FICA-YTD-BEFORE < WS-SS-WAGE-BASE
               COMPUTE WS-FICA-WAGES =
                   WS-SS-WAGE-BASE - WS-FICA-YTD-BEFORE
               IF WS-FICA-WAGES > WS-FICA-BASE-AMOUNT
                   MOVE WS-FICA-BASE-AMOUNT TO WS-FICA-WAGES
               END-IF
           END-IF
           COMPUTE WS-FICA-SS-ADD ROUNDED = WS-FICA-WAGES * WS-SS-RATE

           COMPUTE WS-FICA-YTD-AFTER =
               WS-FICA-YTD-BEFORE + WS-FICA-BASE-AMOUNT
           MOVE 0 TO WS-FICA-WAGES
           IF WS-FICA-YTD-AFTER > WS-ADDL-MEDICARE-THRESHOLD
               COMPUTE WS-FICA-WAGES =
                   WS-FICA-YTD-AFTER - WS-ADDL-MEDICARE-THRESHOLD
               IF WS-FICA-WAGES > WS-FICA-BASE-AMOUNT
                   MOVE WS-FICA-BASE-AMOUNT TO WS-FICA-WAGES
               END-IF
           END-IF
           COMPUTE WS-FICA-MED-ADD ROUNDED =
               (WS-FICA-BASE-AMOUNT * WS-MEDICARE-RATE) +
               (WS-FICA-WAGES * WS-ADDL-MEDICARE-RATE)

           IF WS-FICA-SS-ADD > WS-NET-PAY
               MOVE WS-NET-PAY TO WS-FICA-SS-ADD
           END-IF
           SUBTRACT WS-FICA-SS-ADD FROM WS-NET-PAY
           IF WS-FICA-MED-ADD > WS-NET-PAY
               MOVE WS-NET-PAY TO WS-FICA-MED-ADD
           END-IF
           SUBTRACT WS-FICA-MED-ADD FROM WS-NET-PAY

           ADD WS-FICA-SS-ADD TO WS-SS-TAX-AMOUNT
           ADD WS-FICA-MED-ADD TO WS-MEDICARE-TAX-AMOUNT.

      *> Books the withheld dollars against the plan's payee in the
      *> remittance subledger -- the leg just posted moved the money
                   WS-EMP-TBL-ID(WS-ROW-IDX) " computes a negative "
                   "retro amount -- recover the overpayment by "
                   "hand; no adjustment applied."
               IF WS-PROOF-MODE NOT = "Y"
                   PERFORM MARK-RETRO-MANUAL
               END-IF
               MOVE 0 TO WS-RETRO-AMOUNT
           END-IF.

      *> was keyed (CALCULATE-PAYROLL picks the booked rate), so
      *> adjusting it again would pay the difference twice -- only
      *> regular rows were paid at the superseded rate.
                           EVALUATE TRUE
                               WHEN PAYH-RUN-TYPE = "O"
                                   CONTINUE
                               WHEN WS-RH-BASIS(WS-RH-IDX) = "S"
                                   PERFORM COMPUTE-SALARY-RETRO-ROW
                               WHEN OTHER
                                   PERFORM COMPUTE-HOURLY-RETRO-ROW
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM
           MOVE "Y" TO WS-RH-PICKED(WS-RH-IDX)
           MOVE "Y" TO WS-RETRO-PICKED-ANY.

       COMPUTE-HOURLY-RETRO-ROW.
           COMPUTE WS-RETRO-REG-HOURS =
               PAYH-HOURS - PAYH-OVERTIME-HOURS
           COMPUTE WS-RETRO-ONE-AMOUNT ROUNDED =
               (WS-RETRO-DIFF * WS-RETRO-REG-HOURS)
               + (WS-RETRO-DIFF * 1.50 * PAYH-OVERTIME-HOURS)
           ADD WS-RETRO-ONE-AMOUNT TO WS-RETRO-AMOUNT
           ADD 1 TO WS-RETRO-PAID-COUNT.

      *> One already-paid regular period of a salaried employee whose
      *> salary change was backdated: the period is the two weeks
      *> ending on the scheduled period end on or after the history
      *> row's stamp (a run ahead of payday is stamped a few days
      *> before the period it paid), and only its working days
      *> on or after the effective date were underpaid, each by the
      *> annual difference spread over the year's working days.
       COMPUTE-SALARY-RETRO-ROW.
           MOVE PAYH-PERIOD TO WS-SCHED-DATE
           PERFORM ALIGN-PERIOD-END
           MOVE WS-SCHED-END-INT TO WS-RETRO-END-INT
           COMPUTE WS-RETRO-START-INT =
               WS-RETRO-END-INT - WS-PERIOD-DAYS + 1
           MOVE WS-RH-EFF-DATE(WS-RH-IDX) TO WS-RETRO-DATE-NUM
           COMPUTE WS-RETRO-EFF-INT =
               FUNCTION INTEGER-OF-DATE(WS-RETRO-DATE-NUM)

           MOVE 0 TO WS-RETRO-WORK-DAYS
           MOVE 0 TO WS-RETRO-AFTER-DAYS
           PERFORM VARYING WS-RETRO-DAY-INT FROM WS-RETRO-START-INT
                   BY 1 UNTIL WS-RETRO-DAY-INT > WS-RETRO-END-INT
               COMPUTE WS-RETRO-WEEKDAY =
                   FUNCTION MOD(WS-RETRO-DAY-INT, 7)
               IF WS-RETRO-WEEKDAY >= 1 AND WS-RETRO-WEEKDAY <= 5
                   ADD 1 TO WS-RETRO-WORK-DAYS
                   IF WS-RETRO-DAY-INT >= WS-RETRO-EFF-INT
                       ADD 1 TO WS-RETRO-AFTER-DAYS
                   END-IF
               END-IF
           END-PERFORM

           IF WS-RETRO-WORK-DAYS = 0 OR WS-RETRO-AFTER-DAYS = 0
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-RETRO-ONE-AMOUNT ROUNDED =
               WS-RETRO-DIFF * WS-RETRO-AFTER-DAYS /
               (WS-PERIODS-PER-YEAR * WS-RETRO-WORK-DAYS)
           ADD WS-RETRO-ONE-AMOUNT TO WS-RETRO-AMOUNT
           ADD 1 TO WS-RETRO-PAID-COUNT.

      *> The retro dollars are permanently in this period's posted
      *> gross by the time this runs, so the contributing rows are
      *> stamped DONE and the file is rewritten immediately -- the
                          WS-RH-RATE-TEXT
                          WS-RH-OLD-TEXT
                          WS-RH-STATUS-TEXT
                          WS-RH-BASIS-TEXT

           UNSTRING RATE-HISTORY-LINE DELIMITED BY "|"
               INTO WS-RH-ID-TEXT
                    WS-RH-RATE-TEXT
                    WS-RH-OLD-TEXT
                    WS-RH-STATUS-TEXT
                    WS-RH-BASIS-TEXT
               TALLYING IN WS-FIELD-COUNT
           END-UNSTRING

             TO WS-RH-OLD-RATE(WS-RH-COUNT)
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-RH-STATUS-TEXT))
             TO WS-RH-RETRO-STATUS(WS-RH-COUNT)
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-RH-BASIS-TEXT)) = "S"
               MOVE "S" TO WS-RH-BASIS(WS-RH-COUNT)
           ELSE
               MOVE "H" TO WS-RH-BASIS(WS-RH-COUNT)
           END-IF
           MOVE "N" TO WS-RH-PICKED(WS-RH-COUNT).

       SAVE-RATE-HISTORY.
                  FUNCTION TRIM(WS-RH-OLD-TEXT)
                  "|"
                  FUNCTION TRIM(WS-RH-RETRO-STATUS(WS-RH-IDX))
                  "|"
                  WS-RH-BASIS(WS-RH-IDX)
             INTO RATE-HISTORY-LINE
           END-STRING
           WRITE RATE-HISTORY-LINE.
           MOVE WS-NET-PAY TO PAYH-NET-PAY
           MOVE WS-RETRO-AMOUNT TO PAYH-RETRO-PAY
           MOVE WS-RUN-TYPE TO PAYH-RUN-TYPE
           MOVE WS-SS-TAX-AMOUNT TO PAYH-SS-TAX
           MOVE WS-MEDICARE-TAX-AMOUNT TO PAYH-MEDICARE-TAX
           MOVE WS-REIMB-AMOUNT TO PAYH-REIMBURSE-PAY

      *> a regular rerun of the same period rewrites its own row;
      *> an off-cycle payment on a date the regular run already
           MOVE WS-NET-PAY TO PAYH-NET-PAY
           MOVE WS-RETRO-AMOUNT TO PAYH-RETRO-PAY
           MOVE WS-RUN-TYPE TO PAYH-RUN-TYPE
           MOVE WS-SS-TAX-AMOUNT TO PAYH-SS-TAX
           MOVE WS-MEDICARE-TAX-AMOUNT TO PAYH-MEDICARE-TAX
           MOVE WS-REIMB-AMOUNT TO PAYH-REIMBURSE-PAY

           REWRITE PAY-HISTORY-RECORD
           IF WS-HISTORY-STATUS NOT = "00"

           SUBTRACT WS-SPLIT-AMOUNT FROM WS-DEPOSIT-REMAINING.

      *> every account a posting names must be open on the chart of
      *> accounts -- CHART-OF-ACCOUNTS raises the alert on a refusal,
      *> and nothing is written for the transaction.
       CHECK-POSTING-ACCOUNTS.
           MOVE EMP-ID OF WS-EMPLOYEE-RECORD TO WS-COA-EMP-ID
           MOVE WS-DEBIT-ACCOUNT TO WS-COA-ACCOUNT
           PERFORM VALIDATE-GL-ACCOUNT
           IF WS-COA-RESULT NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CREDIT-ACCOUNT TO WS-COA-ACCOUNT
           PERFORM VALIDATE-GL-ACCOUNT.

       VALIDATE-GL-ACCOUNT.
           MOVE "VALIDATE" TO WS-COA-ACTION
           MOVE "PAYROLL-REGISTER-BATCH" TO WS-COA-PROGRAM
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
           MOVE EMP-ID OF WS-EMPLOYEE-RECORD TO LEDG-EMP-ID
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

           MOVE "N" TO WS-OP-OK.

      *> Appends a new OPEN alert in the console's 10-field lifecycle
      *> layout, the same read-all/rewrite-all convention
      *> EOD-BATCH-RUN uses.
       APPEND-ALERT-RECORD.
           PERFORM BUILD-TIMESTAMP

           MOVE 0 TO WS-ALERT-COUNT WS-ALERT-MAX-ID
           MOVE "N" TO WS-EOF

           OPEN INPUT ALERT-FILE
           IF WS-ALERT-STATUS = "00"
               PERFORM UNTIL WS-EOF = "Y"
                   READ ALERT-FILE
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF WS-ALERT-COUNT < 300
                               ADD 1 TO WS-ALERT-COUNT
                               MOVE ALERT-LINE
                                 TO WS-ALERT-BUF-LINE(WS-ALERT-COUNT)
                               PERFORM NOTE-ALERT-MAX-ID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ALERT-FILE
           ELSE
               IF WS-ALERT-STATUS NOT = "35"
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE SPACES TO WS-NEW-ALERT-LINE
           ADD 1 TO WS-ALERT-MAX-ID
           MOVE WS-ALERT-MAX-ID TO WS-ALERT-ID-EDIT
           STRING FUNCTION TRIM(WS-ALERT-ID-EDIT)
                  "|"
                  WS-TIMESTAMP
                  "|"
                  "0"
                  "|"
                  FUNCTION TRIM(WS-ALERT-TYPE)
                  "|"
                  FUNCTION TRIM(WS-ALERT-SEVERITY)
                  "|OPEN||||"
                  FUNCTION TRIM(WS-ALERT-DETAIL)
             INTO WS-NEW-ALERT-LINE
           END-STRING

           OPEN OUTPUT ALERT-FILE
           IF WS-ALERT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-ALERT-IDX FROM 1 BY 1
                   UNTIL WS-ALERT-IDX > WS-ALERT-COUNT
               MOVE WS-ALERT-BUF-LINE(WS-ALERT-IDX) TO ALERT-LINE
               WRITE ALERT-LINE
           END-PERFORM

           MOVE WS-NEW-ALERT-LINE TO ALERT-LINE
           WRITE ALERT-LINE
           CLOSE ALERT-FILE.

      *> A current-format alert line leads with its numeric id; a
      *> legacy line leads with the timestamp, which NUMVAL rejects.
       NOTE-ALERT-MAX-ID.
           MOVE SPACES TO WS-ALERT-ID-TEXT
           UNSTRING ALERT-LINE DELIMITED BY "|"
               INTO WS-ALERT-ID-TEXT
           END-UNSTRING

           IF FUNCTION TEST-NUMVAL(
              FUNCTION TRIM(WS-ALERT-ID-TEXT)) = 0
               IF FUNCTION NUMVAL(FUNCTION TRIM(WS-ALERT-ID-TEXT)) >
                  WS-ALERT-MAX-ID
                   MOVE FUNCTION NUMVAL(
                        FUNCTION TRIM(WS-ALERT-ID-TEXT))
                     TO WS-ALERT-MAX-ID
               END-IF
           END-IF.

       BUILD-TIMESTAMP.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE

           DISPLAY "GRAND TOTAL                              "
               WS-TOTAL-GROSS-DISPLAY "  " WS-TOTAL-TAX-DISPLAY "  "
               WS-TOTAL-NET-DISPLAY

           MOVE WS-TOTAL-SS TO WS-TOTAL-SS-DISPLAY
           MOVE WS-TOTAL-MEDICARE TO WS-TOTAL-MEDICARE-DISPLAY
           DISPLAY "  Social Security withheld    " WS-TOTAL-SS-DISPLAY
           DISPLAY "  Medicare withheld           "
               WS-TOTAL-MEDICARE-DISPLAY
           IF WS-TOTAL-REIMB > 0
               MOVE WS-TOTAL-REIMB TO WS-TOTAL-REIMB-DISPLAY
               DISPLAY "  Expense reimbursements      "
                   WS-TOTAL-REIMB-DISPLAY " (in net, not taxed)"
           END-IF.

      *> Rewrites just the employee row PROCESS-EMPLOYEE-ROW is
      *> currently on, keyed by EMP-ID, called from POST-PAYROLL-
