               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CENTER-STATUS.

           SELECT GARNISH-FILE
               ASSIGN TO DYNAMIC WS-GARNISH-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GARNISH-STATUS.

           SELECT HOLIDAY-FILE
               ASSIGN TO DYNAMIC WS-HOLIDAY-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLIDAY-STATUS.

           SELECT BUDGET-FILE
               ASSIGN TO DYNAMIC WS-BUDGET-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUDGET-STATUS.

           SELECT BUDGET-LOAD-FILE
               ASSIGN TO DYNAMIC WS-BUDGET-LOAD-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUDGET-LOAD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-FILE.
       FD  CENTER-FILE.
       01  CENTER-LINE                    PIC X(40).

       FD  GARNISH-FILE.
       01  GARNISH-LINE                   PIC X(256).

       FD  HOLIDAY-FILE.
       01  HOLIDAY-LINE                   PIC X(80).

       FD  BUDGET-FILE.
       01  BUDGET-LINE                    PIC X(80).

       FD  BUDGET-LOAD-FILE.
       01  BUDGET-LOAD-LINE               PIC X(80).

       WORKING-STORAGE SECTION.
      *> the authenticated operator -- maintenance is admin-only, so
      *> the program signs its user on through AUTHENTICATE-EMPLOYEE
       77  WS-EMPLOYEE-STATUS             PIC XX VALUE SPACES.
       77  WS-ACCOUNT-STATUS              PIC XX VALUE SPACES.

       77  WS-MENU-OPTION                 PIC X(2) VALUE SPACES.
       77  WS-EXIT-APP                    PIC X VALUE "N".

       77  WS-ID-IN                       PIC X(10) VALUE SPACES.
       77  WS-HOURS-IN                    PIC X(10) VALUE SPACES.
       77  WS-SHIFT-DIFF-IN               PIC X(10) VALUE SPACES.
       77  WS-ROLE-IN                     PIC X VALUE SPACE.
       77  WS-BASIS-IN                    PIC X VALUE SPACE.
       77  WS-METHOD-IN                   PIC X VALUE SPACE.
       77  WS-PAY-METHOD                  PIC X VALUE "D".
       77  WS-SALARY-IN                   PIC X(12) VALUE SPACES.
       77  WS-DATE-IN                     PIC X(10) VALUE SPACES.
       77  WS-DATE-OK                     PIC X VALUE "N".
       77  WS-DATE-WORK                   PIC 9(8) VALUE 0.

      *> a salaried employee's hourly-rate field carries the hourly
      *> equivalent of the salary (annual / standard hours) so the
      *> screens and any hours-based valuation still have a rate; pay
      *> itself is computed from EMP-ANNUAL-SALARY.
       77  WS-STANDARD-HOURS-YEAR         PIC 9(4) VALUE 2080.
       77  WS-MAX-HOURLY-RATE             PIC 9(3)V99 VALUE 999.99.

       77  WS-AUTH-RESULT                 PIC X VALUE SPACE.

       01  WS-COA-REQUEST.
           COPY "coa_request.cpy".
       77  WS-AUDIT-PROGRAM               PIC X(24)
                                   VALUE "EMPLOYEE-MAINTENANCE".
       77  WS-AUDIT-EVENT-TYPE            PIC X(20) VALUE SPACES.
       77  WS-TODAY                       PIC 9(8) VALUE 0.

      *> effective-dated rate changes (data/rate_history.dat:
      *> employee id|effective date|new rate|old rate|retro status|
      *> pay basis). A salaried ("S") row carries annual salaries.
      *> Retro status is PENDING for a backdated change -- the next
      *> register run turns the difference into a retro-pay
      *> adjustment and stamps the row DONE (or MANUAL when the
       77  WS-EFF-DATE-IN                 PIC X(10) VALUE SPACES.
       77  WS-NEW-RATE-IN                 PIC X(10) VALUE SPACES.
       77  WS-EFF-DATE                    PIC X(8) VALUE SPACES.
       77  WS-NEW-RATE                    PIC 9(7)V99 VALUE 0.
       77  WS-OLD-RATE                    PIC 9(7)V99 VALUE 0.
       77  WS-RETRO-STATUS                PIC X(8) VALUE SPACES.
       77  WS-RATE-BASIS                  PIC X(1) VALUE "H".
       77  WS-TODAY-TEXT                  PIC X(8) VALUE SPACES.
       77  WS-RATE-EDIT                   PIC ZZZZZZ9.99.
       77  WS-RATE-TEXT                   PIC X(10) VALUE SPACES.
       77  WS-OLD-RATE-TEXT               PIC X(10) VALUE SPACES.
       77  WS-EMP-ID-TEXT                 PIC 9(4) VALUE 0.
       77  WS-EOF                         PIC X VALUE "N".
       77  WS-FIELD-COUNT                 PIC 9 VALUE 0.

      *> court-ordered garnishments (data/garnishment_orders.dat:
      *> order id|employee id|case number|payee code|payee name|
      *> priority|total owed|balance|cap pct|status|start date).
      *> Orders are keyed here; the register owns the balance once
      *> an order is ACTIVE -- it draws it down each pay and stamps
      *> the order PAID at zero. An admin may SUSPEND an order,
      *> put it back to ACTIVE, or RELEASE it when the court lifts
      *> it; a PAID or RELEASED order is closed for good. The cap is
      *> the legal share of disposable earnings (25% for a creditor
      *> judgment, up to 65% for support) and is capped at 65.
       01  WS-GRN-TABLE.
           05 WS-GRN-ROW OCCURS 50 TIMES.
               10 WS-GRN-LINE             PIC X(256) VALUE SPACES.

       77  WS-GARNISH-PATH                PIC X(256)
                               VALUE "data/garnishment_orders.dat".
       77  WS-GARNISH-STATUS              PIC XX VALUE SPACES.
       77  WS-GRN-COUNT                   PIC 9(2) VALUE 0.
       77  WS-GRN-IDX                     PIC 9(2) VALUE 0.
       77  WS-GRN-FOUND-IDX               PIC 9(2) VALUE 0.
       77  WS-GRN-FIELD-COUNT             PIC 9(2) VALUE 0.
       77  WS-GRN-SHOWN                   PIC 9(2) VALUE 0.
       77  WS-GRN-NEXT-SEQ                PIC 9(6) VALUE 0.
       77  WS-GRN-SEQ                     PIC 9(6) VALUE 0.
       77  WS-GRN-NEXT-PRIORITY           PIC 9(2) VALUE 0.
       77  WS-GRN-MAX-CAP                 PIC 9(3)V99 VALUE 65.00.
       77  WS-GRN-OWED                    PIC 9(7)V99 VALUE 0.
       77  WS-GRN-CAP                     PIC 9(3)V99 VALUE 0.
       77  WS-GRN-PRIORITY                PIC 9(2) VALUE 0.
       77  WS-GRN-ACTION-IN               PIC X VALUE SPACE.
       77  WS-GRN-TEXT-IN                 PIC X(40) VALUE SPACES.
       77  WS-GRN-NEW-STATUS              PIC X(10) VALUE SPACES.
       77  WS-GRN-ORDER-ID                PIC X(8) VALUE SPACES.
       77  WS-GRN-SEQ-TEXT                PIC 9(6) VALUE 0.
       77  WS-GRN-PRIORITY-EDIT           PIC Z9.
       77  WS-GRN-OWED-EDIT               PIC ZZZZZZ9.99.
       77  WS-GRN-BAL-EDIT                PIC ZZZZZZ9.99.
       77  WS-GRN-CAP-EDIT                PIC ZZ9.99.
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

      *> bank holiday calendar rows, held as keyed (YYYYMMDD|
      *> description) and rewritten in date order.
       01  WS-HOL-TABLE.
           05 WS-HOL-ROW OCCURS 200 TIMES.
               10 WS-HOL-LINE             PIC X(80) VALUE SPACES.

       77  WS-HOLIDAY-PATH                PIC X(256)
                               VALUE "data/bank_holidays.dat".
       77  WS-HOLIDAY-STATUS              PIC XX VALUE SPACES.
       77  WS-HOL-COUNT                   PIC 9(3) VALUE 0.
       77  WS-HOL-IDX                     PIC 9(3) VALUE 0.
       77  WS-HOL-FOUND-IDX               PIC 9(3) VALUE 0.
       77  WS-HOL-INSERT-IDX              PIC 9(3) VALUE 0.
       77  WS-HOL-SHOWN                   PIC 9(3) VALUE 0.
       77  WS-HOL-DATE                    PIC 9(8) VALUE 0.
       77  WS-HOL-ROW-DATE                PIC 9(8) VALUE 0.
       77  WS-HOL-WEEKDAY                 PIC 9 VALUE 0.
       77  WS-HOL-ACTION-IN               PIC X VALUE SPACE.
       77  WS-HOL-TEXT-IN                 PIC X(40) VALUE SPACES.
       77  WS-HOL-DATE-TEXT               PIC X(20).
       77  WS-HOL-DESC-TEXT               PIC X(60).

      *> labor budgets by cost center and month (data/labor_budget.dat:
      *> center|YYYYMM|hours|gross wages|fully loaded cost), the
      *> plan LABOR-BUDGET-BATCH measures actuals against. A month is
      *> keyed here one center at a time, or a whole year's rows are
      *> loaded from a spreadsheet export dropped at
      *> data/labor_budget_load.dat in the same layout -- each row
      *> loaded replaces that center's month.
       01  WS-LBG-TABLE.
           05 WS-LBG-ROW OCCURS 400 TIMES.
               10 WS-LBG-LINE             PIC X(80) VALUE SPACES.

       77  WS-BUDGET-PATH                 PIC X(256)
                                   VALUE "data/labor_budget.dat".
       77  WS-BUDGET-STATUS               PIC XX VALUE SPACES.
       77  WS-BUDGET-LOAD-PATH            PIC X(256)
                               VALUE "data/labor_budget_load.dat".
       77  WS-BUDGET-LOAD-STATUS          PIC XX VALUE SPACES.
       77  WS-LBG-COUNT                   PIC 9(3) VALUE 0.
       77  WS-LBG-IDX                     PIC 9(3) VALUE 0.
       77  WS-LBG-FOUND-IDX               PIC 9(3) VALUE 0.
       77  WS-LBG-SHOWN                   PIC 9(3) VALUE 0.
       77  WS-LBG-LOAD-COUNT              PIC 9(3) VALUE 0.
       77  WS-LBG-REJECTED                PIC 9(3) VALUE 0.
       77  WS-LBG-FIELD-COUNT             PIC 9(2) VALUE 0.
       77  WS-LBG-OK                      PIC X VALUE "N".
       77  WS-LBG-REASON                  PIC X(50) VALUE SPACES.
       77  WS-LBG-ACTION-IN               PIC X VALUE SPACE.
       77  WS-LBG-YEAR-IN                 PIC X(10) VALUE SPACES.
       77  WS-LBG-YEAR                    PIC X(4) VALUE SPACES.
       77  WS-LBG-CC                      PIC X(4) VALUE SPACES.
       77  WS-LBG-MONTH                   PIC X(6) VALUE SPACES.
       77  WS-LBG-HOURS                   PIC 9(6)V99 VALUE 0.
       77  WS-LBG-GROSS                   PIC 9(9)V99 VALUE 0.
       77  WS-LBG-LOADED-COST             PIC 9(9)V99 VALUE 0.
       77  WS-LBG-ROW-CC                  PIC X(4) VALUE SPACES.
       77  WS-LBG-ROW-MONTH               PIC X(6) VALUE SPACES.
       77  WS-LBG-HOLD-HOURS              PIC 9(6)V99 VALUE 0.
       77  WS-LBG-HOLD-GROSS              PIC 9(9)V99 VALUE 0.
       77  WS-LBG-HOLD-LOADED             PIC 9(9)V99 VALUE 0.
       77  WS-LBG-CC-TEXT                 PIC X(20).
       77  WS-LBG-MONTH-TEXT              PIC X(20).
       77  WS-LBG-HOURS-TEXT              PIC X(20).
       77  WS-LBG-GROSS-TEXT              PIC X(20).
       77  WS-LBG-LOADED-TEXT             PIC X(20).
       77  WS-LBG-HOURS-EDIT              PIC ZZZZZ9.99.
       77  WS-LBG-GROSS-EDIT              PIC ZZZZZZZZ9.99.
       77  WS-LBG-LOADED-EDIT             PIC ZZZZZZZZ9.99.

       77  ANSI-RESET                     PIC X(4) VALUE X"1B5B306D".
       77  ANSI-BASE                      PIC X(8) VALUE X"1B5B34303B39376D".
       77  ANSI-KEYWORD                   PIC X(7) VALUE X"1B5B39363B316D".
           DISPLAY " 2. Mark an employee terminated (inactive)"
           DISPLAY " 3. Book a pay-rate change (effective-dated)"
           DISPLAY " 4. Assign home cost center"
           DISPLAY " 5. Change pay basis (hourly / salaried)"
           DISPLAY " 6. Change payment method (deposit / check)"
           DISPLAY " 7. Maintain garnishment orders"
           DISPLAY " 8. Maintain bank holiday calendar"
           DISPLAY " 9. Maintain labor budgets"
           DISPLAY "10. Exit"
           DISPLAY ANSI-BASE WITH NO ADVANCING
           DISPLAY ANSI-KEYWORD WITH NO ADVANCING
           DISPLAY "Select an option : " WITH NO ADVANCING
               WHEN "4"
                   PERFORM ASSIGN-COST-CENTER
               WHEN "5"
                   PERFORM CHANGE-PAY-BASIS
               WHEN "6"
                   PERFORM CHANGE-PAY-METHOD
               WHEN "7"
                   PERFORM MAINTAIN-GARNISHMENTS
               WHEN "8"
                   PERFORM MAINTAIN-HOLIDAY-CALENDAR
               WHEN "9"
                   PERFORM MAINTAIN-LABOR-BUDGETS
               WHEN "10"
                   MOVE "Y" TO WS-EXIT-APP
               WHEN OTHER
                   DISPLAY ANSI-LITERAL WITH NO ADVANCING
                   DISPLAY "Invalid option. Choose 1-10."
                   DISPLAY ANSI-BASE WITH NO ADVANCING
           END-EVALUATE.

           ACCEPT EMP-FULL-NAME OF EMPLOYEE-RECORD

           DISPLAY ANSI-KEYWORD WITH NO ADVANCING
           DISPLAY "Pay basis (H/S)      : " WITH NO ADVANCING
           DISPLAY ANSI-INPUT WITH NO ADVANCING
           DISPLAY "_ " WITH NO ADVANCING
           DISPLAY ANSI-BASE WITH NO ADVANCING
           MOVE SPACE TO WS-BASIS-IN
           ACCEPT WS-BASIS-IN

           IF FUNCTION UPPER-CASE(WS-BASIS-IN) = "S"
               MOVE "S" TO EMP-PAY-BASIS OF EMPLOYEE-RECORD
               DISPLAY ANSI-KEYWORD WITH NO ADVANCING
               DISPLAY "Annual salary        : " WITH NO ADVANCING
               DISPLAY ANSI-INPUT WITH NO ADVANCING
               DISPLAY "____________________ " WITH NO ADVANCING
               DISPLAY ANSI-BASE WITH NO ADVANCING
               MOVE SPACES TO WS-SALARY-IN
               ACCEPT WS-SALARY-IN
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-SALARY-IN))
                 TO EMP-ANNUAL-SALARY OF EMPLOYEE-RECORD
               COMPUTE EMP-HOURLY-RATE OF EMPLOYEE-RECORD ROUNDED =
                   EMP-ANNUAL-SALARY OF EMPLOYEE-RECORD /
                   WS-STANDARD-HOURS-YEAR
           ELSE
               MOVE "H" TO EMP-PAY-BASIS OF EMPLOYEE-RECORD
               MOVE 0 TO EMP-ANNUAL-SALARY OF EMPLOYEE-RECORD
               DISPLAY ANSI-KEYWORD WITH NO ADVANCING
               DISPLAY "Hourly rate          : " WITH NO ADVANCING
               DISPLAY ANSI-INPUT WITH NO ADVANCING
               DISPLAY "____________________ " WITH NO ADVANCING
               DISPLAY ANSI-BASE WITH NO ADVANCING
               ACCEPT WS-RATE-IN
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-RATE-IN))
                 TO EMP-HOURLY-RATE OF EMPLOYEE-RECORD
           END-IF

           DISPLAY ANSI-KEYWORD WITH NO ADVANCING
           DISPLAY "Hours per period     : " WITH NO ADVANCING
           PERFORM RESOLVE-COST-CENTER
           MOVE WS-CC-WORK TO EMP-COST-CENTER OF EMPLOYEE-RECORD

           DISPLAY ANSI-KEYWORD WITH NO ADVANCING
           DISPLAY "Hire date YYYYMMDD   : " WITH NO ADVANCING
           DISPLAY ANSI-INPUT WITH NO ADVANCING
           DISPLAY "________ " WITH NO ADVANCING
           DISPLAY ANSI-BASE WITH NO ADVANCING
           MOVE SPACES TO WS-DATE-IN
           ACCEPT WS-DATE-IN
           PERFORM RESOLVE-KEYED-DATE
           IF WS-DATE-OK NOT = "Y"
               DISPLAY ANSI-LITERAL WITH NO ADVANCING
               DISPLAY "Hire date not understood -- today used."
               DISPLAY ANSI-BASE WITH NO ADVANCING
           END-IF
           MOVE WS-DATE-WORK TO EMP-HIRE-DATE OF EMPLOYEE-RECORD
           MOVE 0 TO EMP-TERM-DATE OF EMPLOYEE-RECORD

           DISPLAY ANSI-KEYWORD WITH NO ADVANCING
           DISPLAY "Pay by (D)eposit/(C)heck: " WITH NO ADVANCING
           DISPLAY ANSI-INPUT WITH NO ADVANCING
           DISPLAY "_ " WITH NO ADVANCING
           DISPLAY ANSI-BASE WITH NO ADVANCING
           MOVE SPACE TO WS-METHOD-IN
           ACCEPT WS-METHOD-IN
           IF FUNCTION UPPER-CASE(WS-METHOD-IN) = "C"
               MOVE "C" TO EMP-PAY-METHOD OF EMPLOYEE-RECORD
           ELSE
               MOVE "D" TO EMP-PAY-METHOD OF EMPLOYEE-RECORD
           END-IF

           MOVE 0 TO EMP-YTD-WAGES OF EMPLOYEE-RECORD
           MOVE 0 TO EMP-SHIFT-HOURS-PERIOD OF EMPLOYEE-RECORD.

      *> Turns a keyed YYYYMMDD into WS-DATE-WORK. Blank means today
      *> (WS-DATE-OK "Y"); anything that is not a real calendar date
      *> also falls back to today but with WS-DATE-OK "N" so the
      *> caller can say so.
       RESOLVE-KEYED-DATE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE(1:8) TO WS-DATE-WORK
           MOVE "Y" TO WS-DATE-OK

           IF FUNCTION TRIM(WS-DATE-IN) = SPACES
               EXIT PARAGRAPH
           END-IF

           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-DATE-IN)) NOT = 0
              OR FUNCTION LENGTH(FUNCTION TRIM(WS-DATE-IN)) NOT = 8
               MOVE "N" TO WS-DATE-OK
               EXIT PARAGRAPH
           END-IF

           IF FUNCTION TEST-DATE-YYYYMMDD(
              FUNCTION NUMVAL(FUNCTION TRIM(WS-DATE-IN))) NOT = 0
               MOVE "N" TO WS-DATE-OK
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-DATE-IN))
             TO WS-DATE-WORK.

      *> Normalizes the keyed center against the master: blank falls
      *> back to GEN, an unknown code is refused back to GEN with a
      *> warning rather than minting a bucket the GL has never heard
                   EXIT PARAGRAPH
           END-READ

      *> a salaried employee's change is to the annual salary; the
      *> history row is stamped with the basis so the calculation
      *> never reads a salary as an hourly rate or vice versa.
           IF EMP-PAY-BASIS OF EMPLOYEE-RECORD = "S"
               MOVE "S" TO WS-RATE-BASIS
               MOVE EMP-ANNUAL-SALARY OF EMPLOYEE-RECORD TO WS-OLD-RATE
           ELSE
               MOVE "H" TO WS-RATE-BASIS
               MOVE EMP-HOURLY-RATE OF EMPLOYEE-RECORD TO WS-OLD-RATE
           END-IF

           DISPLAY ANSI-KEYWORD WITH NO ADVANCING
           DISPLAY "Effective date YYYYMMDD  : " WITH NO ADVANCING
           MOVE FUNCTION TRIM(WS-EFF-DATE-IN) TO WS-EFF-DATE

           DISPLAY ANSI-KEYWORD WITH NO ADVANCING
           IF WS-RATE-BASIS = "S"
               DISPLAY "New annual salary        : " WITH NO ADVANCING
               DISPLAY ANSI-INPUT WITH NO ADVANCING
               DISPLAY "__________ " WITH NO ADVANCING
           ELSE
               DISPLAY "New hourly rate          : " WITH NO ADVANCING
               DISPLAY ANSI-INPUT WITH NO ADVANCING
               DISPLAY "______ " WITH NO ADVANCING
           END-IF
           DISPLAY ANSI-BASE WITH NO ADVANCING
           MOVE SPACES TO WS-NEW-RATE-IN
           ACCEPT WS-NEW-RATE-IN
               EXIT PARAGRAPH
           END-IF

           IF WS-RATE-BASIS = "H" AND WS-NEW-RATE > WS-MAX-HOURLY-RATE
               CLOSE EMPLOYEE-FILE
               DISPLAY ANSI-LITERAL WITH NO ADVANCING
               DISPLAY "Hourly rate cannot exceed 999.99 -- not "
                   "booked."
               DISPLAY ANSI-BASE WITH NO ADVANCING
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY-TEXT

           END-IF

           IF WS-EFF-DATE <= WS-TODAY-TEXT
               IF WS-RATE-BASIS = "S"
                   MOVE WS-NEW-RATE
                     TO EMP-ANNUAL-SALARY OF EMPLOYEE-RECORD
                   COMPUTE EMP-HOURLY-RATE OF EMPLOYEE-RECORD ROUNDED =
                       WS-NEW-RATE / WS-STANDARD-HOURS-YEAR
               ELSE
                   MOVE WS-NEW-RATE
                     TO EMP-HOURLY-RATE OF EMPLOYEE-RECORD
               END-IF
               REWRITE EMPLOYEE-RECORD
               IF WS-EMPLOYEE-STATUS NOT = "00"
                   DISPLAY ANSI-LITERAL WITH NO ADVANCING
                  FUNCTION TRIM(WS-OLD-RATE-TEXT)
                  "|"
                  FUNCTION TRIM(WS-RETRO-STATUS)
                  "|"
                  WS-RATE-BASIS
             INTO RATE-LINE
           END-STRING
           WRITE RATE-LINE
                   DISPLAY ANSI-BASE WITH NO ADVANCING
                   EXIT PARAGRAPH
               NOT INVALID KEY
                   PERFORM PROMPT-TERMINATION-DATE
                   MOVE "N" TO EMP-ACTIVE OF EMPLOYEE-RECORD
                   MOVE WS-DATE-WORK TO EMP-TERM-DATE OF EMPLOYEE-RECORD
                   REWRITE EMPLOYEE-RECORD
           END-READ

           END-IF

           CLOSE EMPLOYEE-FILE.

      *> The last day worked -- a salaried employee's final period is
      *> prorated to it by the register. Blank is today.
       PROMPT-TERMINATION-DATE.
           DISPLAY ANSI-KEYWORD WITH NO ADVANCING
           DISPLAY "Last day worked YYYYMMDD : " WITH NO ADVANCING
           DISPLAY ANSI-INPUT WITH NO ADVANCING
           DISPLAY "________ " WITH NO ADVANCING
           DISPLAY ANSI-BASE WITH NO ADVANCING
           MOVE SPACES TO WS-DATE-IN
           ACCEPT WS-DATE-IN
           PERFORM RESOLVE-KEYED-DATE
           IF WS-DATE-OK NOT = "Y"
               DISPLAY ANSI-LITERAL WITH NO ADVANCING
               DISPLAY "Date not understood -- today used."
               DISPLAY ANSI-BASE WITH NO ADVANCING
           END-IF.

      *> ----------------------------------------------------------
      *> Moves an employee between hourly and salaried pay. The new
      *> rate or salary is booked as a history row effective today
      *> (status NONE -- a change of basis is never paid
      *> retroactively) with the new basis, so CALCULATE-PAYROLL
      *> picks it up from the next register run.
      *> ----------------------------------------------------------
       CHANGE-PAY-BASIS.
           DISPLAY ANSI-KEYWORD WITH NO ADVANCING
           DISPLAY "Employee ID              : " WITH NO ADVANCING
           DISPLAY ANSI-INPUT WITH NO ADVANCING
           DISPLAY "____ " WITH NO ADVANCING
           DISPLAY ANSI-BASE WITH NO ADVANCING
           ACCEPT WS-ID-IN

           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-ID-IN)) NOT = 0
               DISPLAY ANSI-LITERAL WITH NO ADVANCING
               DISPLAY "Invalid employee ID."
               DISPLAY ANSI-BASE WITH NO ADVANCING
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-ID-IN))
             TO EMP-ID OF EMPLOYEE-RECORD

           OPEN I-O EMPLOYEE-FILE
           IF WS-EMPLOYEE-STATUS NOT = "00"
               DISPLAY ANSI-LITERAL WITH NO ADVANCING
               DISPLAY "ERROR: Cannot open employee data file."
               DISPLAY ANSI-BASE WITH NO ADVANCING
               EXIT PARAGRAPH
           END-IF

           READ EMPLOYEE-FILE
               INVALID KEY
                   CLOSE EMPLOYEE-FILE
                   DISPLAY ANSI-LITERAL WITH NO ADVANCING
                   DISPLAY "No employee found with that ID."
                   DISPLAY ANSI-BASE WITH NO ADVANCING
                   EXIT PARAGRAPH
           END-READ

           DISPLAY ANSI-COMMENT WITH NO ADVANCING
           IF EMP-PAY-BASIS OF EMPLOYEE-RECORD = "S"
               DISPLAY "Currently salaried."
           ELSE
               DISPLAY "Currently hourly."
           END-IF
           DISPLAY ANSI-BASE WITH NO ADVANCING

           DISPLAY ANSI-KEYWORD WITH NO ADVANCING
           DISPLAY "New pay basis (H/S)      : " WITH NO ADVANCING
           DISPLAY ANSI-INPUT WITH NO ADVANCING
           DISPLAY "_ " WITH NO ADVANCING
           DISPLAY ANSI-BASE WITH NO ADVANCING
           MOVE SPACE TO WS-BASIS-IN
           ACCEPT WS-BASIS-IN

           EVALUATE FUNCTION UPPER-CASE(WS-BASIS-IN)
               WHEN "S"
                   MOVE "S" TO WS-RATE-BASIS
                   MOVE EMP-ANNUAL-SALARY OF EMPLOYEE-RECORD
                     TO WS-OLD-RATE
                   DISPLAY ANSI-KEYWORD WITH NO ADVANCING
                   DISPLAY "Annual salary            : "
                       WITH NO ADVANCING
                   DISPLAY ANSI-INPUT WITH NO ADVANCING
                   DISPLAY "__________ " WITH NO ADVANCING
               WHEN "H"
                   MOVE "H" TO WS-RATE-BASIS
                   MOVE EMP-HOURLY-RATE OF EMPLOYEE-RECORD
                     TO WS-OLD-RATE
                   DISPLAY ANSI-KEYWORD WITH NO ADVANCING
                   DISPLAY "Hourly rate              : "
                       WITH NO ADVANCING
                   DISPLAY ANSI-INPUT WITH NO ADVANCING
                   DISPLAY "______ " WITH NO ADVANCING
               WHEN OTHER
                   CLOSE EMPLOYEE-FILE
                   DISPLAY ANSI-LITERAL WITH NO ADVANCING
                   DISPLAY "Pay basis must be H or S -- nothing "
                       "changed."
                   DISPLAY ANSI-BASE WITH NO ADVANCING
                   EXIT PARAGRAPH
           END-EVALUATE
           DISPLAY ANSI-BASE WITH NO ADVANCING
           MOVE SPACES TO WS-NEW-RATE-IN
           ACCEPT WS-NEW-RATE-IN

           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-NEW-RATE-IN))
              NOT = 0
               CLOSE EMPLOYEE-FILE
               DISPLAY ANSI-LITERAL WITH NO ADVANCING
               DISPLAY "Invalid amount -- nothing changed."
               DISPLAY ANSI-BASE WITH NO ADVANCING
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-NEW-RATE ROUNDED =
               FUNCTION NUMVAL(FUNCTION TRIM(WS-NEW-RATE-IN))

           IF WS-NEW-RATE = 0
              OR (WS-RATE-BASIS = "H"
                  AND WS-NEW-RATE > WS-MAX-HOURLY-RATE)
               CLOSE EMPLOYEE-FILE
               DISPLAY ANSI-LITERAL WITH NO ADVANCING
               DISPLAY "Amount out of range -- nothing changed."
               DISPLAY ANSI-BASE WITH NO ADVANCING
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE(1:8) TO WS-EFF-DATE
           MOVE "NONE" TO WS-RETRO-STATUS

           PERFORM APPEND-RATE-HISTORY-ROW
           IF WS-RATE-STATUS NOT = "00"
               CLOSE EMPLOYEE-FILE
               DISPLAY ANSI-LITERAL WITH NO ADVANCING
               DISPLAY "ERROR: could not record the change ("
                   WS-RATE-STATUS ") -- nothing changed."
               DISPLAY ANSI-BASE WITH NO ADVANCING
               EXIT PARAGRAPH
           END-IF

           MOVE WS-RATE-BASIS TO EMP-PAY-BASIS OF EMPLOYEE-RECORD
           IF WS-RATE-BASIS = "S"
               MOVE WS-NEW-RATE TO EMP-ANNUAL-SALARY OF EMPLOYEE-RECORD
               COMPUTE EMP-HOURLY-RATE OF EMPLOYEE-RECORD ROUNDED =
                   WS-NEW-RATE / WS-STANDARD-HOURS-YEAR
           ELSE
               MOVE WS-NEW-RATE TO EMP-HOURLY-RATE OF EMPLOYEE-RECORD
               MOVE 0 TO EMP-ANNUAL-SALARY OF EMPLOYEE-RECORD
           END-IF

           REWRITE EMPLOYEE-RECORD
           IF WS-EMPLOYEE-STATUS NOT = "00"
               CLOSE EMPLOYEE-FILE
               DISPLAY ANSI-LITERAL WITH NO ADVANCING
               DISPLAY "ERROR: Unable to update employee record."
               DISPLAY ANSI-BASE WITH NO ADVANCING
               EXIT PARAGRAPH
           END-IF

           CLOSE EMPLOYEE-FILE

           MOVE "PAY_BASIS_CHANGE" TO WS-AUDIT-EVENT-TYPE
           MOVE SPACES TO WS-AUDIT-DETAIL
           STRING "employee " FUNCTION TRIM(WS-ID-IN)
                  " basis " WS-RATE-BASIS
                  " amount " FUNCTION TRIM(WS-NEW-RATE-IN)
                  " effective " WS-EFF-DATE
             INTO WS-AUDIT-DETAIL
           END-STRING
           PERFORM RECORD-MAINT-AUDIT

           DISPLAY ANSI-COMMENT WITH NO ADVANCING
           DISPLAY "Pay basis changed -- applies from the next "
               "register run."
           DISPLAY ANSI-BASE WITH NO ADVANCING.

      *> Switches an employee between direct deposit and a paper
      *> check. Takes effect from the next register run; a check
      *> payee's net pay is drawn on the check clearing account
      *> instead of going out on the bank interchange file.
       CHANGE-PAY-METHOD.
           DISPLAY ANSI-KEYWORD WITH NO ADVANCING
           DISPLAY "Employee ID              : " WITH NO ADVANCING
           DISPLAY ANSI-INPUT WITH NO ADVANCING
           DISPLAY "____ " WITH NO ADVANCING
           DISPLAY ANSI-BASE WITH NO ADVANCING
           ACCEPT WS-ID-IN

           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-ID-IN)) NOT = 0
               DISPLAY ANSI-LITERAL WITH NO ADVANCING
               DISPLAY "Invalid employee ID."
               DISPLAY ANSI-BASE WITH NO ADVANCING
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-ID-IN))
             TO EMP-ID OF EMPLOYEE-RECORD

           OPEN I-O EMPLOYEE-FILE
           IF WS-EMPLOYEE-STATUS NOT = "00"
               DISPLAY ANSI-LITERAL WITH NO ADVANCING
               DISPLAY "ERROR: Cannot open employee data file."
               DISPLAY ANSI-BASE WITH NO ADVANCING
               EXIT PARAGRAPH
           END-IF

           READ EMPLOYEE-FILE
               INVALID KEY
                   CLOSE EMPLOYEE-FILE
                   DISPLAY ANSI-LITERAL WITH NO ADVANCING
                   DISPLAY "No employee found with that ID."
                   DISPLAY ANSI-BASE WITH NO ADVANCING
                   EXIT PARAGRAPH
           END-READ

           DISPLAY ANSI-COMMENT WITH NO ADVANCING
           IF EMP-PAY-METHOD OF EMPLOYEE-RECORD = "C"
               DISPLAY "Currently paid by check."
           ELSE
               DISPLAY "Currently paid by direct deposit."
           END-IF
           DISPLAY ANSI-BASE WITH NO ADVANCING

           DISPLAY ANSI-KEYWORD WITH NO ADVANCING
           DISPLAY "New method (D/C)         : " WITH NO ADVANCING
           DISPLAY ANSI-INPUT WITH NO ADVANCING
           DISPLAY "_ " WITH NO ADVANCING
           DISPLAY ANSI-BASE WITH NO ADVANCING
           MOVE SPACE TO WS-METHOD-IN
           ACCEPT WS-METHOD-IN

           EVALUATE FUNCTION UPPER-CASE(WS-METHOD-IN)
               WHEN "C"
                   MOVE "C" TO WS-PAY-METHOD
               WHEN "D"
                   MOVE "D" TO WS-PAY-METHOD
               WHEN OTHER
                   CLOSE EMPLOYEE-FILE
                   DISPLAY ANSI-LITERAL WITH NO ADVANCING
                   DISPLAY "Payment method must be D or C -- nothing "
                       "changed."
                   DISPLAY ANSI-BASE WITH NO ADVANCING
                   EXIT PARAGRAPH
           END-EVALUATE

           MOVE WS-PAY-METHOD TO EMP-PAY-METHOD OF EMPLOYEE-RECORD
           REWRITE EMPLOYEE-RECORD
           IF WS-EMPLOYEE-STATUS NOT = "00"
               CLOSE EMPLOYEE-FILE
               DISPLAY ANSI-LITERAL WITH NO ADVANCING
               DISPLAY "ERROR: Unable to update employee record."
               DISPLAY ANSI-BASE WITH NO ADVANCING
               EXIT PARAGRAPH
           END-IF

           CLOSE EMPLOYEE-FILE

           MOVE "PAY_METHOD_CHANGE" TO WS-AUDIT-EVENT-TYPE
           MOVE SPACES TO WS-AUDIT-DETAIL
           STRING "employee " FUNCTION TRIM(WS-ID-IN)
                  " method " WS-PAY-METHOD
             INTO WS-AUDIT-DETAIL
           END-STRING
           PERFORM RECORD-MAINT-AUDIT

           DISPLAY ANSI-COMMENT WITH NO ADVANCING
           DISPLAY "Payment method changed -- applies from the next "
               "register run."
           DISPLAY ANSI-BASE WITH NO ADVANCING.

      *> ----------------------------------------------------------
      *> Garnishment order maintenance for one employee: lists the
      *> orders on file, then lets the admin key a new order or move
      *> an existing one between ACTIVE, SUSPENDED and RELEASED.
      *> ----------------------------------------------------------
       MAINTAIN-GARNISHMENTS.
           DISPLAY ANSI-KEYWORD WITH NO ADVANCING
           DISPLAY "Employee ID              : " WITH NO ADVANCING
           DISPLAY ANSI-INPUT WITH NO ADVANCING
           DISPLAY "____ " WITH NO ADVANCING
           DISPLAY ANSI-BASE WITH NO ADVANCING
           ACCEPT WS-ID-IN

           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-ID-IN)) NOT = 0
               DISPLAY ANSI-LITERAL WITH NO ADVANCING
               DISPLAY "Invalid employee ID."
               DISPLAY ANSI-BASE WITH NO ADVANCING
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-ID-IN))
             TO EMP-ID OF EMPLOYEE-RECORD

           OPEN INPUT EMPLOYEE-FILE
           IF WS-EMPLOYEE-STATUS NOT = "00"
               DISPLAY ANSI-LITERAL WITH NO ADVANCING
               DISPLAY "ERROR: Cannot open employee data file."
               DISPLAY ANSI-BASE WITH NO ADVANCING
               EXIT PARAGRAPH
           END-IF

           READ EMPLOYEE-FILE
               INVALID KEY
                   CLOSE EMPLOYEE-FILE
                   DISPLAY ANSI-LITERAL WITH NO ADVANCING
                   DISPLAY "No employee found with that ID."
                   DISPLAY ANSI-BASE WITH NO ADVANCING
                   EXIT PARAGRAPH
           END-READ
           CLOSE EMPLOYEE-FILE

           MOVE EMP-ID OF EMPLOYEE-RECORD TO WS-EMP-ID-TEXT
           PERFORM LOAD-GARNISHMENT-ORDERS
           PERFORM LIST-GARNISHMENT-ORDERS

           DISPLAY ANSI-KEYWORD WITH NO ADVANCING
           DISPLAY "A=add order, S=change status, Enter=back : "
               WITH NO ADVANCING
           DISPLAY ANSI-INPUT WITH NO ADVANCING
           DISPLAY "_ " WITH NO ADVANCING
           DISPLAY ANSI-BASE WITH NO ADVANCING
           MOVE SPACE TO WS-GRN-ACTION-IN
           ACCEPT WS-GRN-ACTION-IN

           EVALUATE FUNCTION UPPER-CASE(WS-GRN-ACTION-IN)
               WHEN "A"
                   PERFORM ADD-GARNISHMENT-ORDER
               WHEN "S"
                   PERFORM CHANGE-GARNISHMENT-STATUS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       LIST-GARNISHMENT-ORDERS.
           MOVE 0 TO WS-GRN-SHOWN
           DISPLAY ANSI-COMMENT WITH NO ADVANCING
           DISPLAY "Order    Case                 Payee    Pri"
               "  Total owed     Balance    Cap%  Status"

           PERFORM VARYING WS-GRN-IDX FROM 1 BY 1
                   UNTIL WS-GRN-IDX > WS-GRN-COUNT
               PERFORM PARSE-GARNISHMENT-ORDER
               IF WS-GRN-FIELD-COUNT = 11
                  AND FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-GRN-EMP-TEXT))
                      = 0
                   IF FUNCTION NUMVAL(FUNCTION TRIM(WS-GRN-EMP-TEXT))
                      = EMP-ID OF EMPLOYEE-RECORD
                       PERFORM DISPLAY-GARNISHMENT-ORDER
                   END-IF
               END-IF
           END-PERFORM

           IF WS-GRN-SHOWN = 0
               DISPLAY "  (no garnishment orders on file)"
           END-IF
           DISPLAY ANSI-BASE WITH NO ADVANCING.

       DISPLAY-GARNISHMENT-ORDER.
           ADD 1 TO WS-GRN-SHOWN
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-GRN-PRIORITY-TEXT))
             TO WS-GRN-PRIORITY-EDIT
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-GRN-OWED-TEXT))
             TO WS-GRN-OWED-EDIT
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-GRN-BALANCE-TEXT))
             TO WS-GRN-BAL-EDIT
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-GRN-CAP-TEXT))
             TO WS-GRN-CAP-EDIT
           MOVE WS-GRN-ID-TEXT TO WS-GRN-ORDER-ID
           DISPLAY WS-GRN-ORDER-ID " "
               WS-GRN-CASE-TEXT(1:20) " "
               WS-GRN-PAYEE-TEXT(1:8) "  "
               WS-GRN-PRIORITY-EDIT "  "
               WS-GRN-OWED-EDIT "  "
               WS-GRN-BAL-EDIT "  "
               WS-GRN-CAP-EDIT "  "
               FUNCTION TRIM(WS-GRN-STATUS-TEXT).

       ADD-GARNISHMENT-ORDER.
      *> the next order number and the next free priority for this
      *> employee -- a new order ranks behind the ones already
      *> served unless the admin keys a higher one.
           MOVE 0 TO WS-GRN-NEXT-SEQ
           MOVE 1 TO WS-GRN-NEXT-PRIORITY
           PERFORM VARYING WS-GRN-IDX FROM 1 BY 1
                   UNTIL WS-GRN-IDX > WS-GRN-COUNT
               PERFORM PARSE-GARNISHMENT-ORDER
               IF WS-GRN-FIELD-COUNT = 11
                   IF WS-GRN-ID-TEXT(1:2) = "GO"
                      AND WS-GRN-ID-TEXT(3:6) IS NUMERIC
                       MOVE WS-GRN-ID-TEXT(3:6) TO WS-GRN-SEQ
                       IF WS-GRN-SEQ > WS-GRN-NEXT-SEQ
                           MOVE WS-GRN-SEQ TO WS-GRN-NEXT-SEQ
                       END-IF
                   END-IF
                   IF FUNCTION TEST-NUMVAL(
                      FUNCTION TRIM(WS-GRN-EMP-TEXT)) = 0
                      AND FUNCTION TEST-NUMVAL(
                      FUNCTION TRIM(WS-GRN-PRIORITY-TEXT)) = 0
                       IF FUNCTION NUMVAL(FUNCTION TRIM(WS-GRN-EMP-TEXT))
                          = EMP-ID OF EMPLOYEE-RECORD
                          AND FUNCTION NUMVAL(
                          FUNCTION TRIM(WS-GRN-PRIORITY-TEXT))
                          >= WS-GRN-NEXT-PRIORITY
                           COMPUTE WS-GRN-NEXT-PRIORITY =
                               FUNCTION NUMVAL(
                               FUNCTION TRIM(WS-GRN-PRIORITY-TEXT)) + 1
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           ADD 1 TO WS-GRN-NEXT-SEQ

           IF WS-GRN-COUNT >= 50
               DISPLAY ANSI-LITERAL WITH NO ADVANCING
               DISPLAY "Garnishment order file is full -- order not "
                   "added."
               DISPLAY "RETENTION-BATCH archives closed orders past "
                   "the GARNISH window."
               DISPLAY ANSI-BASE WITH NO ADVANCING
               EXIT PARAGRAPH
           END-IF

           DISPLAY ANSI-KEYWORD WITH NO ADVANCING
           DISPLAY "Court case number        : " WITH NO ADVANCING
           DISPLAY ANSI-INPUT WITH NO ADVANCING
           DISPLAY "____________________ " WITH NO ADVANCING
           DISPLAY ANSI-BASE WITH NO ADVANCING
           MOVE SPACES TO WS-GRN-TEXT-IN
           ACCEPT WS-GRN-TEXT-IN
           INSPECT WS-GRN-TEXT-IN REPLACING ALL "|" BY "/"
           MOVE FUNCTION TRIM(WS-GRN-TEXT-IN) TO WS-GRN-CASE-TEXT
           IF WS-GRN-CASE-TEXT = SPACES
              OR FUNCTION LENGTH(FUNCTION TRIM(WS-GRN-TEXT-IN)) > 20
               DISPLAY ANSI-LITERAL WITH NO ADVANCING
               DISPLAY "A case number of up to 20 characters is "
                   "required -- order not added."
               DISPLAY ANSI-BASE WITH NO ADVANCING
               EXIT PARAGRAPH
           END-IF

           DISPLAY ANSI-KEYWORD WITH NO ADVANCING
           DISPLAY "Payee code               : " WITH NO ADVANCING
           DISPLAY ANSI-INPUT WITH NO ADVANCING
           DISPLAY "________ " WITH NO ADVANCING
           DISPLAY ANSI-BASE WITH NO ADVANCING
           MOVE SPACES TO WS-GRN-TEXT-IN
           ACCEPT WS-GRN-TEXT-IN
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-GRN-TEXT-IN))
             TO WS-GRN-PAYEE-TEXT
           IF WS-GRN-PAYEE-TEXT = SPACES
              OR FUNCTION LENGTH(FUNCTION TRIM(WS-GRN-TEXT-IN)) > 8
               DISPLAY ANSI-LITERAL WITH NO ADVANCING
               DISPLAY "A payee code of up to 8 characters is "
                   "required -- order not added."
               DISPLAY ANSI-BASE WITH NO ADVANCING
               EXIT PARAGRAPH
           END-IF

      *> the register credits the withheld amount straight to the
      *> payee code, so it has to be an active liability account on
      *> the chart -- otherwise every leg is refused and the order
      *> balance never comes down. The chart is re-read first so an
      *> account added while this screen is open is seen.
           MOVE "RELOAD" TO WS-COA-ACTION
           CALL "CHART-OF-ACCOUNTS" USING WS-COA-REQUEST
           END-CALL
           MOVE "LOOKUP" TO WS-COA-ACTION
           MOVE WS-GRN-PAYEE-TEXT TO WS-COA-ACCOUNT
           MOVE "EMPLOYEE-MAINTENANCE" TO WS-COA-PROGRAM
           MOVE EMP-ID OF EMPLOYEE-RECORD TO WS-COA-EMP-ID
           CALL "CHART-OF-ACCOUNTS" USING WS-COA-REQUEST
           END-CALL
           IF WS-COA-RESULT NOT = "Y"
              OR WS-COA-TYPE NOT = "LIABILITY"
               DISPLAY ANSI-LITERAL WITH NO ADVANCING
               DISPLAY "Payee code " FUNCTION TRIM(WS-GRN-PAYEE-TEXT)
                   " is not an active LIABILITY account on the chart "
                   "-- order not added."
               DISPLAY "Add the payee account to "
                   "data/chart_of_accounts.dat first."
               DISPLAY ANSI-BASE WITH NO ADVANCING
               EXIT PARAGRAPH
           END-IF

           DISPLAY ANSI-KEYWORD WITH NO ADVANCING
           DISPLAY "Payee name               : " WITH NO ADVANCING
           DISPLAY ANSI-INPUT WITH NO ADVANCING
           DISPLAY "______________________________ " WITH NO ADVANCING
           DISPLAY ANSI-BASE WITH NO ADVANCING
           MOVE SPACES TO WS-GRN-TEXT-IN
           ACCEPT WS-GRN-TEXT-IN
           INSPECT WS-GRN-TEXT-IN REPLACING ALL "|" BY "/"
           MOVE FUNCTION TRIM(WS-GRN-TEXT-IN) TO WS-GRN-NAME-TEXT
           IF WS-GRN-NAME-TEXT = SPACES
               MOVE WS-GRN-PAYEE-TEXT TO WS-GRN-NAME-TEXT
           END-IF

           DISPLAY ANSI-KEYWORD WITH NO ADVANCING
           DISPLAY "Total owed               : " WITH NO ADVANCING
           DISPLAY ANSI-INPUT WITH NO ADVANCING
           DISPLAY "__________ " WITH NO ADVANCING
           DISPLAY ANSI-BASE WITH NO ADVANCING
           MOVE SPACES TO WS-GRN-TEXT-IN
           ACCEPT WS-GRN-TEXT-IN
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-GRN-TEXT-IN)) NOT = 0
               DISPLAY ANSI-LITERAL WITH NO ADVANCING
               DISPLAY "Invalid amount -- order not added."
               DISPLAY ANSI-BASE WITH NO ADVANCING
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION NUMVAL(FUNCTION TRIM(WS-GRN-TEXT-IN)) <= 0
              OR FUNCTION NUMVAL(FUNCTION TRIM(WS-GRN-TEXT-IN))
                 > 9999999.99
               DISPLAY ANSI-LITERAL WITH NO ADVANCING
               DISPLAY "Invalid amount -- order not added."
               DISPLAY ANSI-BASE WITH NO ADVANCING
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-GRN-TEXT-IN))
             TO WS-GRN-OWED

           DISPLAY ANSI-KEYWORD WITH NO ADVANCING
           DISPLAY "Cap % of disposable pay  : " WITH NO ADVANCING
           DISPLAY ANSI-INPUT WITH NO ADVANCING
           DISPLAY "_____ " WITH NO ADVANCING
           DISPLAY ANSI-BASE WITH NO ADVANCING
           MOVE SPACES TO WS-GRN-TEXT-IN
           ACCEPT WS-GRN-TEXT-IN
           IF FUNCTION TRIM(WS-GRN-TEXT-IN) = SPACES
               MOVE 25 TO WS-GRN-CAP
           ELSE
               IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-GRN-TEXT-IN))
                  NOT = 0
                   DISPLAY ANSI-LITERAL WITH NO ADVANCING
                   DISPLAY "Invalid cap -- order not added."
                   DISPLAY ANSI-BASE WITH NO ADVANCING
                   EXIT PARAGRAPH
               END-IF
               IF FUNCTION NUMVAL(FUNCTION TRIM(WS-GRN-TEXT-IN)) <= 0
                  OR FUNCTION NUMVAL(FUNCTION TRIM(WS-GRN-TEXT-IN))
                     > WS-GRN-MAX-CAP
                   DISPLAY ANSI-LITERAL WITH NO ADVANCING
                   DISPLAY "Cap must be above 0 and no more than "
                       "65% -- order not added."
                   DISPLAY ANSI-BASE WITH NO ADVANCING
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-GRN-TEXT-IN))
                 TO WS-GRN-CAP
           END-IF

           MOVE WS-GRN-NEXT-PRIORITY TO WS-GRN-PRIORITY
           DISPLAY ANSI-KEYWORD WITH NO ADVANCING
           DISPLAY "Priority (blank = " WS-GRN-NEXT-PRIORITY ")    : "
               WITH NO ADVANCING
           DISPLAY ANSI-INPUT WITH NO ADVANCING
           DISPLAY "__ " WITH NO ADVANCING
           DISPLAY ANSI-BASE WITH NO ADVANCING
           MOVE SPACES TO WS-GRN-TEXT-IN
           ACCEPT WS-GRN-TEXT-IN
           IF FUNCTION TRIM(WS-GRN-TEXT-IN) NOT = SPACES
               IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-GRN-TEXT-IN))
                  NOT = 0
                  OR FUNCTION NUMVAL(FUNCTION TRIM(WS-GRN-TEXT-IN)) < 1
                  OR FUNCTION NUMVAL(FUNCTION TRIM(WS-GRN-TEXT-IN)) > 99
                   DISPLAY ANSI-LITERAL WITH NO ADVANCING
                   DISPLAY "Priority must be 1-99 -- order not added."
                   DISPLAY ANSI-BASE WITH NO ADVANCING
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-GRN-TEXT-IN))
                 TO WS-GRN-PRIORITY
           END-IF

           DISPLAY ANSI-KEYWORD WITH NO ADVANCING
           DISPLAY "Start date YYYYMMDD      : " WITH NO ADVANCING
           DISPLAY ANSI-INPUT WITH NO ADVANCING
           DISPLAY "________ " WITH NO ADVANCING
           DISPLAY ANSI-BASE WITH NO ADVANCING
           MOVE SPACES TO WS-DATE-IN
           ACCEPT WS-DATE-IN
           PERFORM RESOLVE-KEYED-DATE
           IF WS-DATE-OK NOT = "Y"
               DISPLAY ANSI-LITERAL WITH NO ADVANCING
               DISPLAY "Date not understood -- order not added."
               DISPLAY ANSI-BASE WITH NO ADVANCING
               EXIT PARAGRAPH
           END-IF

           MOVE WS-GRN-NEXT-SEQ TO WS-GRN-SEQ-TEXT
           MOVE SPACES TO WS-GRN-ORDER-ID
           STRING "GO" WS-GRN-SEQ-TEXT DELIMITED BY SIZE
             INTO WS-GRN-ORDER-ID
           END-STRING
           MOVE WS-GRN-PRIORITY TO WS-GRN-PRIORITY-TEXT
           MOVE WS-GRN-OWED TO WS-RATE-EDIT
           MOVE WS-RATE-EDIT TO WS-GRN-OWED-TEXT
           MOVE WS-GRN-CAP TO WS-GRN-CAP-EDIT

           ADD 1 TO WS-GRN-COUNT
           MOVE SPACES TO WS-GRN-LINE(WS-GRN-COUNT)
           STRING WS-GRN-ORDER-ID "|"
                  WS-EMP-ID-TEXT "|"
                  FUNCTION TRIM(WS-GRN-CASE-TEXT) "|"
                  FUNCTION TRIM(WS-GRN-PAYEE-TEXT) "|"
                  FUNCTION TRIM(WS-GRN-NAME-TEXT) "|"
                  WS-GRN-PRIORITY-TEXT(1:2) "|"
                  FUNCTION TRIM(WS-GRN-OWED-TEXT) "|"
                  FUNCTION TRIM(WS-GRN-OWED-TEXT) "|"
                  FUNCTION TRIM(WS-GRN-CAP-EDIT) "|"
                  "ACTIVE|"
                  WS-DATE-WORK
             DELIMITED BY SIZE
             INTO WS-GRN-LINE(WS-GRN-COUNT)
           END-STRING

           PERFORM SAVE-GARNISHMENT-ORDERS
           IF WS-GARNISH-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE "GARNISH_ADDED" TO WS-AUDIT-EVENT-TYPE
           MOVE SPACES TO WS-AUDIT-DETAIL
           STRING "employee " WS-EMP-ID-TEXT
                  " order " WS-GRN-ORDER-ID
                  " case " FUNCTION TRIM(WS-GRN-CASE-TEXT)
                  " owed " FUNCTION TRIM(WS-GRN-OWED-TEXT)
             DELIMITED BY SIZE
             INTO WS-AUDIT-DETAIL
           END-STRING
           PERFORM RECORD-MAINT-AUDIT

           DISPLAY ANSI-COMMENT WITH NO ADVANCING
           DISPLAY "Garnishment order " WS-GRN-ORDER-ID
               " added -- withholding starts with the first register "
               "run on or after " WS-DATE-WORK "."
           DISPLAY ANSI-BASE WITH NO ADVANCING.

       CHANGE-GARNISHMENT-STATUS.
           DISPLAY ANSI-KEYWORD WITH NO ADVANCING
           DISPLAY "Order ID                 : " WITH NO ADVANCING
           DISPLAY ANSI-INPUT WITH NO ADVANCING
           DISPLAY "________ " WITH NO ADVANCING
           DISPLAY ANSI-BASE WITH NO ADVANCING
           MOVE SPACES TO WS-GRN-TEXT-IN
           ACCEPT WS-GRN-TEXT-IN
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-GRN-TEXT-IN))
             TO WS-GRN-ORDER-ID

           MOVE 0 TO WS-GRN-FOUND-IDX
           PERFORM VARYING WS-GRN-IDX FROM 1 BY 1
                   UNTIL WS-GRN-IDX > WS-GRN-COUNT
                   OR WS-GRN-FOUND-IDX > 0
               PERFORM PARSE-GARNISHMENT-ORDER
               IF WS-GRN-FIELD-COUNT = 11
                  AND FUNCTION UPPER-CASE(FUNCTION TRIM(WS-GRN-ID-TEXT))
                      = WS-GRN-ORDER-ID
                  AND FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-GRN-EMP-TEXT))
                      = 0
                   IF FUNCTION NUMVAL(FUNCTION TRIM(WS-GRN-EMP-TEXT))
                      = EMP-ID OF EMPLOYEE-RECORD
                       MOVE WS-GRN-IDX TO WS-GRN-FOUND-IDX
                   END-IF
               END-IF
           END-PERFORM

           IF WS-GRN-FOUND-IDX = 0
               DISPLAY ANSI-LITERAL WITH NO ADVANCING
               DISPLAY "No such order for this employee."
               DISPLAY ANSI-BASE WITH NO ADVANCING
               EXIT PARAGRAPH
           END-IF

      *> the scan stopped one past the match -- re-split the matched
      *> row so the fields below are the order being changed.
           MOVE WS-GRN-FOUND-IDX TO WS-GRN-IDX
           PERFORM PARSE-GARNISHMENT-ORDER

           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-GRN-STATUS-TEXT))
              = "PAID"
              OR FUNCTION UPPER-CASE(FUNCTION TRIM(WS-GRN-STATUS-TEXT))
              = "RELEASED"
               DISPLAY ANSI-LITERAL WITH NO ADVANCING
               DISPLAY "Order is "
                   FUNCTION TRIM(WS-GRN-STATUS-TEXT)
                   " and closed -- key a new order instead."
               DISPLAY ANSI-BASE WITH NO ADVANCING
               EXIT PARAGRAPH
           END-IF

           DISPLAY ANSI-KEYWORD WITH NO ADVANCING
           DISPLAY "New status (ACTIVE/SUSPENDED/RELEASED) : "
               WITH NO ADVANCING
           DISPLAY ANSI-INPUT WITH NO ADVANCING
           DISPLAY "__________ " WITH NO ADVANCING
           DISPLAY ANSI-BASE WITH NO ADVANCING
           MOVE SPACES TO WS-GRN-TEXT-IN
           ACCEPT WS-GRN-TEXT-IN
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-GRN-TEXT-IN))
             TO WS-GRN-NEW-STATUS

           IF WS-GRN-NEW-STATUS NOT = "ACTIVE"
              AND WS-GRN-NEW-STATUS NOT = "SUSPENDED"
              AND WS-GRN-NEW-STATUS NOT = "RELEASED"
               DISPLAY ANSI-LITERAL WITH NO ADVANCING
               DISPLAY "Status must be ACTIVE, SUSPENDED or RELEASED "
                   "-- nothing changed."
               DISPLAY ANSI-BASE WITH NO ADVANCING
               EXIT PARAGRAPH
           END-IF

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
                  FUNCTION TRIM(WS-GRN-NEW-STATUS) "|"
                  FUNCTION TRIM(WS-GRN-START-TEXT)
             DELIMITED BY SIZE
             INTO WS-GRN-LINE(WS-GRN-FOUND-IDX)
           END-STRING

           PERFORM SAVE-GARNISHMENT-ORDERS
           IF WS-GARNISH-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE "GARNISH_STATUS" TO WS-AUDIT-EVENT-TYPE
           MOVE SPACES TO WS-AUDIT-DETAIL
           STRING "employee " WS-EMP-ID-TEXT
                  " order " FUNCTION TRIM(WS-GRN-ID-TEXT)
                  " " FUNCTION TRIM(WS-GRN-STATUS-TEXT)
                  " to " FUNCTION TRIM(WS-GRN-NEW-STATUS)
             DELIMITED BY SIZE
             INTO WS-AUDIT-DETAIL
           END-STRING
           PERFORM RECORD-MAINT-AUDIT

           DISPLAY ANSI-COMMENT WITH NO ADVANCING
           DISPLAY "Order " FUNCTION TRIM(WS-GRN-ID-TEXT)
               " is now " FUNCTION TRIM(WS-GRN-NEW-STATUS) "."
           DISPLAY ANSI-BASE WITH NO ADVANCING.

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
                          AND GARNISH-LINE NOT = SPACES
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
               DISPLAY ANSI-LITERAL WITH NO ADVANCING
               DISPLAY "ERROR: Unable to write the garnishment order "
                   "file (" WS-GARNISH-STATUS ")."
               DISPLAY ANSI-BASE WITH NO ADVANCING
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-GRN-IDX FROM 1 BY 1
                   UNTIL WS-GRN-IDX > WS-GRN-COUNT
               MOVE WS-GRN-LINE(WS-GRN-IDX) TO GARNISH-LINE
               WRITE GARNISH-LINE
           END-PERFORM

           CLOSE GARNISH-FILE.

      *> ----------------------------------------------------------
      *> Bank holiday calendar (data/bank_holidays.dat: YYYYMMDD|
      *> description, kept in date order). Weekends are never
      *> business days, so only weekday closures are keyed here;
      *> every batch job reads the file through BUSINESS-CALENDAR.
      *> ----------------------------------------------------------
       MAINTAIN-HOLIDAY-CALENDAR.
           PERFORM LOAD-BANK-HOLIDAYS
           PERFORM LIST-BANK-HOLIDAYS

           DISPLAY ANSI-KEYWORD WITH NO ADVANCING
           DISPLAY "A=add holiday, D=delete holiday, Enter=back : "
               WITH NO ADVANCING
           DISPLAY ANSI-INPUT WITH NO ADVANCING
           DISPLAY "_ " WITH NO ADVANCING
           DISPLAY ANSI-BASE WITH NO ADVANCING
           MOVE SPACE TO WS-HOL-ACTION-IN
           ACCEPT WS-HOL-ACTION-IN

           EVALUATE FUNCTION UPPER-CASE(WS-HOL-ACTION-IN)
               WHEN "A"
                   PERFORM ADD-BANK-HOLIDAY
               WHEN "D"
                   PERFORM DELETE-BANK-HOLIDAY
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *> lists today's and later holidays -- past rows stay on file
      *> for reruns of old dates but are not shown.
       LIST-BANK-HOLIDAYS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY
           MOVE 0 TO WS-HOL-SHOWN

           DISPLAY ANSI-COMMENT WITH NO ADVANCING
           DISPLAY "Date      Holiday"
           PERFORM VARYING WS-HOL-IDX FROM 1 BY 1
                   UNTIL WS-HOL-IDX > WS-HOL-COUNT
               PERFORM PARSE-BANK-HOLIDAY
               IF WS-HOL-ROW-DATE >= WS-TODAY
                   ADD 1 TO WS-HOL-SHOWN
                   DISPLAY WS-HOL-ROW-DATE "  "
                       FUNCTION TRIM(WS-HOL-DESC-TEXT)
               END-IF
           END-PERFORM

           IF WS-HOL-SHOWN = 0
               DISPLAY "  (no upcoming bank holidays on file)"
           END-IF
           DISPLAY ANSI-BASE WITH NO ADVANCING.

       ADD-BANK-HOLIDAY.
           IF WS-HOL-COUNT >= 200
               DISPLAY ANSI-LITERAL WITH NO ADVANCING
               DISPLAY "Holiday calendar is full -- holiday not added."
               DISPLAY ANSI-BASE WITH NO ADVANCING
               EXIT PARAGRAPH
           END-IF

           PERFORM PROMPT-HOLIDAY-DATE
           IF WS-DATE-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-HOL-WEEKDAY =
               FUNCTION MOD(FUNCTION INTEGER-OF-DATE(WS-HOL-DATE) - 1,
                            7)
           IF WS-HOL-WEEKDAY > 4
               DISPLAY ANSI-LITERAL WITH NO ADVANCING
               DISPLAY WS-HOL-DATE " falls on a weekend -- it is "
                   "already a non-business day."
               DISPLAY ANSI-BASE WITH NO ADVANCING
               EXIT PARAGRAPH
           END-IF

           IF WS-HOL-FOUND-IDX > 0
               DISPLAY ANSI-LITERAL WITH NO ADVANCING
               DISPLAY WS-HOL-DATE " is already on the calendar."
               DISPLAY ANSI-BASE WITH NO ADVANCING
               EXIT PARAGRAPH
           END-IF

           DISPLAY ANSI-KEYWORD WITH NO ADVANCING
           DISPLAY "Description              : " WITH NO ADVANCING
           DISPLAY ANSI-INPUT WITH NO ADVANCING
           DISPLAY "______________________________ " WITH NO ADVANCING
           DISPLAY ANSI-BASE WITH NO ADVANCING
           MOVE SPACES TO WS-HOL-TEXT-IN
           ACCEPT WS-HOL-TEXT-IN
           INSPECT WS-HOL-TEXT-IN REPLACING ALL "|" BY "/"

           IF FUNCTION TRIM(WS-HOL-TEXT-IN) = SPACES
               DISPLAY ANSI-LITERAL WITH NO ADVANCING
               DISPLAY "A description is required -- holiday not "
                   "added."
               DISPLAY ANSI-BASE WITH NO ADVANCING
               EXIT PARAGRAPH
           END-IF

      *> open a slot ahead of the first later date so the file
      *> stays in date order.
           MOVE WS-HOL-COUNT TO WS-HOL-IDX
           ADD 1 TO WS-HOL-COUNT
           MOVE WS-HOL-COUNT TO WS-HOL-INSERT-IDX
           PERFORM UNTIL WS-HOL-IDX = 0
               PERFORM PARSE-BANK-HOLIDAY
               IF WS-HOL-ROW-DATE < WS-HOL-DATE
                   MOVE 0 TO WS-HOL-IDX
               ELSE
                   MOVE WS-HOL-LINE(WS-HOL-IDX)
                     TO WS-HOL-LINE(WS-HOL-IDX + 1)
                   MOVE WS-HOL-IDX TO WS-HOL-INSERT-IDX
                   SUBTRACT 1 FROM WS-HOL-IDX
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-HOL-LINE(WS-HOL-INSERT-IDX)
           STRING WS-HOL-DATE "|"
                  FUNCTION TRIM(WS-HOL-TEXT-IN)
             DELIMITED BY SIZE
             INTO WS-HOL-LINE(WS-HOL-INSERT-IDX)
           END-STRING

           PERFORM SAVE-BANK-HOLIDAYS
           IF WS-HOLIDAY-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE "HOLIDAY_ADDED" TO WS-AUDIT-EVENT-TYPE
           MOVE SPACES TO WS-AUDIT-DETAIL
           STRING "bank holiday " WS-HOL-DATE " "
                  FUNCTION TRIM(WS-HOL-TEXT-IN)
             DELIMITED BY SIZE
             INTO WS-AUDIT-DETAIL
           END-STRING
           PERFORM RECORD-MAINT-AUDIT

           DISPLAY ANSI-COMMENT WITH NO ADVANCING
           DISPLAY WS-HOL-DATE " added -- the batch jobs treat it as "
               "a non-business day from their next run."
           DISPLAY ANSI-BASE WITH NO ADVANCING.

       DELETE-BANK-HOLIDAY.
           PERFORM PROMPT-HOLIDAY-DATE
           IF WS-DATE-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF

           IF WS-HOL-FOUND-IDX = 0
               DISPLAY ANSI-LITERAL WITH NO ADVANCING
               DISPLAY WS-HOL-DATE " is not on the calendar."
               DISPLAY ANSI-BASE WITH NO ADVANCING
               EXIT PARAGRAPH
           END-IF

           MOVE WS-HOL-FOUND-IDX TO WS-HOL-IDX
           PERFORM PARSE-BANK-HOLIDAY

           PERFORM VARYING WS-HOL-IDX FROM WS-HOL-FOUND-IDX BY 1
                   UNTIL WS-HOL-IDX >= WS-HOL-COUNT
               MOVE WS-HOL-LINE(WS-HOL-IDX + 1)
                 TO WS-HOL-LINE(WS-HOL-IDX)
           END-PERFORM
           MOVE SPACES TO WS-HOL-LINE(WS-HOL-COUNT)
           SUBTRACT 1 FROM WS-HOL-COUNT

           PERFORM SAVE-BANK-HOLIDAYS
           IF WS-HOLIDAY-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE "HOLIDAY_REMOVED" TO WS-AUDIT-EVENT-TYPE
           MOVE SPACES TO WS-AUDIT-DETAIL
           STRING "bank holiday " WS-HOL-DATE " "
                  FUNCTION TRIM(WS-HOL-DESC-TEXT)
             DELIMITED BY SIZE
             INTO WS-AUDIT-DETAIL
           END-STRING
           PERFORM RECORD-MAINT-AUDIT

           DISPLAY ANSI-COMMENT WITH NO ADVANCING
           DISPLAY WS-HOL-DATE " removed -- it is a business day "
               "again from the next batch run."
           DISPLAY ANSI-BASE WITH NO ADVANCING.

      *> keys a holiday date into WS-HOL-DATE and finds its row, if
      *> any, in WS-HOL-FOUND-IDX. WS-DATE-OK says whether the date
      *> was usable -- blank is refused here rather than taken as
      *> today.
       PROMPT-HOLIDAY-DATE.
           MOVE 0 TO WS-HOL-FOUND-IDX
           DISPLAY ANSI-KEYWORD WITH NO ADVANCING
           DISPLAY "Holiday date (YYYYMMDD)  : " WITH NO ADVANCING
           DISPLAY ANSI-INPUT WITH NO ADVANCING
           DISPLAY "________ " WITH NO ADVANCING
           DISPLAY ANSI-BASE WITH NO ADVANCING
           MOVE SPACES TO WS-DATE-IN
           ACCEPT WS-DATE-IN

           IF FUNCTION TRIM(WS-DATE-IN) = SPACES
               MOVE "N" TO WS-DATE-OK
           ELSE
               PERFORM RESOLVE-KEYED-DATE
           END-IF
           IF WS-DATE-OK NOT = "Y"
               DISPLAY ANSI-LITERAL WITH NO ADVANCING
               DISPLAY "Not a valid YYYYMMDD date -- nothing changed."
               DISPLAY ANSI-BASE WITH NO ADVANCING
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DATE-WORK TO WS-HOL-DATE

           PERFORM VARYING WS-HOL-IDX FROM 1 BY 1
                   UNTIL WS-HOL-IDX > WS-HOL-COUNT
                   OR WS-HOL-FOUND-IDX > 0
               PERFORM PARSE-BANK-HOLIDAY
               IF WS-HOL-ROW-DATE = WS-HOL-DATE
                   MOVE WS-HOL-IDX TO WS-HOL-FOUND-IDX
               END-IF
           END-PERFORM.

       LOAD-BANK-HOLIDAYS.
           MOVE 0 TO WS-HOL-COUNT
           MOVE "N" TO WS-EOF

           OPEN INPUT HOLIDAY-FILE
           IF WS-HOLIDAY-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF = "Y"
               READ HOLIDAY-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF WS-HOL-COUNT < 200
                          AND HOLIDAY-LINE NOT = SPACES
                           ADD 1 TO WS-HOL-COUNT
                           MOVE HOLIDAY-LINE
                             TO WS-HOL-LINE(WS-HOL-COUNT)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE HOLIDAY-FILE.

      *> a row whose date does not parse sorts as zero -- it is kept
      *> on file but never listed or matched.
       PARSE-BANK-HOLIDAY.
           MOVE SPACES TO WS-HOL-DATE-TEXT WS-HOL-DESC-TEXT
           MOVE 0 TO WS-HOL-ROW-DATE

           UNSTRING WS-HOL-LINE(WS-HOL-IDX) DELIMITED BY "|"
               INTO WS-HOL-DATE-TEXT
                    WS-HOL-DESC-TEXT
           END-UNSTRING

           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-HOL-DATE-TEXT)) = 0
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-HOL-DATE-TEXT))
                 TO WS-HOL-ROW-DATE
           END-IF.

       SAVE-BANK-HOLIDAYS.
           OPEN OUTPUT HOLIDAY-FILE
           IF WS-HOLIDAY-STATUS NOT = "00"
               DISPLAY ANSI-LITERAL WITH NO ADVANCING
               DISPLAY "ERROR: Unable to write the bank holiday "
                   "calendar (" WS-HOLIDAY-STATUS ")."
               DISPLAY ANSI-BASE WITH NO ADVANCING
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-HOL-IDX FROM 1 BY 1
                   UNTIL WS-HOL-IDX > WS-HOL-COUNT
               MOVE WS-HOL-LINE(WS-HOL-IDX) TO HOLIDAY-LINE
               WRITE HOLIDAY-LINE
           END-PERFORM

           CLOSE HOLIDAY-FILE.

      *> ----------------------------------------------------------
      *> Labor budgets (data/labor_budget.dat: center|YYYYMM|hours|
      *> gross wages|fully loaded cost). One row per center and
      *> month; keying or loading a month already on file replaces
      *> it. Centers must be on the cost-center master -- a budget
      *> for a center the GL has never heard of could never be met.
      *> ----------------------------------------------------------
       MAINTAIN-LABOR-BUDGETS.
           PERFORM LOAD-COST-CENTERS
           PERFORM LOAD-LABOR-BUDGETS

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE(1:4) TO WS-LBG-YEAR
           DISPLAY ANSI-KEYWORD WITH NO ADVANCING
           DISPLAY "Budget year (Enter=" WS-LBG-YEAR ")  : "
               WITH NO ADVANCING
           DISPLAY ANSI-INPUT WITH NO ADVANCING
           DISPLAY "____ " WITH NO ADVANCING
           DISPLAY ANSI-BASE WITH NO ADVANCING
           MOVE SPACES TO WS-LBG-YEAR-IN
           ACCEPT WS-LBG-YEAR-IN
           IF FUNCTION TRIM(WS-LBG-YEAR-IN) NOT = SPACES
               IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-LBG-YEAR-IN))
                  NOT = 0
                  OR FUNCTION LENGTH(FUNCTION TRIM(WS-LBG-YEAR-IN))
                     NOT = 4
                   DISPLAY ANSI-LITERAL WITH NO ADVANCING
                   DISPLAY "Not a valid YYYY year."
                   DISPLAY ANSI-BASE WITH NO ADVANCING
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION TRIM(WS-LBG-YEAR-IN) TO WS-LBG-YEAR
           END-IF

           PERFORM LIST-LABOR-BUDGETS

           DISPLAY ANSI-KEYWORD WITH NO ADVANCING
           DISPLAY "A=add/change a month, D=delete a month, "
               "L=load budget file, Enter=back : "
               WITH NO ADVANCING
           DISPLAY ANSI-INPUT WITH NO ADVANCING
           DISPLAY "_ " WITH NO ADVANCING
           DISPLAY ANSI-BASE WITH NO ADVANCING
           MOVE SPACE TO WS-LBG-ACTION-IN
           ACCEPT WS-LBG-ACTION-IN

           EVALUATE FUNCTION UPPER-CASE(WS-LBG-ACTION-IN)
               WHEN "A"
                   PERFORM SET-LABOR-BUDGET
               WHEN "D"
                   PERFORM DELETE-LABOR-BUDGET
               WHEN "L"
                   PERFORM LOAD-LABOR-BUDGET-FILE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       LIST-LABOR-BUDGETS.
           MOVE 0 TO WS-LBG-SHOWN

           DISPLAY ANSI-COMMENT WITH NO ADVANCING
           DISPLAY "Center Month        Hours   Gross wages   "
               "Loaded cost"
           PERFORM VARYING WS-LBG-IDX FROM 1 BY 1
                   UNTIL WS-LBG-IDX > WS-LBG-COUNT
               PERFORM PARSE-LABOR-BUDGET
               IF WS-LBG-OK = "Y"
                  AND WS-LBG-MONTH(1:4) = WS-LBG-YEAR
                   ADD 1 TO WS-LBG-SHOWN
                   MOVE WS-LBG-HOURS TO WS-LBG-HOURS-EDIT
                   MOVE WS-LBG-GROSS TO WS-LBG-GROSS-EDIT
                   MOVE WS-LBG-LOADED-COST TO WS-LBG-LOADED-EDIT
                   DISPLAY WS-LBG-CC "   " WS-LBG-MONTH " "
                       WS-LBG-HOURS-EDIT " " WS-LBG-GROSS-EDIT " "
                       WS-LBG-LOADED-EDIT
               END-IF
           END-PERFORM

           IF WS-LBG-SHOWN = 0
               DISPLAY "  (no budgets on file for " WS-LBG-YEAR ")"
           END-IF
           DISPLAY ANSI-BASE WITH NO ADVANCING.

       SET-LABOR-BUDGET.
           DISPLAY ANSI-KEYWORD WITH NO ADVANCING
           DISPLAY "Cost center              : " WITH NO ADVANCING
           DISPLAY ANSI-INPUT WITH NO ADVANCING
           DISPLAY "____ " WITH NO ADVANCING
           DISPLAY ANSI-BASE WITH NO ADVANCING
           MOVE SPACES TO WS-LBG-CC-TEXT
           ACCEPT WS-LBG-CC-TEXT

           DISPLAY ANSI-KEYWORD WITH NO ADVANCING
           DISPLAY "Month (YYYYMM)           : " WITH NO ADVANCING
           DISPLAY ANSI-INPUT WITH NO ADVANCING
           DISPLAY "______ " WITH NO ADVANCING
           DISPLAY ANSI-BASE WITH NO ADVANCING
           MOVE SPACES TO WS-LBG-MONTH-TEXT
           ACCEPT WS-LBG-MONTH-TEXT

           DISPLAY ANSI-KEYWORD WITH NO ADVANCING
           DISPLAY "Budget hours             : " WITH NO ADVANCING
           DISPLAY ANSI-INPUT WITH NO ADVANCING
           DISPLAY "________ " WITH NO ADVANCING
           DISPLAY ANSI-BASE WITH NO ADVANCING
           MOVE SPACES TO WS-LBG-HOURS-TEXT
           ACCEPT WS-LBG-HOURS-TEXT

           DISPLAY ANSI-KEYWORD WITH NO ADVANCING
           DISPLAY "Budget gross wages       : " WITH NO ADVANCING
           DISPLAY ANSI-INPUT WITH NO ADVANCING
           DISPLAY "____________ " WITH NO ADVANCING
           DISPLAY ANSI-BASE WITH NO ADVANCING
           MOVE SPACES TO WS-LBG-GROSS-TEXT
           ACCEPT WS-LBG-GROSS-TEXT

           DISPLAY ANSI-KEYWORD WITH NO ADVANCING
           DISPLAY "Budget fully loaded cost : " WITH NO ADVANCING
           DISPLAY ANSI-INPUT WITH NO ADVANCING
           DISPLAY "____________ " WITH NO ADVANCING
           DISPLAY ANSI-BASE WITH NO ADVANCING
           MOVE SPACES TO WS-LBG-LOADED-TEXT
           ACCEPT WS-LBG-LOADED-TEXT

           PERFORM VALIDATE-BUDGET-FIELDS
           IF WS-LBG-OK NOT = "Y"
               DISPLAY ANSI-LITERAL WITH NO ADVANCING
               DISPLAY FUNCTION TRIM(WS-LBG-REASON)
                   " -- budget not saved."
               DISPLAY ANSI-BASE WITH NO ADVANCING
               EXIT PARAGRAPH
           END-IF

           PERFORM STORE-BUDGET-ROW
           IF WS-LBG-OK NOT = "Y"
               DISPLAY ANSI-LITERAL WITH NO ADVANCING
               DISPLAY "Budget file is full -- budget not saved."
               DISPLAY ANSI-BASE WITH NO ADVANCING
               EXIT PARAGRAPH
           END-IF

           PERFORM SAVE-LABOR-BUDGETS
           IF WS-BUDGET-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE "BUDGET_SET" TO WS-AUDIT-EVENT-TYPE
           MOVE SPACES TO WS-AUDIT-DETAIL
           STRING "labor budget " FUNCTION TRIM(WS-LBG-CC) " "
                  WS-LBG-MONTH " hours "
                  FUNCTION TRIM(WS-LBG-HOURS-EDIT) " gross "
                  FUNCTION TRIM(WS-LBG-GROSS-EDIT) " loaded "
                  FUNCTION TRIM(WS-LBG-LOADED-EDIT)
             DELIMITED BY SIZE
             INTO WS-AUDIT-DETAIL
           END-STRING
           PERFORM RECORD-MAINT-AUDIT

           DISPLAY ANSI-COMMENT WITH NO ADVANCING
           DISPLAY FUNCTION TRIM(WS-LBG-CC) " " WS-LBG-MONTH
               " budget saved."
           DISPLAY ANSI-BASE WITH NO ADVANCING.

       DELETE-LABOR-BUDGET.
           DISPLAY ANSI-KEYWORD WITH NO ADVANCING
           DISPLAY "Cost center              : " WITH NO ADVANCING
           DISPLAY ANSI-INPUT WITH NO ADVANCING
           DISPLAY "____ " WITH NO ADVANCING
           DISPLAY ANSI-BASE WITH NO ADVANCING
           MOVE SPACES TO WS-LBG-CC-TEXT
           ACCEPT WS-LBG-CC-TEXT

           DISPLAY ANSI-KEYWORD WITH NO ADVANCING
           DISPLAY "Month (YYYYMM)           : " WITH NO ADVANCING
           DISPLAY ANSI-INPUT WITH NO ADVANCING
           DISPLAY "______ " WITH NO ADVANCING
           DISPLAY ANSI-BASE WITH NO ADVANCING
           MOVE SPACES TO WS-LBG-MONTH-TEXT
           ACCEPT WS-LBG-MONTH-TEXT

           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-LBG-CC-TEXT))
             TO WS-LBG-CC
           MOVE FUNCTION TRIM(WS-LBG-MONTH-TEXT) TO WS-LBG-MONTH
           PERFORM FIND-BUDGET-ROW

           IF WS-LBG-FOUND-IDX = 0
               DISPLAY ANSI-LITERAL WITH NO ADVANCING
               DISPLAY "No budget on file for "
                   FUNCTION TRIM(WS-LBG-CC) " " WS-LBG-MONTH "."
               DISPLAY ANSI-BASE WITH NO ADVANCING
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-LBG-IDX FROM WS-LBG-FOUND-IDX BY 1
                   UNTIL WS-LBG-IDX >= WS-LBG-COUNT
               MOVE WS-LBG-LINE(WS-LBG-IDX + 1)
                 TO WS-LBG-LINE(WS-LBG-IDX)
           END-PERFORM
           MOVE SPACES TO WS-LBG-LINE(WS-LBG-COUNT)
           SUBTRACT 1 FROM WS-LBG-COUNT

           PERFORM SAVE-LABOR-BUDGETS
           IF WS-BUDGET-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE "BUDGET_REMOVED" TO WS-AUDIT-EVENT-TYPE
           MOVE SPACES TO WS-AUDIT-DETAIL
           STRING "labor budget " FUNCTION TRIM(WS-LBG-CC) " "
                  WS-LBG-MONTH
             DELIMITED BY SIZE
             INTO WS-AUDIT-DETAIL
           END-STRING
           PERFORM RECORD-MAINT-AUDIT

           DISPLAY ANSI-COMMENT WITH NO ADVANCING
           DISPLAY FUNCTION TRIM(WS-LBG-CC) " " WS-LBG-MONTH
               " budget removed."
           DISPLAY ANSI-BASE WITH NO ADVANCING.

      *> Bulk load from the spreadsheet export. Every usable row
      *> replaces its center's month; a row that fails the same
      *> checks as keyed entry is listed and skipped, and the rest
      *> still load.
       LOAD-LABOR-BUDGET-FILE.
           MOVE 0 TO WS-LBG-LOAD-COUNT WS-LBG-REJECTED
           MOVE "N" TO WS-EOF

           OPEN INPUT BUDGET-LOAD-FILE
           IF WS-BUDGET-LOAD-STATUS NOT = "00"
               DISPLAY ANSI-LITERAL WITH NO ADVANCING
               DISPLAY "No budget load file at "
                   FUNCTION TRIM(WS-BUDGET-LOAD-PATH) "."
               DISPLAY ANSI-BASE WITH NO ADVANCING
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF = "Y"
               READ BUDGET-LOAD-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF BUDGET-LOAD-LINE NOT = SPACES
                           PERFORM LOAD-ONE-BUDGET-LINE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE BUDGET-LOAD-FILE

           IF WS-LBG-LOAD-COUNT > 0
               PERFORM SAVE-LABOR-BUDGETS
               IF WS-BUDGET-STATUS NOT = "00"
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE "BUDGET_LOADED" TO WS-AUDIT-EVENT-TYPE
           MOVE SPACES TO WS-AUDIT-DETAIL
           STRING "labor budget load " WS-LBG-LOAD-COUNT " rows, "
                  WS-LBG-REJECTED " rejected"
             DELIMITED BY SIZE
             INTO WS-AUDIT-DETAIL
           END-STRING
           PERFORM RECORD-MAINT-AUDIT

           DISPLAY ANSI-COMMENT WITH NO ADVANCING
           DISPLAY WS-LBG-LOAD-COUNT " budget row(s) loaded, "
               WS-LBG-REJECTED " rejected."
           DISPLAY ANSI-BASE WITH NO ADVANCING.

       LOAD-ONE-BUDGET-LINE.
           MOVE 0 TO WS-LBG-FIELD-COUNT
           MOVE SPACES TO WS-LBG-CC-TEXT WS-LBG-MONTH-TEXT
                          WS-LBG-HOURS-TEXT WS-LBG-GROSS-TEXT
                          WS-LBG-LOADED-TEXT

           UNSTRING BUDGET-LOAD-LINE DELIMITED BY "|"
               INTO WS-LBG-CC-TEXT
                    WS-LBG-MONTH-TEXT
                    WS-LBG-HOURS-TEXT
                    WS-LBG-GROSS-TEXT
                    WS-LBG-LOADED-TEXT
               TALLYING IN WS-LBG-FIELD-COUNT
           END-UNSTRING

           IF WS-LBG-FIELD-COUNT NOT = 5
               MOVE "N" TO WS-LBG-OK
               MOVE "Expected center|YYYYMM|hours|gross|loaded"
                 TO WS-LBG-REASON
           ELSE
               PERFORM VALIDATE-BUDGET-FIELDS
           END-IF

           IF WS-LBG-OK = "Y"
               PERFORM STORE-BUDGET-ROW
               IF WS-LBG-OK NOT = "Y"
                   MOVE "Budget file is full" TO WS-LBG-REASON
               END-IF
           END-IF

           IF WS-LBG-OK = "Y"
               ADD 1 TO WS-LBG-LOAD-COUNT
           ELSE
               ADD 1 TO WS-LBG-REJECTED
               DISPLAY ANSI-LITERAL WITH NO ADVANCING
               DISPLAY "  skipped: " FUNCTION TRIM(BUDGET-LOAD-LINE)
                   " (" FUNCTION TRIM(WS-LBG-REASON) ")"
               DISPLAY ANSI-BASE WITH NO ADVANCING
           END-IF.

      *> checks the keyed or loaded texts in WS-LBG-*-TEXT and, when
      *> they are usable, leaves the values in WS-LBG-CC/MONTH/HOURS/
      *> GROSS/LOADED-COST. A fully loaded cost is gross plus the
      *> employer's share, so it may never be budgeted below gross.
       VALIDATE-BUDGET-FIELDS.
           MOVE "N" TO WS-LBG-OK
           MOVE SPACES TO WS-LBG-REASON

           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-LBG-CC-TEXT))
             TO WS-LBG-CC
           MOVE "N" TO WS-CC-VALID
           PERFORM VARYING WS-CC-IDX FROM 1 BY 1
                   UNTIL WS-CC-IDX > WS-CC-COUNT
               IF WS-CC-CODE(WS-CC-IDX) = WS-LBG-CC
                   MOVE "Y" TO WS-CC-VALID
               END-IF
           END-PERFORM
           IF WS-CC-VALID NOT = "Y"
               MOVE "Cost center is not on the master" TO WS-LBG-REASON
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION TRIM(WS-LBG-MONTH-TEXT) TO WS-LBG-MONTH
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-LBG-MONTH-TEXT))
              NOT = 0
              OR FUNCTION LENGTH(FUNCTION TRIM(WS-LBG-MONTH-TEXT))
                 NOT = 6
              OR WS-LBG-MONTH(5:2) < "01"
              OR WS-LBG-MONTH(5:2) > "12"
               MOVE "Month must be YYYYMM" TO WS-LBG-REASON
               EXIT PARAGRAPH
           END-IF

           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-LBG-HOURS-TEXT))
              NOT = 0
              OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-LBG-GROSS-TEXT))
                 NOT = 0
              OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-LBG-LOADED-TEXT))
                 NOT = 0
               MOVE "Hours and amounts must be numeric" TO WS-LBG-REASON
               EXIT PARAGRAPH
           END-IF

           IF FUNCTION NUMVAL(FUNCTION TRIM(WS-LBG-HOURS-TEXT)) < 0
              OR FUNCTION NUMVAL(FUNCTION TRIM(WS-LBG-HOURS-TEXT))
                 > 999999.99
              OR FUNCTION NUMVAL(FUNCTION TRIM(WS-LBG-GROSS-TEXT)) < 0
              OR FUNCTION NUMVAL(FUNCTION TRIM(WS-LBG-GROSS-TEXT))
                 > 999999999.99
              OR FUNCTION NUMVAL(FUNCTION TRIM(WS-LBG-LOADED-TEXT)) < 0
              OR FUNCTION NUMVAL(FUNCTION TRIM(WS-LBG-LOADED-TEXT))
                 > 999999999.99
               MOVE "Hours or an amount is out of range"
                 TO WS-LBG-REASON
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-LBG-HOURS-TEXT))
             TO WS-LBG-HOURS
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-LBG-GROSS-TEXT))
             TO WS-LBG-GROSS
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-LBG-LOADED-TEXT))
             TO WS-LBG-LOADED-COST

           IF WS-LBG-LOADED-COST < WS-LBG-GROSS
               MOVE "Loaded cost is below gross wages" TO WS-LBG-REASON
               EXIT PARAGRAPH
           END-IF

           MOVE "Y" TO WS-LBG-OK.

      *> replaces the center's month if it is on file, else adds it
       STORE-BUDGET-ROW.
           PERFORM FIND-BUDGET-ROW
           IF WS-LBG-FOUND-IDX = 0
               IF WS-LBG-COUNT >= 400
                   MOVE "N" TO WS-LBG-OK
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-LBG-COUNT
               MOVE WS-LBG-COUNT TO WS-LBG-FOUND-IDX
           END-IF

           MOVE WS-LBG-HOURS TO WS-LBG-HOURS-EDIT
           MOVE WS-LBG-GROSS TO WS-LBG-GROSS-EDIT
           MOVE WS-LBG-LOADED-COST TO WS-LBG-LOADED-EDIT
           MOVE SPACES TO WS-LBG-LINE(WS-LBG-FOUND-IDX)
           STRING FUNCTION TRIM(WS-LBG-CC) "|"
                  WS-LBG-MONTH "|"
                  FUNCTION TRIM(WS-LBG-HOURS-EDIT) "|"
                  FUNCTION TRIM(WS-LBG-GROSS-EDIT) "|"
                  FUNCTION TRIM(WS-LBG-LOADED-EDIT)
             DELIMITED BY SIZE
             INTO WS-LBG-LINE(WS-LBG-FOUND-IDX)
           END-STRING
           MOVE "Y" TO WS-LBG-OK.

      *> finds WS-LBG-CC / WS-LBG-MONTH's row in WS-LBG-FOUND-IDX.
      *> Parsing overwrites the WS-LBG-* values, so the key and the
      *> amounts are held aside while the table is searched.
       FIND-BUDGET-ROW.
           MOVE 0 TO WS-LBG-FOUND-IDX
           MOVE WS-LBG-CC TO WS-LBG-ROW-CC
           MOVE WS-LBG-MONTH TO WS-LBG-ROW-MONTH
           MOVE WS-LBG-HOURS TO WS-LBG-HOLD-HOURS
           MOVE WS-LBG-GROSS TO WS-LBG-HOLD-GROSS
           MOVE WS-LBG-LOADED-COST TO WS-LBG-HOLD-LOADED

           PERFORM VARYING WS-LBG-IDX FROM 1 BY 1
                   UNTIL WS-LBG-IDX > WS-LBG-COUNT
                   OR WS-LBG-FOUND-IDX > 0
               PERFORM PARSE-LABOR-BUDGET
               IF WS-LBG-CC = WS-LBG-ROW-CC
                  AND WS-LBG-MONTH = WS-LBG-ROW-MONTH
                   MOVE WS-LBG-IDX TO WS-LBG-FOUND-IDX
               END-IF
           END-PERFORM

           MOVE WS-LBG-ROW-CC TO WS-LBG-CC
           MOVE WS-LBG-ROW-MONTH TO WS-LBG-MONTH
           MOVE WS-LBG-HOLD-HOURS TO WS-LBG-HOURS
           MOVE WS-LBG-HOLD-GROSS TO WS-LBG-GROSS
           MOVE WS-LBG-HOLD-LOADED TO WS-LBG-LOADED-COST.

       LOAD-LABOR-BUDGETS.
           MOVE 0 TO WS-LBG-COUNT
           MOVE "N" TO WS-EOF

           OPEN INPUT BUDGET-FILE
           IF WS-BUDGET-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF = "Y"
               READ BUDGET-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF WS-LBG-COUNT < 400
                          AND BUDGET-LINE NOT = SPACES
                           ADD 1 TO WS-LBG-COUNT
                           MOVE BUDGET-LINE
                             TO WS-LBG-LINE(WS-LBG-COUNT)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE BUDGET-FILE.

      *> a row that does not parse is kept on file but never listed
      *> or matched.
       PARSE-LABOR-BUDGET.
           MOVE "N" TO WS-LBG-OK
           MOVE SPACES TO WS-LBG-CC WS-LBG-MONTH
           MOVE 0 TO WS-LBG-HOURS WS-LBG-GROSS WS-LBG-LOADED-COST
           MOVE 0 TO WS-LBG-FIELD-COUNT
           MOVE SPACES TO WS-LBG-CC-TEXT WS-LBG-MONTH-TEXT
                          WS-LBG-HOURS-TEXT WS-LBG-GROSS-TEXT
                          WS-LBG-LOADED-TEXT

           UNSTRING WS-LBG-LINE(WS-LBG-IDX) DELIMITED BY "|"
               INTO WS-LBG-CC-TEXT
                    WS-LBG-MONTH-TEXT
                    WS-LBG-HOURS-TEXT
                    WS-LBG-GROSS-TEXT
                    WS-LBG-LOADED-TEXT
               TALLYING IN WS-LBG-FIELD-COUNT
           END-UNSTRING

           IF WS-LBG-FIELD-COUNT NOT = 5
              OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-LBG-HOURS-TEXT))
                 NOT = 0
              OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-LBG-GROSS-TEXT))
                 NOT = 0
              OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-LBG-LOADED-TEXT))
                 NOT = 0
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-LBG-CC-TEXT))
             TO WS-LBG-CC
           MOVE FUNCTION TRIM(WS-LBG-MONTH-TEXT) TO WS-LBG-MONTH
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-LBG-HOURS-TEXT))
             TO WS-LBG-HOURS
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-LBG-GROSS-TEXT))
             TO WS-LBG-GROSS
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-LBG-LOADED-TEXT))
             TO WS-LBG-LOADED-COST
           MOVE "Y" TO WS-LBG-OK.

       SAVE-LABOR-BUDGETS.
           OPEN OUTPUT BUDGET-FILE
           IF WS-BUDGET-STATUS NOT = "00"
               DISPLAY ANSI-LITERAL WITH NO ADVANCING
               DISPLAY "ERROR: Unable to write the labor budget file ("
                   WS-BUDGET-STATUS ")."
               DISPLAY ANSI-BASE WITH NO ADVANCING
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-LBG-IDX FROM 1 BY 1
                   UNTIL WS-LBG-IDX > WS-LBG-COUNT
               MOVE WS-LBG-LINE(WS-LBG-IDX) TO BUDGET-LINE
               WRITE BUDGET-LINE
           END-PERFORM

           CLOSE BUDGET-FILE.
