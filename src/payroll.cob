               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.

           SELECT GARNISH-FILE
               ASSIGN TO DYNAMIC WS-GARNISH-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GARNISH-STATUS.

           SELECT PAY-HISTORY-FILE
               ASSIGN TO DYNAMIC WS-HISTORY-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAYH-KEY
               FILE STATUS IS WS-HISTORY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BRACKET-FILE.
       FD  RATE-FILE.
       01  RATE-LINE                      PIC X(80).

       FD  GARNISH-FILE.
       01  GARNISH-LINE                   PIC X(256).

       FD  PAY-HISTORY-FILE.
       01  PAY-HISTORY-RECORD.
           COPY "pay_history_record.cpy".

       WORKING-STORAGE SECTION.
       01  WS-BRACKET-TABLE.
           05 WS-BRACKET-ENTRY OCCURS 20 TIMES.
       77  WS-OT-THRESHOLD                 PIC 9(3)V99 VALUE 40.00.
       77  WS-OT-MULTIPLIER                PIC 9V99   VALUE 1.50.

      *> employee Social Security and Medicare. Social Security is
      *> withheld only on wages up to the annual wage base, measured
      *> against the wages already paid this calendar year (summed
      *> from pay history, so they do not yet include this period);
      *> Medicare has no base but adds the additional rate on the
      *> part of the year's wages over the threshold.
       77  WS-SS-RATE                      PIC 9V9999 VALUE 0.0620.
       77  WS-SS-WAGE-BASE                 PIC 9(7)V99 VALUE 176100.00.
       77  WS-MEDICARE-RATE                PIC 9V9999 VALUE 0.0145.
       77  WS-ADDL-MEDICARE-RATE           PIC 9V9999 VALUE 0.0090.
       77  WS-ADDL-MEDICARE-THRESHOLD      PIC 9(7)V99 VALUE 200000.00.
       77  WS-FICA-WAGES                   PIC 9(7)V99 VALUE 0.
       77  WS-FICA-YTD-AFTER               PIC 9(8)V99 VALUE 0.
       77  WS-ADDL-MEDICARE-WAGES          PIC 9(8)V99 VALUE 0.
       77  WS-FICA-REMAINING               PIC 9(7)V99 VALUE 0.
       77  WS-HISTORY-PATH                 PIC X(256)
                                   VALUE "data/pay_history.dat".
       77  WS-HISTORY-STATUS               PIC XX VALUE SPACES.
       77  WS-HISTORY-EOF                  PIC X VALUE "N".
       77  WS-FICA-YEAR                    PIC X(4) VALUE SPACES.

      *> deduction plans (data/deductions.dat: code|description|
      *> PRE-or-POST|PCT-or-FLAT|value) and per-employee enrollments
      *> (data/deduction_enrollments.dat: employee id|code). PRE plans

      *> effective-dated rate changes booked in EMPLOYEE-MAINTENANCE
      *> (data/rate_history.dat: employee id|effective date|new rate|
      *> old rate|retro status|pay basis). The latest row whose
      *> effective date is not in the future is the rate in force and
      *> overrides the live EMP-HOURLY-RATE field for the calculation,
      *> so a raise keyed mid-period pays from its effective date, not
      *> from whenever someone edited the master. Pay basis "S" rows
      *> carry annual salaries and apply only while the employee is
      *> salaried; a blank basis (rows booked before salaried pay
      *> existed) is an hourly rate. A missing file simply means
      *> every employee pays at the live field.
       01  WS-RATE-TABLE.
           05 WS-RH-ENTRY OCCURS 200 TIMES.
               10 WS-RH-EMP-ID            PIC 9(4) VALUE 0.
               10 WS-RH-EFF-DATE          PIC X(8) VALUE SPACES.
               10 WS-RH-RATE              PIC 9(7)V99 VALUE 0.
               10 WS-RH-OLD-RATE          PIC 9(7)V99 VALUE 0.
               10 WS-RH-BASIS             PIC X(1) VALUE SPACES.

       77  WS-RATE-PATH                   PIC X(256)
                                   VALUE "data/rate_history.dat".
       77  WS-RH-RATE-TEXT                PIC X(20).
       77  WS-RH-OLD-TEXT                 PIC X(20).
       77  WS-RH-STATUS-TEXT              PIC X(20).
       77  WS-RH-BASIS-TEXT               PIC X(20).
       77  WS-RATE-TODAY                  PIC X(8) VALUE SPACES.
       77  WS-RATE-DATE-WORK              PIC X(21) VALUE SPACES.
       77  WS-EMP-BASIS                   PIC X(1) VALUE "H".

      *> court-ordered garnishments (data/garnishment_orders.dat:
      *> order id|employee id|case number|payee code|payee name|
      *> priority|total owed|balance|cap pct|status|start date).
      *> Every ACTIVE order with a balance left and a start date not
      *> in the future is withheld, lowest priority number first.
      *> Each order's cap is a percentage of disposable earnings and
      *> counts what higher-priority orders already took, so a
      *> junior order only gets the room the senior ones left. No
      *> order ever takes more than its balance or the net pay
      *> left. The file is re-read on every call -- the register
      *> draws balances down between employees and between runs.
       01  WS-GO-TABLE.
           05 WS-GO-ENTRY OCCURS 50 TIMES.
               10 WS-GO-ORDER-ID          PIC X(8) VALUE SPACES.
               10 WS-GO-EMP-ID            PIC 9(4) VALUE 0.
               10 WS-GO-CASE              PIC X(20) VALUE SPACES.
               10 WS-GO-PAYEE             PIC X(8) VALUE SPACES.
               10 WS-GO-PRIORITY          PIC 9(2) VALUE 0.
               10 WS-GO-BALANCE           PIC 9(7)V99 VALUE 0.
               10 WS-GO-CAP-PCT           PIC 9(3)V99 VALUE 0.
               10 WS-GO-STATUS            PIC X(10) VALUE SPACES.
               10 WS-GO-START-DATE        PIC X(8) VALUE SPACES.
               10 WS-GO-APPLIED           PIC X VALUE "N".

       77  WS-GARNISH-PATH                PIC X(256)
                               VALUE "data/garnishment_orders.dat".
       77  WS-GARNISH-STATUS              PIC XX VALUE SPACES.
       77  WS-GO-COUNT                    PIC 9(2) VALUE 0.
       77  WS-GO-IDX                      PIC 9(2) VALUE 0.
       77  WS-GO-PICK-IDX                 PIC 9(2) VALUE 0.
       77  WS-GO-FIELD-COUNT              PIC 9(2) VALUE 0.
       77  WS-GO-TAKEN                    PIC 9(7)V99 VALUE 0.
       77  WS-GO-NET-LEFT                 PIC 9(7)V99 VALUE 0.
       77  WS-GO-CAP-AMOUNT               PIC 9(7)V99 VALUE 0.
       77  WS-GO-THIS-AMOUNT              PIC 9(7)V99 VALUE 0.
       77  WS-GO-ID-TEXT                  PIC X(20).
       77  WS-GO-EMP-TEXT                 PIC X(20).
       77  WS-GO-CASE-TEXT                PIC X(30).
       77  WS-GO-PAYEE-TEXT               PIC X(20).
       77  WS-GO-NAME-TEXT                PIC X(40).
       77  WS-GO-PRIORITY-TEXT            PIC X(20).
       77  WS-GO-OWED-TEXT                PIC X(20).
       77  WS-GO-BALANCE-TEXT             PIC X(20).
       77  WS-GO-CAP-TEXT                 PIC X(20).
       77  WS-GO-STATUS-TEXT              PIC X(20).
       77  WS-GO-START-TEXT               PIC X(20).

      *> salaried pay. The period being paid is the two weeks ending
      *> on the caller's period end (the register passes the
      *> scheduled end it is paying) -- 26 periods a year, ten
      *> working days (Monday-Friday) in a full period. Each working
      *> day the employee was on the books earns the annual salary
      *> in force that day divided across the year's working days,
      *> so a mid-period hire, a termination, or an effective-dated
      *> salary change all prorate on their own.
       77  WS-PERIODS-PER-YEAR            PIC 9(2) VALUE 26.
       77  WS-PERIOD-DAYS                 PIC 9(2) VALUE 14.
       77  WS-SAL-END-DATE                PIC 9(8) VALUE 0.
       77  WS-SAL-START-INT               PIC 9(8) VALUE 0.
       77  WS-SAL-END-INT                 PIC 9(8) VALUE 0.
       77  WS-SAL-DAY-INT                 PIC 9(8) VALUE 0.
       77  WS-SAL-DAY-DATE                PIC 9(8) VALUE 0.
       77  WS-SAL-DAY-TEXT                PIC X(8) VALUE SPACES.
       77  WS-SAL-WEEKDAY                 PIC 9 VALUE 0.
       77  WS-SAL-WORK-DAYS               PIC 9(2) VALUE 0.
       77  WS-SAL-PAID-DAYS               PIC 9(2) VALUE 0.
       77  WS-SAL-ACCUM                   PIC 9(11)V99 VALUE 0.
       77  WS-SAL-IN-FORCE                PIC 9(7)V99 VALUE 0.
       77  WS-SAL-PICK-IDX                PIC 9(4) VALUE 0.
       77  WS-SAL-NEXT-IDX                PIC 9(4) VALUE 0.

      *> fallback brackets used only if data/tax_brackets.dat is
      *> missing or unreadable -- keeps payroll runnable on a bare box
               PERFORM LOAD-RATE-TABLE
           END-IF

           MOVE "N" TO WS-CALC-HOLD OF LK-PAYROLL-CALC
           MOVE SPACES TO WS-CALC-HOLD-REASON OF LK-PAYROLL-CALC

           PERFORM APPLY-RATE-IN-FORCE
           PERFORM COMPUTE-GROSS-PAY
           PERFORM APPLY-PRETAX-DEDUCTIONS
           PERFORM APPLY-TAX-BRACKET
           PERFORM SUM-CALENDAR-YEAR-WAGES
           PERFORM APPLY-FICA-WITHHOLDING
           PERFORM COMPUTE-NET-AND-EFFECTIVE-RATE
           PERFORM APPLY-GARNISHMENT-ORDERS
           PERFORM APPLY-POSTTAX-DEDUCTIONS

           GOBACK.

       COMPUTE-GROSS-PAY.
           IF WS-EMP-BASIS = "S"
               PERFORM COMPUTE-SALARIED-GROSS
               EXIT PARAGRAPH
           END-IF

           IF EMP-HOURS-PERIOD OF LK-EMPLOYEE-RECORD > WS-OT-THRESHOLD
               MOVE WS-OT-THRESHOLD
                 TO WS-REGULAR-HOURS OF LK-PAYROLL-CALC
               WS-OVERTIME-PAY OF LK-PAYROLL-CALC +
               WS-SHIFT-DIFF-PAY OF LK-PAYROLL-CALC.

      *> ----------------------------------------------------------
      *> Salaried gross: walks the working days of the two weeks
      *> ending on the caller's period end (today when none is
      *> given). Every working day inside the employment dates
      *> earns the salary in force that day; the sum is divided by
      *> the year's working days (periods x working days in this
      *> period), so an unbroken period pays exactly salary / 26.
      *> Exempt staff earn no overtime or shift differential; the
      *> hours on the master are carried as regular hours for the
      *> stub and the labor split only.
      *> ----------------------------------------------------------
       COMPUTE-SALARIED-GROSS.
           MOVE EMP-HOURS-PERIOD OF LK-EMPLOYEE-RECORD
             TO WS-REGULAR-HOURS OF LK-PAYROLL-CALC
           MOVE 0 TO WS-OVERTIME-HOURS OF LK-PAYROLL-CALC
           MOVE 0 TO WS-OVERTIME-PAY OF LK-PAYROLL-CALC
           MOVE 0 TO WS-SHIFT-DIFF-PAY OF LK-PAYROLL-CALC
           MOVE 0 TO WS-GROSS-PAY OF LK-PAYROLL-CALC

           MOVE 0 TO WS-SAL-WORK-DAYS
           MOVE 0 TO WS-SAL-PAID-DAYS
           MOVE 0 TO WS-SAL-ACCUM

           IF WS-CALC-PERIOD-END OF LK-PAYROLL-CALC IS NUMERIC
              AND WS-CALC-PERIOD-END OF LK-PAYROLL-CALC > 0
               MOVE WS-CALC-PERIOD-END OF LK-PAYROLL-CALC
                 TO WS-SAL-END-DATE
           ELSE
               MOVE WS-RATE-TODAY TO WS-SAL-END-DATE
           END-IF
           COMPUTE WS-SAL-END-INT =
               FUNCTION INTEGER-OF-DATE(WS-SAL-END-DATE)

           COMPUTE WS-SAL-START-INT =
               WS-SAL-END-INT - WS-PERIOD-DAYS + 1

           PERFORM VARYING WS-SAL-DAY-INT
                   FROM WS-SAL-START-INT BY 1
                   UNTIL WS-SAL-DAY-INT > WS-SAL-END-INT
      *> day 1 of the integer calendar (1601-01-01) was a Monday, so
      *> the remainder mod 7 runs 1-5 Monday-Friday, 6 and 0 weekend.
               COMPUTE WS-SAL-WEEKDAY =
                   FUNCTION MOD(WS-SAL-DAY-INT, 7)
               IF WS-SAL-WEEKDAY >= 1 AND WS-SAL-WEEKDAY <= 5
                   ADD 1 TO WS-SAL-WORK-DAYS
                   PERFORM ACCRUE-SALARY-DAY
               END-IF
           END-PERFORM

           IF WS-SAL-WORK-DAYS = 0 OR WS-SAL-PAID-DAYS = 0
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-GROSS-PAY OF LK-PAYROLL-CALC ROUNDED =
               WS-SAL-ACCUM / (WS-PERIODS-PER-YEAR * WS-SAL-WORK-DAYS).

       ACCRUE-SALARY-DAY.
           COMPUTE WS-SAL-DAY-DATE =
               FUNCTION DATE-OF-INTEGER(WS-SAL-DAY-INT)

           IF EMP-HIRE-DATE OF LK-EMPLOYEE-RECORD > 0
              AND WS-SAL-DAY-DATE < EMP-HIRE-DATE OF LK-EMPLOYEE-RECORD
               EXIT PARAGRAPH
           END-IF

           IF EMP-TERM-DATE OF LK-EMPLOYEE-RECORD > 0
              AND WS-SAL-DAY-DATE > EMP-TERM-DATE OF LK-EMPLOYEE-RECORD
               EXIT PARAGRAPH
           END-IF

           PERFORM PICK-SALARY-FOR-DAY
           ADD 1 TO WS-SAL-PAID-DAYS
           ADD WS-SAL-IN-FORCE TO WS-SAL-ACCUM.

      *> The salary in force on a given day is the latest salaried
      *> history row effective on or before it. A day before the
      *> first such row was paid at that row's old salary; with no
      *> salaried history at all the master field stands.
       PICK-SALARY-FOR-DAY.
           MOVE WS-SAL-DAY-DATE TO WS-SAL-DAY-TEXT
           MOVE EMP-ANNUAL-SALARY OF LK-EMPLOYEE-RECORD
             TO WS-SAL-IN-FORCE
           MOVE 0 TO WS-SAL-PICK-IDX
           MOVE 0 TO WS-SAL-NEXT-IDX

           PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
                   UNTIL WS-RATE-IDX > WS-RATE-COUNT
               IF WS-RH-EMP-ID(WS-RATE-IDX) =
                  EMP-ID OF LK-EMPLOYEE-RECORD
                  AND WS-RH-BASIS(WS-RATE-IDX) = "S"
                   IF WS-RH-EFF-DATE(WS-RATE-IDX) <= WS-SAL-DAY-TEXT
                       IF WS-SAL-PICK-IDX = 0
                           MOVE WS-RATE-IDX TO WS-SAL-PICK-IDX
                       ELSE
                           IF WS-RH-EFF-DATE(WS-RATE-IDX) >=
                              WS-RH-EFF-DATE(WS-SAL-PICK-IDX)
                               MOVE WS-RATE-IDX TO WS-SAL-PICK-IDX
                           END-IF
                       END-IF
                   ELSE
                       IF WS-SAL-NEXT-IDX = 0
                           MOVE WS-RATE-IDX TO WS-SAL-NEXT-IDX
                       ELSE
                           IF WS-RH-EFF-DATE(WS-RATE-IDX) <
                              WS-RH-EFF-DATE(WS-SAL-NEXT-IDX)
                               MOVE WS-RATE-IDX TO WS-SAL-NEXT-IDX
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           IF WS-SAL-PICK-IDX > 0
               MOVE WS-RH-RATE(WS-SAL-PICK-IDX) TO WS-SAL-IN-FORCE
           ELSE
               IF WS-SAL-NEXT-IDX > 0
                  AND WS-RH-OLD-RATE(WS-SAL-NEXT-IDX) > 0
                   MOVE WS-RH-OLD-RATE(WS-SAL-NEXT-IDX)
                     TO WS-SAL-IN-FORCE
               END-IF
           END-IF.

       APPLY-TAX-BRACKET.
           COMPUTE WS-TAXABLE-PAY =
               WS-GROSS-PAY OF LK-PAYROLL-CALC - WS-STD-DEDUCTION
           COMPUTE WS-NET-PAY OF LK-PAYROLL-CALC =
               WS-GROSS-PAY OF LK-PAYROLL-CALC -
               WS-PRETAX-DED-TOTAL OF LK-PAYROLL-CALC -
               WS-TAX-AMOUNT OF LK-PAYROLL-CALC -
               WS-SS-TAX-AMOUNT OF LK-PAYROLL-CALC -
               WS-MEDICARE-TAX-AMOUNT OF LK-PAYROLL-CALC

           IF WS-GROSS-PAY OF LK-PAYROLL-CALC > 0
               COMPUTE WS-EFFECTIVE-TAX-RATE OF LK-PAYROLL-CALC ROUNDED =
               MOVE 0 TO WS-EFFECTIVE-TAX-RATE OF LK-PAYROLL-CALC
           END-IF.

      *> Wages already paid this calendar year: the gross of every
      *> pay history row stamped in the current year, regular and
      *> off-cycle alike -- the same rows the quarterly remittance and
      *> the annual statement total. EMP-YTD-WAGES on the master is a
      *> running total that is never reset at year start, so it
      *> cannot carry an annual limit. No history file (status 35)
      *> means nothing paid yet; any other failure holds the pay, as
      *> the wage base cannot be tested against an unknown figure.
       SUM-CALENDAR-YEAR-WAGES.
           MOVE 0 TO WS-CALENDAR-YTD-WAGES OF LK-PAYROLL-CALC
           MOVE WS-RATE-TODAY(1:4) TO WS-FICA-YEAR
           MOVE "N" TO WS-HISTORY-EOF

           OPEN INPUT PAY-HISTORY-FILE
           IF WS-HISTORY-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           IF WS-HISTORY-STATUS NOT = "00"
               MOVE "Y" TO WS-CALC-HOLD OF LK-PAYROLL-CALC
               STRING "PAY HISTORY UNREADABLE (STATUS "
                      WS-HISTORY-STATUS ") -- YTD WAGES UNKNOWN"
                 DELIMITED BY SIZE
                 INTO WS-CALC-HOLD-REASON OF LK-PAYROLL-CALC
               END-STRING
               EXIT PARAGRAPH
           END-IF

           MOVE EMP-ID OF LK-EMPLOYEE-RECORD TO PAYH-EMP-ID
           MOVE SPACES TO PAYH-PERIOD
           MOVE WS-FICA-YEAR TO PAYH-PERIOD(1:4)
           START PAY-HISTORY-FILE KEY >= PAYH-KEY
               INVALID KEY
                   MOVE "Y" TO WS-HISTORY-EOF
           END-START

           PERFORM UNTIL WS-HISTORY-EOF = "Y"
               READ PAY-HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-HISTORY-EOF
                   NOT AT END
                       IF PAYH-EMP-ID NOT = EMP-ID OF LK-EMPLOYEE-RECORD
                          OR PAYH-PERIOD(1:4) NOT = WS-FICA-YEAR
                           MOVE "Y" TO WS-HISTORY-EOF
                       ELSE
                           ADD PAYH-GROSS-PAY
                             TO WS-CALENDAR-YTD-WAGES OF LK-PAYROLL-CALC
                       END-IF
               END-READ
           END-PERFORM

           CLOSE PAY-HISTORY-FILE.

      *> ----------------------------------------------------------
      *> Employee Social Security and Medicare on this period's gross.
      *> Social Security applies only to the slice of gross that
      *> still fits under the wage base once the calendar year's
      *> wages are counted; the additional Medicare rate applies
      *> only to the slice that carries the year's wages past the
      *> threshold.
      *> Both are clamped to what is left after pre-tax deductions
      *> and the bracket tax so net pay can never go negative.
      *> ----------------------------------------------------------
       APPLY-FICA-WITHHOLDING.
           MOVE 0 TO WS-SS-TAX-AMOUNT OF LK-PAYROLL-CALC
           MOVE 0 TO WS-MEDICARE-TAX-AMOUNT OF LK-PAYROLL-CALC

           IF WS-CALENDAR-YTD-WAGES OF LK-PAYROLL-CALC
              >= WS-SS-WAGE-BASE
               MOVE 0 TO WS-FICA-WAGES
           ELSE
               COMPUTE WS-FICA-WAGES =
                   WS-SS-WAGE-BASE
                   - WS-CALENDAR-YTD-WAGES OF LK-PAYROLL-CALC
               IF WS-FICA-WAGES > WS-GROSS-PAY OF LK-PAYROLL-CALC
                   MOVE WS-GROSS-PAY OF LK-PAYROLL-CALC TO WS-FICA-WAGES
               END-IF
           END-IF

           COMPUTE WS-SS-TAX-AMOUNT OF LK-PAYROLL-CALC ROUNDED =
               WS-FICA-WAGES * WS-SS-RATE

           COMPUTE WS-FICA-YTD-AFTER =
               WS-CALENDAR-YTD-WAGES OF LK-PAYROLL-CALC +
               WS-GROSS-PAY OF LK-PAYROLL-CALC
           MOVE 0 TO WS-ADDL-MEDICARE-WAGES
           IF WS-FICA-YTD-AFTER > WS-ADDL-MEDICARE-THRESHOLD
               COMPUTE WS-ADDL-MEDICARE-WAGES =
                   WS-FICA-YTD-AFTER - WS-ADDL-MEDICARE-THRESHOLD
               IF WS-ADDL-MEDICARE-WAGES > WS-GROSS-PAY OF LK-PAYROLL-CALC
                   MOVE WS-GROSS-PAY OF LK-PAYROLL-CALC
                     TO WS-ADDL-MEDICARE-WAGES
               END-IF
           END-IF

           COMPUTE WS-MEDICARE-TAX-AMOUNT OF LK-PAYROLL-CALC ROUNDED =
               (WS-GROSS-PAY OF LK-PAYROLL-CALC * WS-MEDICARE-RATE) +
               (WS-ADDL-MEDICARE-WAGES * WS-ADDL-MEDICARE-RATE)

           COMPUTE WS-FICA-REMAINING =
               WS-GROSS-PAY OF LK-PAYROLL-CALC -
               WS-PRETAX-DED-TOTAL OF LK-PAYROLL-CALC -
               WS-TAX-AMOUNT OF LK-PAYROLL-CALC
           IF WS-SS-TAX-AMOUNT OF LK-PAYROLL-CALC > WS-FICA-REMAINING
               MOVE WS-FICA-REMAINING
                 TO WS-SS-TAX-AMOUNT OF LK-PAYROLL-CALC
           END-IF
           SUBTRACT WS-SS-TAX-AMOUNT OF LK-PAYROLL-CALC
             FROM WS-FICA-REMAINING
           IF WS-MEDICARE-TAX-AMOUNT OF LK-PAYROLL-CALC >
              WS-FICA-REMAINING
               MOVE WS-FICA-REMAINING
                 TO WS-MEDICARE-TAX-AMOUNT OF LK-PAYROLL-CALC
           END-IF.

      *> ----------------------------------------------------------
      *> Pre-tax pass: runs between gross pay and the tax bracket.
      *> Each enrolled PRE plan is itemized into the result record

      *> ----------------------------------------------------------
      *> Post-tax pass: runs after net pay is known. Each enrolled
      *> POST plan comes off net pay, clamped to what is left once
      *> any garnishment has been taken.
      *> ----------------------------------------------------------
       APPLY-POSTTAX-DEDUCTIONS.
           MOVE "POST" TO WS-DED-PHASE
           COMPUTE WS-DED-REMAINING =
               WS-NET-PAY OF LK-PAYROLL-CALC -
               WS-POSTTAX-DED-TOTAL OF LK-PAYROLL-CALC
           PERFORM APPLY-DEDUCTION-PHASE

           COMPUTE WS-NET-PAY OF LK-PAYROLL-CALC =
               EXIT PARAGRAPH
           END-IF

           IF WS-PLAN-METHOD(WS-PLAN-FOUND-IDX) = "PCT"
               COMPUTE WS-DED-THIS-AMOUNT ROUNDED =
                   WS-GROSS-PAY OF LK-PAYROLL-CALC *
               EXIT PARAGRAPH
           END-IF

           IF WS-DED-COUNT OF LK-PAYROLL-CALC >= 20
               MOVE "Y" TO WS-CALC-HOLD OF LK-PAYROLL-CALC
               STRING "DEDUCTION TABLE FULL -- PLAN "
                      FUNCTION TRIM(WS-PLAN-CODE(WS-PLAN-FOUND-IDX))
                      " NOT PLACED"
                 DELIMITED BY SIZE
                 INTO WS-CALC-HOLD-REASON OF LK-PAYROLL-CALC
               END-STRING
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-DED-COUNT OF LK-PAYROLL-CALC
           MOVE WS-PLAN-CODE(WS-PLAN-FOUND-IDX)
             TO WS-DED-CODE OF LK-PAYROLL-CALC
           MOVE WS-DED-THIS-AMOUNT
             TO WS-DED-AMOUNT OF LK-PAYROLL-CALC
                  (WS-DED-COUNT OF LK-PAYROLL-CALC)
           MOVE SPACES
             TO WS-DED-ORDER-ID OF LK-PAYROLL-CALC
                  (WS-DED-COUNT OF LK-PAYROLL-CALC)

           IF WS-DED-PHASE = "PRE"
               ADD WS-DED-THIS-AMOUNT
       APPLY-RATE-IN-FORCE.
           MOVE WS-RATE-DATE-WORK(1:8) TO WS-RATE-TODAY

           IF EMP-PAY-BASIS OF LK-EMPLOYEE-RECORD = "S"
               MOVE "S" TO WS-EMP-BASIS
           ELSE
               MOVE "H" TO WS-EMP-BASIS
           END-IF

           MOVE 0 TO WS-RATE-PICK-IDX
           PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
                   UNTIL WS-RATE-IDX > WS-RATE-COUNT
               IF WS-RH-EMP-ID(WS-RATE-IDX) =
                  EMP-ID OF LK-EMPLOYEE-RECORD
                  AND WS-RH-BASIS(WS-RATE-IDX) = WS-EMP-BASIS
                  AND WS-RH-EFF-DATE(WS-RATE-IDX) <= WS-RATE-TODAY
                   IF WS-RATE-PICK-IDX = 0
                       MOVE WS-RATE-IDX TO WS-RATE-PICK-IDX
           END-PERFORM

           IF WS-RATE-PICK-IDX > 0
               IF WS-EMP-BASIS = "S"
                   MOVE WS-RH-RATE(WS-RATE-PICK-IDX)
                     TO EMP-ANNUAL-SALARY OF LK-EMPLOYEE-RECORD
               ELSE
                   MOVE WS-RH-RATE(WS-RATE-PICK-IDX)
                     TO EMP-HOURLY-RATE OF LK-EMPLOYEE-RECORD
               END-IF
           END-IF.

       LOAD-RATE-TABLE.
                          WS-RH-RATE-TEXT
                          WS-RH-OLD-TEXT
                          WS-RH-STATUS-TEXT
                          WS-RH-BASIS-TEXT

           UNSTRING RATE-LINE DELIMITED BY "|"
               INTO WS-RH-ID-TEXT
                    WS-RH-RATE-TEXT
                    WS-RH-OLD-TEXT
                    WS-RH-STATUS-TEXT
                    WS-RH-BASIS-TEXT
               TALLYING IN WS-FIELD-COUNT
           END-UNSTRING

           MOVE FUNCTION TRIM(WS-RH-DATE-TEXT)
             TO WS-RH-EFF-DATE(WS-RATE-COUNT)
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-RH-RATE-TEXT))
             TO WS-RH-RATE(WS-RATE-COUNT)
           MOVE 0 TO WS-RH-OLD-RATE(WS-RATE-COUNT)
           IF FUNCTION TRIM(WS-RH-OLD-TEXT) NOT = SPACES
              AND FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-RH-OLD-TEXT))
                  = 0
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-RH-OLD-TEXT))
                 TO WS-RH-OLD-RATE(WS-RATE-COUNT)
           END-IF
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-RH-BASIS-TEXT)) = "S"
               MOVE "S" TO WS-RH-BASIS(WS-RATE-COUNT)
           ELSE
               MOVE "H" TO WS-RH-BASIS(WS-RATE-COUNT)
           END-IF.

      *> ----------------------------------------------------------
      *> Garnishment pass: runs once net pay is known and before the
      *> voluntary post-tax plans, which only get what the court
      *> orders leave. Disposable earnings are gross less the
      *> bracket tax and the employee payroll taxes; each order is
      *> itemized as a POST entry under its payee code.
      *> ----------------------------------------------------------
       APPLY-GARNISHMENT-ORDERS.
           COMPUTE WS-DISPOSABLE-EARNINGS OF LK-PAYROLL-CALC =
               WS-GROSS-PAY OF LK-PAYROLL-CALC -
               WS-TAX-AMOUNT OF LK-PAYROLL-CALC -
               WS-SS-TAX-AMOUNT OF LK-PAYROLL-CALC -
               WS-MEDICARE-TAX-AMOUNT OF LK-PAYROLL-CALC

           PERFORM LOAD-GARNISHMENT-ORDERS
           IF WS-GO-COUNT = 0
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-GO-TAKEN
           MOVE WS-NET-PAY OF LK-PAYROLL-CALC TO WS-GO-NET-LEFT

           PERFORM PICK-NEXT-GARNISHMENT
           PERFORM UNTIL WS-GO-PICK-IDX = 0
                      OR WS-GO-NET-LEFT = 0
               PERFORM APPLY-ONE-GARNISHMENT
               PERFORM PICK-NEXT-GARNISHMENT
           END-PERFORM.

       PICK-NEXT-GARNISHMENT.
           MOVE 0 TO WS-GO-PICK-IDX
           PERFORM VARYING WS-GO-IDX FROM 1 BY 1
                   UNTIL WS-GO-IDX > WS-GO-COUNT
               IF WS-GO-EMP-ID(WS-GO-IDX) =
                  EMP-ID OF LK-EMPLOYEE-RECORD
                  AND WS-GO-APPLIED(WS-GO-IDX) = "N"
                  AND WS-GO-STATUS(WS-GO-IDX) = "ACTIVE"
                  AND WS-GO-BALANCE(WS-GO-IDX) > 0
                  AND WS-GO-START-DATE(WS-GO-IDX) <= WS-RATE-TODAY
                   IF WS-GO-PICK-IDX = 0
                       MOVE WS-GO-IDX TO WS-GO-PICK-IDX
                   ELSE
                       IF WS-GO-PRIORITY(WS-GO-IDX) <
                          WS-GO-PRIORITY(WS-GO-PICK-IDX)
                           MOVE WS-GO-IDX TO WS-GO-PICK-IDX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       APPLY-ONE-GARNISHMENT.
           MOVE "Y" TO WS-GO-APPLIED(WS-GO-PICK-IDX)

           COMPUTE WS-GO-CAP-AMOUNT ROUNDED =
               WS-DISPOSABLE-EARNINGS OF LK-PAYROLL-CALC *
               WS-GO-CAP-PCT(WS-GO-PICK-IDX) / 100
           IF WS-GO-CAP-AMOUNT <= WS-GO-TAKEN
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-GO-THIS-AMOUNT = WS-GO-CAP-AMOUNT - WS-GO-TAKEN
           IF WS-GO-THIS-AMOUNT > WS-GO-BALANCE(WS-GO-PICK-IDX)
               MOVE WS-GO-BALANCE(WS-GO-PICK-IDX) TO WS-GO-THIS-AMOUNT
           END-IF
           IF WS-GO-THIS-AMOUNT > WS-GO-NET-LEFT
               MOVE WS-GO-NET-LEFT TO WS-GO-THIS-AMOUNT
           END-IF

           IF WS-GO-THIS-AMOUNT = 0
               EXIT PARAGRAPH
           END-IF

      *> A court order is never dropped: with no room left to
      *> itemize it the whole pay is held instead.
           IF WS-DED-COUNT OF LK-PAYROLL-CALC >= 20
               MOVE "Y" TO WS-CALC-HOLD OF LK-PAYROLL-CALC
               STRING "DEDUCTION TABLE FULL -- ORDER "
                      FUNCTION TRIM(WS-GO-ORDER-ID(WS-GO-PICK-IDX))
                      " NOT PLACED"
                 DELIMITED BY SIZE
                 INTO WS-CALC-HOLD-REASON OF LK-PAYROLL-CALC
               END-STRING
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-DED-COUNT OF LK-PAYROLL-CALC
           MOVE WS-GO-PAYEE(WS-GO-PICK-IDX)
             TO WS-DED-CODE OF LK-PAYROLL-CALC
                  (WS-DED-COUNT OF LK-PAYROLL-CALC)
           MOVE SPACES
             TO WS-DED-DESC OF LK-PAYROLL-CALC
                  (WS-DED-COUNT OF LK-PAYROLL-CALC)
           STRING "Garnish "
                  FUNCTION TRIM(WS-GO-CASE(WS-GO-PICK-IDX))
             DELIMITED BY SIZE
             INTO WS-DED-DESC OF LK-PAYROLL-CALC
                  (WS-DED-COUNT OF LK-PAYROLL-CALC)
           END-STRING
           MOVE "POST"
             TO WS-DED-TIMING OF LK-PAYROLL-CALC
                  (WS-DED-COUNT OF LK-PAYROLL-CALC)
           MOVE WS-GO-THIS-AMOUNT
             TO WS-DED-AMOUNT OF LK-PAYROLL-CALC
                  (WS-DED-COUNT OF LK-PAYROLL-CALC)
           MOVE WS-GO-ORDER-ID(WS-GO-PICK-IDX)
             TO WS-DED-ORDER-ID OF LK-PAYROLL-CALC
                  (WS-DED-COUNT OF LK-PAYROLL-CALC)

           ADD WS-GO-THIS-AMOUNT
             TO WS-POSTTAX-DED-TOTAL OF LK-PAYROLL-CALC
           ADD WS-GO-THIS-AMOUNT TO WS-GO-TAKEN
           SUBTRACT WS-GO-THIS-AMOUNT FROM WS-GO-NET-LEFT.

       LOAD-GARNISHMENT-ORDERS.
           MOVE 0 TO WS-GO-COUNT
           MOVE "N" TO WS-EOF

      *> No orders file (status 35) means no orders on record. Any
      *> other failure holds the pay: an order may be on file that
      *> cannot be honoured.
           OPEN INPUT GARNISH-FILE
           IF WS-GARNISH-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           IF WS-GARNISH-STATUS NOT = "00"
               MOVE "Y" TO WS-CALC-HOLD OF LK-PAYROLL-CALC
               STRING "GARNISHMENT ORDERS UNREADABLE (STATUS "
                      WS-GARNISH-STATUS ")"
                 DELIMITED BY SIZE
                 INTO WS-CALC-HOLD-REASON OF LK-PAYROLL-CALC
               END-STRING
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF = "Y"
               READ GARNISH-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM PARSE-GARNISHMENT-LINE
               END-READ
           END-PERFORM

           CLOSE GARNISH-FILE.

       PARSE-GARNISHMENT-LINE.
           MOVE 0 TO WS-GO-FIELD-COUNT
           MOVE SPACES TO WS-GO-ID-TEXT
                          WS-GO-EMP-TEXT
                          WS-GO-CASE-TEXT
                          WS-GO-PAYEE-TEXT
                          WS-GO-NAME-TEXT
                          WS-GO-PRIORITY-TEXT
                          WS-GO-OWED-TEXT
                          WS-GO-BALANCE-TEXT
                          WS-GO-CAP-TEXT
                          WS-GO-STATUS-TEXT
                          WS-GO-START-TEXT

           UNSTRING GARNISH-LINE DELIMITED BY "|"
               INTO WS-GO-ID-TEXT
                    WS-GO-EMP-TEXT
                    WS-GO-CASE-TEXT
                    WS-GO-PAYEE-TEXT
                    WS-GO-NAME-TEXT
                    WS-GO-PRIORITY-TEXT
                    WS-GO-OWED-TEXT
                    WS-GO-BALANCE-TEXT
                    WS-GO-CAP-TEXT
                    WS-GO-STATUS-TEXT
                    WS-GO-START-TEXT
               TALLYING IN WS-GO-FIELD-COUNT
           END-UNSTRING

           IF WS-GO-FIELD-COUNT NOT = 11
               EXIT PARAGRAPH
           END-IF

           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-GO-EMP-TEXT))
              NOT = 0
              OR FUNCTION TEST-NUMVAL(
                 FUNCTION TRIM(WS-GO-PRIORITY-TEXT)) NOT = 0
              OR FUNCTION TEST-NUMVAL(
                 FUNCTION TRIM(WS-GO-BALANCE-TEXT)) NOT = 0
              OR FUNCTION TEST-NUMVAL(
                 FUNCTION TRIM(WS-GO-CAP-TEXT)) NOT = 0
               EXIT PARAGRAPH
           END-IF

      *> Only this employee's orders are kept, so the table limit is
      *> per employee rather than across the whole file.
           IF FUNCTION NUMVAL(FUNCTION TRIM(WS-GO-EMP-TEXT)) NOT =
              EMP-ID OF LK-EMPLOYEE-RECORD
               EXIT PARAGRAPH
           END-IF

           IF WS-GO-COUNT >= 50
               MOVE "Y" TO WS-CALC-HOLD OF LK-PAYROLL-CALC
               MOVE "MORE THAN 50 GARNISHMENT ORDERS ON FILE"
                 TO WS-CALC-HOLD-REASON OF LK-PAYROLL-CALC
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-GO-COUNT
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-GO-ID-TEXT))
             TO WS-GO-ORDER-ID(WS-GO-COUNT)
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-GO-EMP-TEXT))
             TO WS-GO-EMP-ID(WS-GO-COUNT)
           MOVE FUNCTION TRIM(WS-GO-CASE-TEXT)
             TO WS-GO-CASE(WS-GO-COUNT)
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-GO-PAYEE-TEXT))
             TO WS-GO-PAYEE(WS-GO-COUNT)
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-GO-PRIORITY-TEXT))
             TO WS-GO-PRIORITY(WS-GO-COUNT)
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-GO-BALANCE-TEXT))
             TO WS-GO-BALANCE(WS-GO-COUNT)
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-GO-CAP-TEXT))
             TO WS-GO-CAP-PCT(WS-GO-COUNT)
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-GO-STATUS-TEXT))
             TO WS-GO-STATUS(WS-GO-COUNT)
           MOVE FUNCTION TRIM(WS-GO-START-TEXT)
             TO WS-GO-START-DATE(WS-GO-COUNT)
           MOVE "N" TO WS-GO-APPLIED(WS-GO-COUNT).

       LOAD-DEDUCTION-TABLES.
           PERFORM LOAD-PLAN-TABLE
