      *> entries reduced taxable pay before the bracket ran, post-tax
      *> entries came off net pay afterwards. Populated from the
      *> deduction plan/enrollment files; count is zero for an
      *> employee with no enrollments. A court-ordered garnishment
      *> rides here as a post-tax entry coded with the order's payee
      *> and carries its order id; plan deductions leave the order
      *> id blank. A deduction that cannot be itemized because the
      *> table is full holds the employee's pay (see WS-CALC-HOLD)
      *> rather than being dropped.
           05  WS-PRETAX-DED-TOTAL           PIC 9(7)V99.
           05  WS-POSTTAX-DED-TOTAL          PIC 9(7)V99.
           05  WS-DED-COUNT                  PIC 9(2).
           05  WS-DED-DETAIL OCCURS 20 TIMES.
               10  WS-DED-CODE               PIC X(8).
               10  WS-DED-DESC               PIC X(24).
               10  WS-DED-TIMING             PIC X(4).
               10  WS-DED-AMOUNT             PIC 9(7)V99.
               10  WS-DED-ORDER-ID           PIC X(8).
      *> employee share of Social Security and Medicare withheld this
      *> period, carried apart from the bracket tax above so the stub,
      *> the ledger and the quarterly remittance can show each on its
      *> own line. Social Security stops once year-to-date wages reach
      *> the annual wage base; Medicare picks up the additional rate
      *> on wages past its threshold. Both are already off net pay.
           05  WS-SS-TAX-AMOUNT              PIC 9(7)V99.
           05  WS-MEDICARE-TAX-AMOUNT        PIC 9(7)V99.
      *> disposable earnings for garnishment -- gross pay less the
      *> bracket tax, Social Security and Medicare. Each order's cap
      *> is a percentage of this figure.
           05  WS-DISPOSABLE-EARNINGS        PIC 9(7)V99.
      *> calendar-year wages already paid before this period -- the
      *> sum of pay history gross for the employee in the current
      *> year. The Social Security wage base and the additional
      *> Medicare threshold are annual limits, so they are tested
      *> against this figure, never against the running total in
      *> EMP-YTD-WAGES (which is not reset at year start).
           05  WS-CALENDAR-YTD-WAGES         PIC 9(7)V99.
      *> set by the caller: the last day of the pay period being
      *> paid (YYYYMMDD). A salaried employee is paid for the working
      *> days of the period ending here. Zero means the period ends
      *> today.
           05  WS-CALC-PERIOD-END            PIC 9(8).
      *> set by the calculation: "Y" when this employee's pay must
      *> not be posted -- pay history could not be read (so the
      *> annual FICA limits cannot be tested) or a deduction or court
      *> order could not be placed. The reason says which; the caller
      *> warns, raises an alert and leaves the employee unpaid.
           05  WS-CALC-HOLD                  PIC X.
           05  WS-CALC-HOLD-REASON           PIC X(60).
