      *> center. Blank on rows written before cost centers existed
      *> -- every reader treats blank as the GEN default bucket.
           05  EMP-COST-CENTER             PIC X(4).
      *> pay basis: "S" salaried (exempt) -- paid EMP-ANNUAL-SALARY
      *> spread evenly over the year's pay periods, no overtime, not
      *> held for a timesheet -- or "H" hourly, paid EMP-HOURLY-RATE
      *> x EMP-HOURS-PERIOD. Blank on rows written before salaried
      *> pay existed -- every reader treats blank as "H".
           05  EMP-PAY-BASIS               PIC X(1).
           05  EMP-ANNUAL-SALARY           PIC 9(7)V99.
      *> first and last day of employment (YYYYMMDD), used to
      *> prorate a salaried employee's first and final periods by
      *> working days. Zero hire date means employed before any
      *> period still being paid; zero termination date means still
      *> employed. Zero on rows written before these existed.
           05  EMP-HIRE-DATE               PIC 9(8).
           05  EMP-TERM-DATE               PIC 9(8).
      *> how net pay reaches the employee: "C" paper check drawn on
      *> the check clearing account and printed by CHECK-ISSUE-BATCH,
      *> or "D" direct deposit through the bank interchange file.
      *> Set to "C" by BANK-RETURN-BATCH when the bank returns a
      *> deposit because the account is closed or cannot be found.
      *> Blank on rows written before checks existed -- every reader
      *> treats blank as "D".
           05  EMP-PAY-METHOD              PIC X(1).
