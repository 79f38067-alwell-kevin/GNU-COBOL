      *> off-cycle runs existed -- every reader treats those as
      *> regular.
           05  PAYH-RUN-TYPE               PIC X(1).
      *> employee Social Security and Medicare withheld for the
      *> period, kept apart from PAYH-TAX-AMOUNT (the bracket tax) and
      *> already deducted in PAYH-NET-PAY. Zero for rows written
      *> before the payroll taxes were itemized.
           05  PAYH-SS-TAX                 PIC 9(7)V99.
           05  PAYH-MEDICARE-TAX           PIC 9(7)V99.
      *> approved expense claims paid with the period as a
      *> non-taxable reimbursement -- outside PAYH-GROSS-PAY and the
      *> tax figures, already included in PAYH-NET-PAY. The claims
      *> themselves carry this row's period stamp in the claim file
      *> so the stub can itemize them. Zero for rows written before
      *> expense claims were paid through payroll.
           05  PAYH-REIMBURSE-PAY          PIC 9(7)V99.
