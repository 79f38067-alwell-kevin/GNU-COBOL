               RECORD KEY IS LEAVE-EMP-ID
               FILE STATUS IS WS-LEAVE-STATUS.

           SELECT CLAIM-FILE
               ASSIGN TO DYNAMIC WS-CLAIM-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLAIM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STARTUP-FILE.
       01  LEAVE-BALANCE-RECORD.
           COPY "leave_balance_record.cpy".

       FD  CLAIM-FILE.
       01  CLAIM-LINE                     PIC X(200).

       WORKING-STORAGE SECTION.
       01  WS-EMPLOYEE-RECORD.
           COPY "employee_record.cpy".
       77  WS-LEAVE-HOURS-EDIT            PIC -ZZ9.99.
       77  WS-LEAVE-HOURS-TEXT            PIC X(10).

      *> expense claims (EXPENSE-CLAIMS keeps the file) -- the current
      *> stub lists APPROVED claims the next register run will pay,
      *> a reprinted stub lists the claims stamped PAID for that
      *> period.  Reimbursements ride in net pay, never in gross.
       77  WS-CLAIM-PATH                  PIC X(256)
                                   VALUE "data/expense_claims.dat".
       77  WS-CLAIM-STATUS                PIC XX VALUE SPACES.
       77  WS-CLAIM-EOF                   PIC X VALUE "N".
       77  WS-CLAIM-WANT-STATUS           PIC X(10) VALUE SPACES.
       77  WS-CLAIM-WANT-PERIOD           PIC X(8) VALUE SPACES.
       77  WS-CLAIM-FIELD-COUNT           PIC 9(2) VALUE 0.
       77  WS-CLAIM-TOTAL                 PIC 9(7)V99 VALUE 0.
       77  WS-SCL-COUNT                   PIC 9(2) VALUE 0.
       77  WS-SCL-IDX                     PIC 9(2) VALUE 0.
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

       01  WS-SCL-TABLE.
           05  WS-SCL-ROW OCCURS 20 TIMES.
               10  WS-SCL-ID              PIC X(6).
               10  WS-SCL-DATE            PIC X(8).
               10  WS-SCL-CATEGORY        PIC X(10).
               10  WS-SCL-AMOUNT          PIC 9(5)V99.
               10  WS-SCL-DESC            PIC X(40).

       77  WS-CHANGE-RESULT               PIC X VALUE SPACE.
       77  WS-DED-IDX                     PIC 9(2) VALUE 0.
       77  WS-DED-LABEL                   PIC X(19) VALUE SPACES.
           DISPLAY ANSI-IDENT WITH NO ADVANCING
           DISPLAY " Change password"

           PERFORM DISPLAY-LEFT-PADDING
           DISPLAY ANSI-NUMBER WITH NO ADVANCING
           DISPLAY " 08." WITH NO ADVANCING
           DISPLAY ANSI-IDENT WITH NO ADVANCING
           DISPLAY " Expense claims"

           PERFORM DISPLAY-LEFT-PADDING
           DISPLAY " "
           PERFORM DISPLAY-LEFT-PADDING
                   END-CALL
               WHEN "7"
                   PERFORM CHANGE-MY-PASSWORD
               WHEN "8"
                   CALL "EXPENSE-CLAIMS"
                       USING WS-EMPLOYEE-RECORD
                   END-CALL
               WHEN OTHER
                   PERFORM DISPLAY-LEFT-PADDING
                   DISPLAY ANSI-LITERAL WITH NO ADVANCING
                   DISPLAY "Invalid option. Choose 1-8."
           END-EVALUATE.

       CHANGE-MY-PASSWORD.
           PERFORM CALCULATE-PAYROLL-FIELDS
           PERFORM CLEAR-SCREEN
           MOVE 60 TO WS-BLOCK-WIDTH
           MOVE 20 TO WS-BLOCK-HEIGHT
           PERFORM PREPARE-CENTER-BLOCK
           PERFORM DISPLAY-TOP-PADDING
           MOVE "---- Pay Details ----" TO WS-SCREEN-TITLE
           DISPLAY ANSI-NUMBER WITH NO ADVANCING
           DISPLAY "Employee ID        : " EMP-ID OF WS-EMPLOYEE-RECORD

           IF EMP-PAY-BASIS OF WS-EMPLOYEE-RECORD = "S"
               MOVE EMP-ANNUAL-SALARY OF WS-EMPLOYEE-RECORD
                 TO WS-AMOUNT-DISPLAY
               PERFORM DISPLAY-LEFT-PADDING
               DISPLAY "Annual Salary      : $" WS-AMOUNT-DISPLAY
           ELSE
               MOVE EMP-HOURLY-RATE OF WS-EMPLOYEE-RECORD
                 TO WS-AMOUNT-DISPLAY
               PERFORM DISPLAY-LEFT-PADDING
               DISPLAY "Hourly Rate        : $" WS-AMOUNT-DISPLAY
           END-IF

           MOVE EMP-HOURS-PERIOD OF WS-EMPLOYEE-RECORD TO WS-HOURS-DISPLAY
           PERFORM DISPLAY-LEFT-PADDING
           PERFORM DISPLAY-LEFT-PADDING
           DISPLAY "Taxes              : $" WS-AMOUNT-DISPLAY

           MOVE WS-SS-TAX-AMOUNT TO WS-AMOUNT-DISPLAY
           PERFORM DISPLAY-LEFT-PADDING
           DISPLAY "Social Security    : $" WS-AMOUNT-DISPLAY

           MOVE WS-MEDICARE-TAX-AMOUNT TO WS-AMOUNT-DISPLAY
           PERFORM DISPLAY-LEFT-PADDING
           DISPLAY "Medicare           : $" WS-AMOUNT-DISPLAY

           PERFORM VARYING WS-DED-IDX FROM 1 BY 1
                   UNTIL WS-DED-IDX > WS-DED-COUNT
               PERFORM DISPLAY-DEDUCTION-LINE
           END-PERFORM

           MOVE "APPROVED" TO WS-CLAIM-WANT-STATUS
           MOVE SPACES TO WS-CLAIM-WANT-PERIOD
           PERFORM GATHER-STUB-CLAIMS
           IF WS-SCL-COUNT > 0
               ADD WS-CLAIM-TOTAL TO WS-NET-PAY
               PERFORM DISPLAY-CLAIM-LINES
           END-IF

           MOVE WS-NET-PAY TO WS-AMOUNT-DISPLAY
           PERFORM DISPLAY-LEFT-PADDING
           DISPLAY "Net Pay            : $" WS-AMOUNT-DISPLAY
           PERFORM DISPLAY-LEFT-PADDING
           DISPLAY "YTD Wages          : $" WS-AMOUNT-DISPLAY

           IF WS-CALC-HOLD = "Y"
               PERFORM DISPLAY-LEFT-PADDING
               DISPLAY "** PAY WILL BE HELD: "
                   FUNCTION TRIM(WS-CALC-HOLD-REASON) " **"
           END-IF

           PERFORM PROMPT-PRINT-PAY-STUB
           PERFORM PROMPT-PAY-HISTORY
           PERFORM PROMPT-NEXT-OPTION.
           PERFORM DISPLAY-LEFT-PADDING
           DISPLAY "Taxes              : $" WS-AMOUNT-DISPLAY

           MOVE PAYH-SS-TAX TO WS-AMOUNT-DISPLAY
           PERFORM DISPLAY-LEFT-PADDING
           DISPLAY "Social Security    : $" WS-AMOUNT-DISPLAY

           MOVE PAYH-MEDICARE-TAX TO WS-AMOUNT-DISPLAY
           PERFORM DISPLAY-LEFT-PADDING
           DISPLAY "Medicare           : $" WS-AMOUNT-DISPLAY

           MOVE 0 TO WS-SCL-COUNT WS-CLAIM-TOTAL
           IF PAYH-REIMBURSE-PAY > 0
               MOVE "PAID" TO WS-CLAIM-WANT-STATUS
               MOVE PAYH-PERIOD TO WS-CLAIM-WANT-PERIOD
               PERFORM GATHER-STUB-CLAIMS
               MOVE PAYH-REIMBURSE-PAY TO WS-CLAIM-TOTAL
               PERFORM DISPLAY-CLAIM-LINES
           END-IF

           MOVE PAYH-NET-PAY TO WS-AMOUNT-DISPLAY
           PERFORM DISPLAY-LEFT-PADDING
           DISPLAY "Net Pay            : $" WS-AMOUNT-DISPLAY
           END-STRING
           WRITE PAYSTUB-LINE

           MOVE PAYH-SS-TAX TO WS-STUB-AMOUNT-EDIT
           MOVE WS-STUB-AMOUNT-EDIT TO WS-STUB-AMOUNT-TEXT
           MOVE SPACES TO PAYSTUB-LINE
           STRING "Social Sec    : $" FUNCTION TRIM(WS-STUB-AMOUNT-TEXT)
             INTO PAYSTUB-LINE
           END-STRING
           WRITE PAYSTUB-LINE

           MOVE PAYH-MEDICARE-TAX TO WS-STUB-AMOUNT-EDIT
           MOVE WS-STUB-AMOUNT-EDIT TO WS-STUB-AMOUNT-TEXT
           MOVE SPACES TO PAYSTUB-LINE
           STRING "Medicare      : $" FUNCTION TRIM(WS-STUB-AMOUNT-TEXT)
             INTO PAYSTUB-LINE
           END-STRING
           WRITE PAYSTUB-LINE

           IF PAYH-REIMBURSE-PAY > 0
               PERFORM WRITE-STUB-CLAIM-LINES
           END-IF

           MOVE PAYH-NET-PAY TO WS-STUB-AMOUNT-EDIT
           MOVE WS-STUB-AMOUNT-EDIT TO WS-STUB-AMOUNT-TEXT
           MOVE SPACES TO PAYSTUB-LINE
           END-STRING
           WRITE PAYSTUB-LINE

           IF EMP-PAY-BASIS OF WS-EMPLOYEE-RECORD = "S"
               MOVE EMP-ANNUAL-SALARY OF WS-EMPLOYEE-RECORD
                 TO WS-STUB-AMOUNT-EDIT
               MOVE WS-STUB-AMOUNT-EDIT TO WS-STUB-AMOUNT-TEXT
               MOVE SPACES TO PAYSTUB-LINE
               STRING "Annual Salary : $"
                      FUNCTION TRIM(WS-STUB-AMOUNT-TEXT)
                 INTO PAYSTUB-LINE
               END-STRING
           ELSE
               MOVE EMP-HOURLY-RATE OF WS-EMPLOYEE-RECORD
                 TO WS-STUB-RATE-EDIT
               MOVE WS-STUB-RATE-EDIT TO WS-STUB-RATE-TEXT
               MOVE SPACES TO PAYSTUB-LINE
               STRING "Hourly Rate   : $" FUNCTION TRIM(WS-STUB-RATE-TEXT)
                 INTO PAYSTUB-LINE
               END-STRING
           END-IF
           WRITE PAYSTUB-LINE

           MOVE EMP-HOURS-PERIOD OF WS-EMPLOYEE-RECORD TO WS-STUB-HOURS-EDIT
           END-STRING
           WRITE PAYSTUB-LINE

           MOVE WS-SS-TAX-AMOUNT TO WS-STUB-AMOUNT-EDIT
           MOVE WS-STUB-AMOUNT-EDIT TO WS-STUB-AMOUNT-TEXT
           MOVE SPACES TO PAYSTUB-LINE
           STRING "Social Sec    : $" FUNCTION TRIM(WS-STUB-AMOUNT-TEXT)
             INTO PAYSTUB-LINE
           END-STRING
           WRITE PAYSTUB-LINE

           MOVE WS-MEDICARE-TAX-AMOUNT TO WS-STUB-AMOUNT-EDIT
           MOVE WS-STUB-AMOUNT-EDIT TO WS-STUB-AMOUNT-TEXT
           MOVE SPACES TO PAYSTUB-LINE
           STRING "Medicare      : $" FUNCTION TRIM(WS-STUB-AMOUNT-TEXT)
             INTO PAYSTUB-LINE
           END-STRING
           WRITE PAYSTUB-LINE

           PERFORM VARYING WS-DED-IDX FROM 1 BY 1
                   UNTIL WS-DED-IDX > WS-DED-COUNT
               PERFORM WRITE-STUB-DEDUCTION-LINE
           END-PERFORM

           IF WS-SCL-COUNT > 0
               PERFORM WRITE-STUB-CLAIM-LINES
           END-IF

           MOVE WS-NET-PAY TO WS-STUB-AMOUNT-EDIT
           MOVE WS-STUB-AMOUNT-EDIT TO WS-STUB-AMOUNT-TEXT
           MOVE SPACES TO PAYSTUB-LINE
           END-STRING
           WRITE PAYSTUB-LINE.

      *> Collects the signed-on employee's claims in the wanted status
      *> (APPROVED for the current stub, PAID plus the paid period for
      *> a reprint) into WS-SCL-TABLE.  No claims file is no claims.
      *> RETENTION-BATCH moves old PAID claims to the archive for the
      *> year they were paid, so a reprint reads that year's archive
      *> as well.
       GATHER-STUB-CLAIMS.
           MOVE 0 TO WS-SCL-COUNT WS-CLAIM-TOTAL
           MOVE "data/expense_claims.dat" TO WS-CLAIM-PATH
           PERFORM READ-STUB-CLAIM-FILE

           IF WS-CLAIM-WANT-PERIOD NOT = SPACES
               MOVE SPACES TO WS-CLAIM-PATH
               STRING "data/expense_claims_archive_"
                      WS-CLAIM-WANT-PERIOD(1:4)
                      ".dat"
                 INTO WS-CLAIM-PATH
               END-STRING
               PERFORM READ-STUB-CLAIM-FILE
               MOVE "data/expense_claims.dat" TO WS-CLAIM-PATH
           END-IF.

       READ-STUB-CLAIM-FILE.
           MOVE "N" TO WS-CLAIM-EOF

           OPEN INPUT CLAIM-FILE
           IF WS-CLAIM-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-CLAIM-EOF = "Y"
               READ CLAIM-FILE
                   AT END
                       MOVE "Y" TO WS-CLAIM-EOF
                   NOT AT END
                       IF CLAIM-LINE NOT = SPACES
                           PERFORM PICK-STUB-CLAIM
                       END-IF
               END-READ
           END-PERFORM

           CLOSE CLAIM-FILE.

       PICK-STUB-CLAIM.
           MOVE 0 TO WS-CLAIM-FIELD-COUNT
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

           UNSTRING CLAIM-LINE DELIMITED BY "|"
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
               TALLYING IN WS-CLAIM-FIELD-COUNT
           END-UNSTRING

           IF WS-CLAIM-FIELD-COUNT < 7
               EXIT PARAGRAPH
           END-IF

           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-CLM-EMP-TEXT)) NOT = 0
              OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-CLM-AMOUNT-TEXT))
                 NOT = 0
               EXIT PARAGRAPH
           END-IF

           IF FUNCTION NUMVAL(FUNCTION TRIM(WS-CLM-EMP-TEXT)) NOT =
              EMP-ID OF WS-EMPLOYEE-RECORD
               EXIT PARAGRAPH
           END-IF

           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CLM-STATUS-TEXT))
              NOT = FUNCTION TRIM(WS-CLAIM-WANT-STATUS)
               EXIT PARAGRAPH
           END-IF

           IF WS-CLAIM-WANT-PERIOD NOT = SPACES
              AND FUNCTION TRIM(WS-CLM-PAID-TEXT) NOT = WS-CLAIM-WANT-PERIOD
               EXIT PARAGRAPH
           END-IF

           IF WS-SCL-COUNT >= 20
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-SCL-COUNT
           MOVE FUNCTION TRIM(WS-CLM-ID-TEXT) TO WS-SCL-ID(WS-SCL-COUNT)
           MOVE FUNCTION TRIM(WS-CLM-DATE-TEXT)
             TO WS-SCL-DATE(WS-SCL-COUNT)
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CLM-CATEGORY-TEXT))
             TO WS-SCL-CATEGORY(WS-SCL-COUNT)
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-CLM-AMOUNT-TEXT))
             TO WS-SCL-AMOUNT(WS-SCL-COUNT)
           MOVE FUNCTION TRIM(WS-CLM-DESC-TEXT)
             TO WS-SCL-DESC(WS-SCL-COUNT)
           ADD WS-SCL-AMOUNT(WS-SCL-COUNT) TO WS-CLAIM-TOTAL.

      *> Reimbursement total plus one line per claim -- not taxed and
      *> not part of gross, so it sits just above net pay.
       DISPLAY-CLAIM-LINES.
           MOVE WS-CLAIM-TOTAL TO WS-AMOUNT-DISPLAY
           PERFORM DISPLAY-LEFT-PADDING
           DISPLAY "Reimbursements     : $" WS-AMOUNT-DISPLAY
               " (non-taxable)"

           PERFORM VARYING WS-SCL-IDX FROM 1 BY 1
                   UNTIL WS-SCL-IDX > WS-SCL-COUNT
               MOVE WS-SCL-AMOUNT(WS-SCL-IDX) TO WS-AMOUNT-DISPLAY
               PERFORM DISPLAY-LEFT-PADDING
               DISPLAY "  #" WS-SCL-ID(WS-SCL-IDX) " "
                   WS-SCL-DATE(WS-SCL-IDX) " "
                   WS-SCL-CATEGORY(WS-SCL-IDX) ": $" WS-AMOUNT-DISPLAY
           END-PERFORM.

       WRITE-STUB-CLAIM-LINES.
           MOVE WS-CLAIM-TOTAL TO WS-STUB-AMOUNT-EDIT
           MOVE WS-STUB-AMOUNT-EDIT TO WS-STUB-AMOUNT-TEXT
           MOVE SPACES TO PAYSTUB-LINE
           STRING "Reimbursement : $" FUNCTION TRIM(WS-STUB-AMOUNT-TEXT)
                  " (non-taxable)"
             INTO PAYSTUB-LINE
           END-STRING
           WRITE PAYSTUB-LINE

           PERFORM VARYING WS-SCL-IDX FROM 1 BY 1
                   UNTIL WS-SCL-IDX > WS-SCL-COUNT
               MOVE WS-SCL-AMOUNT(WS-SCL-IDX) TO WS-STUB-AMOUNT-EDIT
               MOVE WS-STUB-AMOUNT-EDIT TO WS-STUB-AMOUNT-TEXT
               MOVE SPACES TO PAYSTUB-LINE
               STRING "  Claim "
                      FUNCTION TRIM(WS-SCL-ID(WS-SCL-IDX))
                      " "
                      WS-SCL-DATE(WS-SCL-IDX)
                      " "
                      FUNCTION TRIM(WS-SCL-CATEGORY(WS-SCL-IDX))
                      " "
                      FUNCTION TRIM(WS-SCL-DESC(WS-SCL-IDX))
                      " : $"
                      FUNCTION TRIM(WS-STUB-AMOUNT-TEXT)
                 INTO PAYSTUB-LINE
               END-STRING
               WRITE PAYSTUB-LINE
           END-PERFORM.

       SHOW-TAX-BREAKDOWN.
           PERFORM CALCULATE-PAYROLL-FIELDS
           PERFORM CLEAR-SCREEN
           MOVE 60 TO WS-BLOCK-WIDTH
           MOVE 18 TO WS-BLOCK-HEIGHT
           PERFORM PREPARE-CENTER-BLOCK
           PERFORM DISPLAY-TOP-PADDING
           MOVE "---- Tax Breakdown ----" TO WS-SCREEN-TITLE
           PERFORM DISPLAY-LEFT-PADDING
           DISPLAY "Tax Amount         : $" WS-AMOUNT-DISPLAY

           MOVE WS-SS-TAX-AMOUNT TO WS-AMOUNT-DISPLAY
           PERFORM DISPLAY-LEFT-PADDING
           DISPLAY "Social Security    : $" WS-AMOUNT-DISPLAY

           MOVE WS-MEDICARE-TAX-AMOUNT TO WS-AMOUNT-DISPLAY
           PERFORM DISPLAY-LEFT-PADDING
           DISPLAY "Medicare           : $" WS-AMOUNT-DISPLAY

           MOVE WS-NET-PAY TO WS-AMOUNT-DISPLAY
           PERFORM DISPLAY-LEFT-PADDING
           DISPLAY "Net Pay            : $" WS-AMOUNT-DISPLAY
