               10 WS-EMP-TBL-NAME          PIC X(40) VALUE SPACES.
               10 WS-EMP-TBL-GROSS         PIC 9(9)V99 VALUE 0.
               10 WS-EMP-TBL-TAX           PIC 9(9)V99 VALUE 0.
               10 WS-EMP-TBL-SS            PIC 9(9)V99 VALUE 0.
               10 WS-EMP-TBL-MEDICARE      PIC 9(9)V99 VALUE 0.
               10 WS-EMP-TBL-NET           PIC 9(9)V99 VALUE 0.
               10 WS-EMP-TBL-REIMB         PIC 9(9)V99 VALUE 0.
               10 WS-EMP-TBL-PERIODS       PIC 9(4) VALUE 0.

       77  WS-EMPLOYEE-PATH               PIC X(256)

           ADD PAYH-GROSS-PAY TO WS-EMP-TBL-GROSS(WS-FOUND-IDX)
           ADD PAYH-TAX-AMOUNT TO WS-EMP-TBL-TAX(WS-FOUND-IDX)
           ADD PAYH-SS-TAX TO WS-EMP-TBL-SS(WS-FOUND-IDX)
           ADD PAYH-MEDICARE-TAX TO WS-EMP-TBL-MEDICARE(WS-FOUND-IDX)
           ADD PAYH-NET-PAY TO WS-EMP-TBL-NET(WS-FOUND-IDX)
           ADD PAYH-REIMBURSE-PAY TO WS-EMP-TBL-REIMB(WS-FOUND-IDX)
           ADD 1 TO WS-EMP-TBL-PERIODS(WS-FOUND-IDX).

       WRITE-ANNUAL-STATEMENT.
           END-STRING
           WRITE STATEMENT-LINE

           MOVE WS-EMP-TBL-SS(WS-ROW-IDX) TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT TO WS-AMOUNT-TEXT
           MOVE SPACES TO STATEMENT-LINE
           STRING "Social Security  : $" FUNCTION TRIM(WS-AMOUNT-TEXT)
             INTO STATEMENT-LINE
           END-STRING
           WRITE STATEMENT-LINE

           MOVE WS-EMP-TBL-MEDICARE(WS-ROW-IDX) TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT TO WS-AMOUNT-TEXT
           MOVE SPACES TO STATEMENT-LINE
           STRING "Medicare         : $" FUNCTION TRIM(WS-AMOUNT-TEXT)
             INTO STATEMENT-LINE
           END-STRING
           WRITE STATEMENT-LINE

      *> expense reimbursements are not wages -- shown apart so the
      *> net pay line (which includes them) still reconciles.
           IF WS-EMP-TBL-REIMB(WS-ROW-IDX) > 0
               MOVE WS-EMP-TBL-REIMB(WS-ROW-IDX) TO WS-AMOUNT-EDIT
               MOVE WS-AMOUNT-EDIT TO WS-AMOUNT-TEXT
               MOVE SPACES TO STATEMENT-LINE
               STRING "Reimbursements   : $"
                      FUNCTION TRIM(WS-AMOUNT-TEXT)
                      " (non-taxable)"
                 INTO STATEMENT-LINE
               END-STRING
               WRITE STATEMENT-LINE
           END-IF

           MOVE WS-EMP-TBL-NET(WS-ROW-IDX) TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT TO WS-AMOUNT-TEXT
           MOVE SPACES TO STATEMENT-LINE
