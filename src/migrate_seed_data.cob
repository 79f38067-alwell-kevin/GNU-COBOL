           MOVE 0 TO EMP-SHIFT-DIFF-RATE
           MOVE 0 TO EMP-SHIFT-HOURS-PERIOD
           MOVE SPACES TO EMP-COST-CENTER
           MOVE "H" TO EMP-PAY-BASIS
           MOVE 0 TO EMP-ANNUAL-SALARY
           MOVE 0 TO EMP-HIRE-DATE
           MOVE 0 TO EMP-TERM-DATE
           MOVE "D" TO EMP-PAY-METHOD

           EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ROLE-TEXT))
               WHEN "A"
