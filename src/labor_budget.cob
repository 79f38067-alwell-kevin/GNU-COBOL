       IDENTIFICATION DIVISION.
       PROGRAM-ID. LABOR-BUDGET-BATCH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-FILE
               ASSIGN TO DYNAMIC WS-EMPLOYEE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID OF EMPLOYEE-RECORD
               FILE STATUS IS WS-EMPLOYEE-STATUS.

           SELECT PAY-HISTORY-FILE
               ASSIGN TO DYNAMIC WS-HISTORY-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAYH-KEY
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT CENTER-FILE
               ASSIGN TO DYNAMIC WS-CENTER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CENTER-STATUS.

           SELECT BUDGET-FILE
               ASSIGN TO DYNAMIC WS-BUDGET-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUDGET-STATUS.

           SELECT DIST-FILE
               ASSIGN TO DYNAMIC WS-DIST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIST-STATUS.

           SELECT COST-REGISTER-FILE
               ASSIGN TO DYNAMIC WS-COST-REGISTER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COST-REGISTER-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO DYNAMIC WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT ALERT-FILE
               ASSIGN TO DYNAMIC WS-ALERT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-FILE.
       01  EMPLOYEE-RECORD.
           COPY "employee_record.cpy".

       FD  PAY-HISTORY-FILE.
       01  PAY-HISTORY-RECORD.
           COPY "pay_history_record.cpy".

       FD  CENTER-FILE.
       01  CENTER-LINE                    PIC X(40).

       FD  BUDGET-FILE.
       01  BUDGET-LINE                    PIC X(80).

       FD  DIST-FILE.
       01  DIST-LINE                      PIC X(40).

       FD  COST-REGISTER-FILE.
       01  COST-REGISTER-LINE             PIC X(132).

       FD  REPORT-FILE.
       01  REPORT-LINE                    PIC X(132).

       FD  ALERT-FILE.
       01  ALERT-LINE                     PIC X(256).

       WORKING-STORAGE SECTION.
      *> Monthly labor budget versus actual by cost center. Budgets
      *> come from data/labor_budget.dat (center|YYYYMM|hours|gross
      *> wages|fully loaded cost), keyed or loaded through
      *> EMPLOYEE-MAINTENANCE. Actuals for the month and the year to
      *> the month's end are built from:
      *>   hours       data/labor_distribution.dat (employee id|
      *>               period|center|hours) as the timesheet period
      *>               close wrote it; a regular pay-history period
      *>               with no distribution rows (salaried staff are
      *>               never held for a timesheet) counts its hours
      *>               on the employee's home center
      *>   gross       pay history, split across the period's
      *>               distribution rows by hours the way
      *>               PAYROLL-REGISTER-BATCH splits the GL legs
      *>   loaded cost the employer cost register each register run
      *>               leaves in data/reports/employer_cost_<date>
      *>               [_restart|_offcycle].txt, split the same way.
      *>               A period paid before the register was kept
      *>               counts its gross alone.
      *> A pay period belongs to the month its register ran in.
      *>
      *> Command line: [YYYYMM], default the month just ended.
      *> Writes data/reports/labor_budget_<YYYYMM>.txt: per center and
      *> measure the budget, actual, variance (budget less actual, so
      *> negative is over) and percent used, month and year to date.
      *> Each center whose percent used on any budgeted measure is
      *> past WS-OVER-BUDGET-PCT gets a LABOR_OVER_BUDGET alert, and
      *> the run ends RC 1.
       01  WS-CENTER-TABLE.
           05 WS-CTR-ROW OCCURS 20 TIMES.
               10 WS-CTR-CODE             PIC X(4) VALUE SPACES.
               10 WS-CTR-DESC             PIC X(24) VALUE SPACES.
               10 WS-CTR-OVER             PIC X VALUE "N".
      *> measure 1 hours, 2 gross wages, 3 fully loaded cost
               10 WS-CTR-MEASURE OCCURS 3 TIMES.
                   15 WS-CTR-BUD-MTD      PIC 9(9)V99 VALUE 0.
                   15 WS-CTR-ACT-MTD      PIC 9(9)V99 VALUE 0.
                   15 WS-CTR-BUD-YTD      PIC 9(9)V99 VALUE 0.
                   15 WS-CTR-ACT-YTD      PIC 9(9)V99 VALUE 0.

       01  WS-EMPLOYEE-TABLE.
           05 WS-EMP-ROW OCCURS 500 TIMES.
               10 WS-EMP-TBL-ID           PIC 9(4) VALUE 0.
               10 WS-EMP-TBL-CC           PIC X(4) VALUE SPACES.

       01  WS-LD-TABLE.
           05 WS-LD-ROW OCCURS 3000 TIMES.
               10 WS-LD-EMP-ID            PIC 9(4) VALUE 0.
               10 WS-LD-PERIOD            PIC X(8) VALUE SPACES.
               10 WS-LD-CC                PIC X(4) VALUE SPACES.
               10 WS-LD-HOURS             PIC 9(3)V99 VALUE 0.

      *> the year's pay-history rows up to the month's end
       01  WS-PH-TABLE.
           05 WS-PH-ROW OCCURS 3000 TIMES.
               10 WS-PH-EMP-ID            PIC 9(4) VALUE 0.
               10 WS-PH-PERIOD            PIC X(8) VALUE SPACES.
               10 WS-PH-GROSS             PIC 9(7)V99 VALUE 0.
               10 WS-PH-HOURS             PIC 9(3)V99 VALUE 0.
               10 WS-PH-RUN-TYPE          PIC X VALUE SPACE.
               10 WS-PH-LOADED            PIC 9(7)V99 VALUE 0.
               10 WS-PH-COSTED            PIC X VALUE "N".

       01  WS-PERIOD-TABLE.
           05 WS-PER-ROW OCCURS 400 TIMES.
               10 WS-PER-STAMP            PIC X(8) VALUE SPACES.

      *> one pay period's center split, as PAYROLL-REGISTER-BATCH
      *> builds it
       01  WS-SPLIT-TABLE.
           05 WS-SPL-ROW OCCURS 10 TIMES.
               10 WS-SPL-CC               PIC X(4) VALUE SPACES.
               10 WS-SPL-HOURS            PIC 9(5)V99 VALUE 0.

       01  WS-ALERT-BUFFER.
           05 WS-ALERT-BUF-LINE OCCURS 300 TIMES PIC X(256).

       77  WS-EMPLOYEE-PATH               PIC X(256)
                                           VALUE "data/employees.dat".
       77  WS-HISTORY-PATH                PIC X(256)
                                           VALUE "data/pay_history.dat".
       77  WS-CENTER-PATH                 PIC X(256)
                                   VALUE "data/cost_centers.dat".
       77  WS-BUDGET-PATH                 PIC X(256)
                                   VALUE "data/labor_budget.dat".
       77  WS-DIST-PATH                   PIC X(256)
                               VALUE "data/labor_distribution.dat".
       77  WS-ALERT-PATH                  PIC X(256)
                                           VALUE "data/alerts.dat".
       77  WS-REPORT-DIR                  PIC X(256)
                                           VALUE "data/reports/".
       77  WS-COST-REGISTER-PATH          PIC X(256) VALUE SPACES.
       77  WS-REPORT-PATH                 PIC X(256) VALUE SPACES.

       77  WS-EMPLOYEE-STATUS             PIC XX VALUE SPACES.
       77  WS-HISTORY-STATUS              PIC XX VALUE SPACES.
       77  WS-CENTER-STATUS               PIC XX VALUE SPACES.
       77  WS-BUDGET-STATUS               PIC XX VALUE SPACES.
       77  WS-DIST-STATUS                 PIC XX VALUE SPACES.
       77  WS-COST-REGISTER-STATUS        PIC XX VALUE SPACES.
       77  WS-REPORT-STATUS               PIC XX VALUE SPACES.
       77  WS-ALERT-STATUS                PIC XX VALUE SPACES.

      *> percent of budget used past which a center is alerted
       77  WS-OVER-BUDGET-PCT             PIC 9(3)V99 VALUE 100.00.

       77  WS-EOF                         PIC X VALUE "N".
       77  WS-OP-OK                       PIC X VALUE "Y".
       77  WS-FIELD-COUNT                 PIC 9(2) VALUE 0.
       77  WS-ARGS-IN                     PIC X(80) VALUE SPACES.
       77  WS-ARG-MONTH                   PIC X(24) VALUE SPACES.
       77  WS-CURRENT-DATE                PIC X(21) VALUE SPACES.
       77  WS-TIMESTAMP                   PIC X(19) VALUE SPACES.
       77  WS-RUN-STAMP                   PIC X(8) VALUE SPACES.
       77  WS-MONTH                       PIC X(6) VALUE SPACES.
       77  WS-YEAR                        PIC X(4) VALUE SPACES.
       77  WS-MONTH-YEAR                  PIC 9(4) VALUE 0.
       77  WS-MONTH-MM                    PIC 9(2) VALUE 0.
       77  WS-MONTH-NUM                   PIC 9(6) VALUE 0.

       77  WS-CTR-COUNT                   PIC 9(2) VALUE 0.
       77  WS-CTR-IDX                     PIC 9(2) VALUE 0.
       77  WS-CTR-FOUND-IDX               PIC 9(2) VALUE 0.
       77  WS-MSR-IDX                     PIC 9 VALUE 0.
       77  WS-EMP-COUNT                   PIC 9(4) VALUE 0.
       77  WS-EMP-IDX                     PIC 9(4) VALUE 0.
       77  WS-LD-COUNT                    PIC 9(4) VALUE 0.
       77  WS-LD-IDX                      PIC 9(4) VALUE 0.
       77  WS-PH-COUNT                    PIC 9(4) VALUE 0.
       77  WS-PH-IDX                      PIC 9(4) VALUE 0.
       77  WS-PH-FOUND-IDX                PIC 9(4) VALUE 0.
       77  WS-PER-COUNT                   PIC 9(3) VALUE 0.
       77  WS-PER-IDX                     PIC 9(3) VALUE 0.
       77  WS-PER-FOUND-IDX               PIC 9(3) VALUE 0.
       77  WS-SPL-COUNT                   PIC 9(2) VALUE 0.
       77  WS-SPL-IDX                     PIC 9(2) VALUE 0.
       77  WS-SPL-FOUND-IDX               PIC 9(2) VALUE 0.
       77  WS-SPL-TOTAL-HOURS             PIC 9(5)V99 VALUE 0.
       77  WS-SPL-RUNNING                 PIC 9(9)V99 VALUE 0.
       77  WS-SPL-AMOUNT                  PIC 9(9)V99 VALUE 0.
       77  WS-SPL-SHARE                   PIC 9(9)V99 VALUE 0.
       77  WS-SPL-MEASURE                 PIC 9 VALUE 0.
       77  WS-REG-FILE-IDX                PIC 9 VALUE 0.

      *> the row being charged to a center
       77  WS-CHG-CC                      PIC X(4) VALUE SPACES.
       77  WS-CHG-PERIOD                  PIC X(8) VALUE SPACES.
       77  WS-CHG-AMOUNT                  PIC 9(9)V99 VALUE 0.
       77  WS-CHG-EMP-ID                  PIC 9(4) VALUE 0.
       77  WS-HOME-CC                     PIC X(4) VALUE SPACES.

       77  WS-HISTORY-ROWS                PIC 9(5) VALUE 0.
       77  WS-UNCOSTED-PERIODS            PIC 9(4) VALUE 0.
       77  WS-REGISTER-FILES              PIC 9(4) VALUE 0.
       77  WS-CENTERS-OVER                PIC 9(2) VALUE 0.
       77  WS-TABLE-FULL                  PIC X VALUE "N".

       77  WS-PCT-USED                    PIC 9(5)V9 VALUE 0.
       77  WS-PCT-WORST                   PIC 9(5)V9 VALUE 0.
       77  WS-WORST-MEASURE               PIC X(8) VALUE SPACES.
       77  WS-WORST-BASIS                 PIC X(3) VALUE SPACES.
       77  WS-VARIANCE                    PIC S9(9)V99 VALUE 0.
       77  WS-MEASURE-NAME                PIC X(8) VALUE SPACES.

      *> parse fields
       77  WS-TXT-1                       PIC X(40).
       77  WS-TXT-2                       PIC X(40).
       77  WS-TXT-3                       PIC X(40).
       77  WS-TXT-4                       PIC X(40).
       77  WS-TXT-5                       PIC X(40).
       77  WS-REG-EMP-ID                  PIC 9(4) VALUE 0.
       77  WS-REG-LOADED                  PIC 9(7)V99 VALUE 0.

       77  WS-AMOUNT-DISPLAY              PIC Z,ZZZ,ZZ9.99.
       77  WS-AMOUNT-DISPLAY-2            PIC Z,ZZZ,ZZ9.99.
       77  WS-VARIANCE-DISPLAY            PIC --,---,--9.99.
       77  WS-PCT-DISPLAY                 PIC ZZZZ9.9.
       77  WS-PCT-TEXT                    PIC X(7) VALUE SPACES.
       77  WS-MTD-COLUMNS                 PIC X(52) VALUE SPACES.
       77  WS-YTD-COLUMNS                 PIC X(52) VALUE SPACES.
       77  WS-COLUMNS-WORK                PIC X(52) VALUE SPACES.
       77  WS-BUD-WORK                    PIC 9(9)V99 VALUE 0.
       77  WS-ACT-WORK                    PIC 9(9)V99 VALUE 0.

       77  WS-ALERT-COUNT                 PIC 9(4) VALUE 0.
       77  WS-ALERT-IDX                   PIC 9(4) VALUE 0.
       77  WS-ALERT-MAX-ID                PIC 9(6) VALUE 0.
       77  WS-ALERT-ID-TEXT               PIC X(12) VALUE SPACES.
       77  WS-ALERT-ID-EDIT               PIC ZZZZZ9.
       77  WS-ALERT-TYPE                  PIC X(24) VALUE SPACES.
       77  WS-ALERT-SEVERITY              PIC X(8) VALUE SPACES.
       77  WS-ALERT-DETAIL                PIC X(80) VALUE SPACES.
       77  WS-NEW-ALERT-LINE              PIC X(256).

       77  WS-AUDIT-PROGRAM               PIC X(24)
                                   VALUE "LABOR-BUDGET-BATCH".
       77  WS-AUDIT-EVENT-TYPE            PIC X(20) VALUE SPACES.
       77  WS-AUDIT-DETAIL                PIC X(100) VALUE SPACES.
       77  WS-AUDIT-EMP-ID                PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY " "
           DISPLAY "===== Helical Pay Systems - Labor Budget vs "
               "Actual ====="
           DISPLAY " "

           PERFORM BUILD-TIMESTAMP
           MOVE WS-CURRENT-DATE(1:8) TO WS-RUN-STAMP

           PERFORM RESOLVE-REPORT-MONTH
           IF WS-OP-OK NOT = "Y"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           DISPLAY "Month " WS-MONTH ", year to date from "
               WS-YEAR "01."

           PERFORM LOAD-COST-CENTERS
           PERFORM LOAD-EMPLOYEE-CENTERS
           IF WS-OP-OK NOT = "Y"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM LOAD-BUDGETS
           PERFORM LOAD-LABOR-DIST
           PERFORM LOAD-PAY-HISTORY
           IF WS-OP-OK NOT = "Y"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LOAD-COST-REGISTERS

           PERFORM APPLY-DIST-HOURS
           PERFORM VARYING WS-PH-IDX FROM 1 BY 1
                   UNTIL WS-PH-IDX > WS-PH-COUNT
               PERFORM APPLY-HISTORY-ROW
           END-PERFORM

           IF WS-TABLE-FULL = "Y"
               DISPLAY "WARNING: a work table filled -- the actuals "
                   "below are incomplete."
           END-IF

           PERFORM WRITE-BUDGET-REPORT

           MOVE "LABOR_BUDGET_RUN" TO WS-AUDIT-EVENT-TYPE
           MOVE SPACES TO WS-AUDIT-DETAIL
           STRING "month " WS-MONTH
                  " centers " WS-CTR-COUNT
                  " over budget " WS-CENTERS-OVER
                  " pay rows " WS-HISTORY-ROWS
             INTO WS-AUDIT-DETAIL
           END-STRING
           CALL "RECORD-AUDIT-EVENT"
               USING WS-AUDIT-EMP-ID
                     WS-AUDIT-PROGRAM
                     WS-AUDIT-EVENT-TYPE
                     WS-AUDIT-DETAIL
           END-CALL

           IF WS-CENTERS-OVER > 0
               MOVE 1 TO RETURN-CODE
           END-IF

           DISPLAY " "
           DISPLAY "Labor budget run complete -- " WS-CENTERS-OVER
               " center(s) over budget."

           GOBACK.

      *> no argument (or the program's own name, as a driver rerun
      *> leaves it) reports the month just ended
       RESOLVE-REPORT-MONTH.
           MOVE "Y" TO WS-OP-OK
           MOVE WS-CURRENT-DATE(1:4) TO WS-MONTH-YEAR
           MOVE WS-CURRENT-DATE(5:2) TO WS-MONTH-MM
           IF WS-MONTH-MM = 1
               MOVE 12 TO WS-MONTH-MM
               SUBTRACT 1 FROM WS-MONTH-YEAR
           ELSE
               SUBTRACT 1 FROM WS-MONTH-MM
           END-IF

           MOVE SPACES TO WS-ARGS-IN WS-ARG-MONTH
           ACCEPT WS-ARGS-IN FROM COMMAND-LINE
           UNSTRING WS-ARGS-IN DELIMITED BY ALL " "
               INTO WS-ARG-MONTH
           END-UNSTRING

           EVALUATE TRUE
               WHEN FUNCTION TRIM(WS-ARG-MONTH) = SPACES
                   CONTINUE
               WHEN FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ARG-MONTH))
                    = "LABOR-BUDGET-BATCH"
                   CONTINUE
               WHEN FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-ARG-MONTH))
                    = 0
                    AND FUNCTION LENGTH(FUNCTION TRIM(WS-ARG-MONTH))
                        = 6
                    AND WS-ARG-MONTH(5:2) >= "01"
                    AND WS-ARG-MONTH(5:2) <= "12"
                   MOVE WS-ARG-MONTH(1:4) TO WS-MONTH-YEAR
                   MOVE WS-ARG-MONTH(5:2) TO WS-MONTH-MM
               WHEN OTHER
                   DISPLAY "REFUSED: the month must be YYYYMM."
                   MOVE "N" TO WS-OP-OK
                   EXIT PARAGRAPH
           END-EVALUATE

           COMPUTE WS-MONTH-NUM = WS-MONTH-YEAR * 100 + WS-MONTH-MM
           MOVE WS-MONTH-NUM TO WS-MONTH
           MOVE WS-MONTH(1:4) TO WS-YEAR.

       LOAD-COST-CENTERS.
           MOVE 0 TO WS-CTR-COUNT
           MOVE "N" TO WS-EOF

           OPEN INPUT CENTER-FILE
           IF WS-CENTER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF = "Y"
               READ CENTER-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM PARSE-CENTER-LINE
               END-READ
           END-PERFORM

           CLOSE CENTER-FILE.

       PARSE-CENTER-LINE.
           MOVE 0 TO WS-FIELD-COUNT
           MOVE SPACES TO WS-TXT-1 WS-TXT-2

           UNSTRING CENTER-LINE DELIMITED BY "|"
               INTO WS-TXT-1
                    WS-TXT-2
               TALLYING IN WS-FIELD-COUNT
           END-UNSTRING

           IF FUNCTION TRIM(WS-TXT-1) = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-TXT-1))
             TO WS-CHG-CC
           PERFORM FIND-CENTER
           IF WS-CTR-FOUND-IDX > 0
               MOVE FUNCTION TRIM(WS-TXT-2)
                 TO WS-CTR-DESC(WS-CTR-FOUND-IDX)
           END-IF.

      *> finds WS-CHG-CC's row, adding one for a center that is not
      *> on the master -- budget or labor charged to an unknown code
      *> is still shown rather than dropped.
       FIND-CENTER.
           IF WS-CHG-CC = SPACES
               MOVE "GEN" TO WS-CHG-CC
           END-IF

           MOVE 0 TO WS-CTR-FOUND-IDX
           PERFORM VARYING WS-CTR-IDX FROM 1 BY 1
                   UNTIL WS-CTR-IDX > WS-CTR-COUNT
                   OR WS-CTR-FOUND-IDX > 0
               IF WS-CTR-CODE(WS-CTR-IDX) = WS-CHG-CC
                   MOVE WS-CTR-IDX TO WS-CTR-FOUND-IDX
               END-IF
           END-PERFORM

           IF WS-CTR-FOUND-IDX > 0
               EXIT PARAGRAPH
           END-IF

           IF WS-CTR-COUNT >= 20
               MOVE "Y" TO WS-TABLE-FULL
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-CTR-COUNT
           MOVE WS-CTR-COUNT TO WS-CTR-FOUND-IDX
           MOVE WS-CHG-CC TO WS-CTR-CODE(WS-CTR-COUNT)
           MOVE "(not on center master)" TO WS-CTR-DESC(WS-CTR-COUNT).

       LOAD-EMPLOYEE-CENTERS.
           MOVE "Y" TO WS-OP-OK
           MOVE 0 TO WS-EMP-COUNT
           MOVE "N" TO WS-EOF

           OPEN INPUT EMPLOYEE-FILE
           IF WS-EMPLOYEE-STATUS NOT = "00"
               DISPLAY "ERROR: Cannot open employee data file."
               MOVE "N" TO WS-OP-OK
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF = "Y"
               READ EMPLOYEE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF WS-EMP-COUNT < 500
                           ADD 1 TO WS-EMP-COUNT
                           MOVE EMP-ID TO WS-EMP-TBL-ID(WS-EMP-COUNT)
                           MOVE FUNCTION UPPER-CASE(
                                FUNCTION TRIM(EMP-COST-CENTER))
                             TO WS-EMP-TBL-CC(WS-EMP-COUNT)
                       ELSE
                           MOVE "Y" TO WS-TABLE-FULL
                       END-IF
               END-READ
           END-PERFORM

           CLOSE EMPLOYEE-FILE.

      *> the month's row is the MTD budget; every row from January
      *> through the month adds to YTD
       LOAD-BUDGETS.
           MOVE "N" TO WS-EOF

           OPEN INPUT BUDGET-FILE
           IF WS-BUDGET-STATUS NOT = "00"
               DISPLAY "WARNING: no labor budget file -- every center "
                   "shows actuals against a zero budget."
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF = "Y"
               READ BUDGET-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM PARSE-BUDGET-LINE
               END-READ
           END-PERFORM

           CLOSE BUDGET-FILE.

       PARSE-BUDGET-LINE.
           MOVE 0 TO WS-FIELD-COUNT
           MOVE SPACES TO WS-TXT-1 WS-TXT-2 WS-TXT-3 WS-TXT-4 WS-TXT-5

           UNSTRING BUDGET-LINE DELIMITED BY "|"
               INTO WS-TXT-1
                    WS-TXT-2
                    WS-TXT-3
                    WS-TXT-4
                    WS-TXT-5
               TALLYING IN WS-FIELD-COUNT
           END-UNSTRING

           IF WS-FIELD-COUNT NOT = 5
              OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-TXT-3)) NOT = 0
              OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-TXT-4)) NOT = 0
              OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-TXT-5)) NOT = 0
               EXIT PARAGRAPH
           END-IF

           IF WS-TXT-2(1:4) NOT = WS-YEAR
              OR WS-TXT-2(1:6) > WS-MONTH
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-TXT-1))
             TO WS-CHG-CC
           PERFORM FIND-CENTER
           IF WS-CTR-FOUND-IDX = 0
               EXIT PARAGRAPH
           END-IF

           ADD FUNCTION NUMVAL(FUNCTION TRIM(WS-TXT-3))
             TO WS-CTR-BUD-YTD(WS-CTR-FOUND-IDX, 1)
           ADD FUNCTION NUMVAL(FUNCTION TRIM(WS-TXT-4))
             TO WS-CTR-BUD-YTD(WS-CTR-FOUND-IDX, 2)
           ADD FUNCTION NUMVAL(FUNCTION TRIM(WS-TXT-5))
             TO WS-CTR-BUD-YTD(WS-CTR-FOUND-IDX, 3)

           IF WS-TXT-2(1:6) = WS-MONTH
               ADD FUNCTION NUMVAL(FUNCTION TRIM(WS-TXT-3))
                 TO WS-CTR-BUD-MTD(WS-CTR-FOUND-IDX, 1)
               ADD FUNCTION NUMVAL(FUNCTION TRIM(WS-TXT-4))
                 TO WS-CTR-BUD-MTD(WS-CTR-FOUND-IDX, 2)
               ADD FUNCTION NUMVAL(FUNCTION TRIM(WS-TXT-5))
                 TO WS-CTR-BUD-MTD(WS-CTR-FOUND-IDX, 3)
           END-IF.

      *> this year's distribution rows up to the month's end
       LOAD-LABOR-DIST.
           MOVE 0 TO WS-LD-COUNT
           MOVE "N" TO WS-EOF

           OPEN INPUT DIST-FILE
           IF WS-DIST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF = "Y"
               READ DIST-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM PARSE-DIST-LINE
               END-READ
           END-PERFORM

           CLOSE DIST-FILE.

       PARSE-DIST-LINE.
           MOVE 0 TO WS-FIELD-COUNT
           MOVE SPACES TO WS-TXT-1 WS-TXT-2 WS-TXT-3 WS-TXT-4

           UNSTRING DIST-LINE DELIMITED BY "|"
               INTO WS-TXT-1
                    WS-TXT-2
                    WS-TXT-3
                    WS-TXT-4
               TALLYING IN WS-FIELD-COUNT
           END-UNSTRING

           IF WS-FIELD-COUNT < 4
              OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-TXT-1)) NOT = 0
              OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-TXT-4)) NOT = 0
               EXIT PARAGRAPH
           END-IF

           IF WS-TXT-2(1:4) NOT = WS-YEAR
              OR WS-TXT-2(1:6) > WS-MONTH
               EXIT PARAGRAPH
           END-IF

           IF WS-LD-COUNT >= 3000
               MOVE "Y" TO WS-TABLE-FULL
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-LD-COUNT
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-TXT-1))
             TO WS-LD-EMP-ID(WS-LD-COUNT)
           MOVE FUNCTION TRIM(WS-TXT-2) TO WS-LD-PERIOD(WS-LD-COUNT)
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-TXT-3))
             TO WS-LD-CC(WS-LD-COUNT)
           IF WS-LD-CC(WS-LD-COUNT) = SPACES
               MOVE "GEN" TO WS-LD-CC(WS-LD-COUNT)
           END-IF
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-TXT-4))
             TO WS-LD-HOURS(WS-LD-COUNT).

       LOAD-PAY-HISTORY.
           MOVE "Y" TO WS-OP-OK
           MOVE 0 TO WS-PH-COUNT WS-PER-COUNT WS-HISTORY-ROWS
           MOVE "N" TO WS-EOF

           OPEN INPUT PAY-HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = "00"
               DISPLAY "ERROR: Cannot open pay history ("
                   WS-HISTORY-STATUS ")."
               MOVE "N" TO WS-OP-OK
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF = "Y"
               READ PAY-HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF PAYH-PERIOD(1:4) = WS-YEAR
                          AND PAYH-PERIOD(1:6) <= WS-MONTH
                           PERFORM KEEP-HISTORY-ROW
                       END-IF
               END-READ
           END-PERFORM

           CLOSE PAY-HISTORY-FILE.

       KEEP-HISTORY-ROW.
           IF WS-PH-COUNT >= 3000
               MOVE "Y" TO WS-TABLE-FULL
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-PH-COUNT WS-HISTORY-ROWS
           MOVE PAYH-EMP-ID TO WS-PH-EMP-ID(WS-PH-COUNT)
           MOVE PAYH-PERIOD TO WS-PH-PERIOD(WS-PH-COUNT)
           MOVE PAYH-GROSS-PAY TO WS-PH-GROSS(WS-PH-COUNT)
           MOVE PAYH-HOURS TO WS-PH-HOURS(WS-PH-COUNT)
           MOVE PAYH-RUN-TYPE TO WS-PH-RUN-TYPE(WS-PH-COUNT)
           MOVE 0 TO WS-PH-LOADED(WS-PH-COUNT)
           MOVE "N" TO WS-PH-COSTED(WS-PH-COUNT)

           MOVE 0 TO WS-PER-FOUND-IDX
           PERFORM VARYING WS-PER-IDX FROM 1 BY 1
                   UNTIL WS-PER-IDX > WS-PER-COUNT
                   OR WS-PER-FOUND-IDX > 0
               IF WS-PER-STAMP(WS-PER-IDX) = PAYH-PERIOD
                   MOVE WS-PER-IDX TO WS-PER-FOUND-IDX
               END-IF
           END-PERFORM

           IF WS-PER-FOUND-IDX = 0
               IF WS-PER-COUNT < 400
                   ADD 1 TO WS-PER-COUNT
                   MOVE PAYH-PERIOD TO WS-PER-STAMP(WS-PER-COUNT)
               ELSE
                   MOVE "Y" TO WS-TABLE-FULL
               END-IF
           END-IF.

      *> Every register run leaves one employer cost register for its
      *> date; a rerun adds a _restart file and an off-cycle run an
      *> _offcycle file beside it. All three are read for each
      *> period pay history holds.
       LOAD-COST-REGISTERS.
           MOVE 0 TO WS-REGISTER-FILES
           PERFORM VARYING WS-PER-IDX FROM 1 BY 1
                   UNTIL WS-PER-IDX > WS-PER-COUNT
               PERFORM VARYING WS-REG-FILE-IDX FROM 1 BY 1
                       UNTIL WS-REG-FILE-IDX > 3
                   MOVE SPACES TO WS-COST-REGISTER-PATH
                   EVALUATE WS-REG-FILE-IDX
                       WHEN 1
                           STRING FUNCTION TRIM(WS-REPORT-DIR)
                                  "employer_cost_"
                                  WS-PER-STAMP(WS-PER-IDX)
                                  ".txt"
                             INTO WS-COST-REGISTER-PATH
                           END-STRING
                       WHEN 2
                           STRING FUNCTION TRIM(WS-REPORT-DIR)
                                  "employer_cost_"
                                  WS-PER-STAMP(WS-PER-IDX)
                                  "_restart.txt"
                             INTO WS-COST-REGISTER-PATH
                           END-STRING
                       WHEN OTHER
                           STRING FUNCTION TRIM(WS-REPORT-DIR)
                                  "employer_cost_"
                                  WS-PER-STAMP(WS-PER-IDX)
                                  "_offcycle.txt"
                             INTO WS-COST-REGISTER-PATH
                           END-STRING
                   END-EVALUATE
                   PERFORM READ-COST-REGISTER
               END-PERFORM
           END-PERFORM.

      *> register detail lines: employee id in columns 1-4, then the
      *> name, gross, employer tax, 401k match and loaded cost in
      *> 12-column edited fields; the heading and TOTALS lines never
      *> start with a number.
       READ-COST-REGISTER.
           MOVE "N" TO WS-EOF
           OPEN INPUT COST-REGISTER-FILE
           IF WS-COST-REGISTER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-REGISTER-FILES

           PERFORM UNTIL WS-EOF = "Y"
               READ COST-REGISTER-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF COST-REGISTER-LINE(1:4) IS NUMERIC
                          AND COST-REGISTER-LINE(5:2) = SPACES
                           PERFORM APPLY-REGISTER-LINE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE COST-REGISTER-FILE.

       APPLY-REGISTER-LINE.
           MOVE COST-REGISTER-LINE(1:4) TO WS-REG-EMP-ID
           IF FUNCTION TEST-NUMVAL-C(COST-REGISTER-LINE(75:12)) NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL-C(COST-REGISTER-LINE(75:12))
             TO WS-REG-LOADED

           MOVE 0 TO WS-PH-FOUND-IDX
           PERFORM VARYING WS-PH-IDX FROM 1 BY 1
                   UNTIL WS-PH-IDX > WS-PH-COUNT
                   OR WS-PH-FOUND-IDX > 0
               IF WS-PH-EMP-ID(WS-PH-IDX) = WS-REG-EMP-ID
                  AND WS-PH-PERIOD(WS-PH-IDX) =
                      WS-PER-STAMP(WS-PER-IDX)
                   MOVE WS-PH-IDX TO WS-PH-FOUND-IDX
               END-IF
           END-PERFORM

           IF WS-PH-FOUND-IDX > 0
               ADD WS-REG-LOADED TO WS-PH-LOADED(WS-PH-FOUND-IDX)
               MOVE "Y" TO WS-PH-COSTED(WS-PH-FOUND-IDX)
           END-IF.

      *> distribution hours go to the center and month they were
      *> worked in, paid yet or not
       APPLY-DIST-HOURS.
           PERFORM VARYING WS-LD-IDX FROM 1 BY 1
                   UNTIL WS-LD-IDX > WS-LD-COUNT
               MOVE WS-LD-CC(WS-LD-IDX) TO WS-CHG-CC
               MOVE WS-LD-PERIOD(WS-LD-IDX) TO WS-CHG-PERIOD
               MOVE WS-LD-HOURS(WS-LD-IDX) TO WS-CHG-AMOUNT
               MOVE 1 TO WS-SPL-MEASURE
               PERFORM CHARGE-CENTER
           END-PERFORM.

      *> One pay-history row: gross and loaded cost split across the
      *> period's distribution rows by hours; with no rows, all of it
      *> (and a regular period's hours) lands on the home center.
       APPLY-HISTORY-ROW.
           MOVE WS-PH-EMP-ID(WS-PH-IDX) TO WS-CHG-EMP-ID
           MOVE WS-PH-PERIOD(WS-PH-IDX) TO WS-CHG-PERIOD
           PERFORM BUILD-CENTER-SPLIT

           IF WS-PH-COSTED(WS-PH-IDX) NOT = "Y"
               ADD 1 TO WS-UNCOSTED-PERIODS
               MOVE WS-PH-GROSS(WS-PH-IDX) TO WS-PH-LOADED(WS-PH-IDX)
           END-IF

           IF WS-SPL-TOTAL-HOURS = 0
               MOVE WS-HOME-CC TO WS-CHG-CC
               IF WS-PH-RUN-TYPE(WS-PH-IDX) NOT = "O"
                   MOVE WS-PH-HOURS(WS-PH-IDX) TO WS-CHG-AMOUNT
                   MOVE 1 TO WS-SPL-MEASURE
                   PERFORM CHARGE-CENTER
               END-IF
               MOVE WS-PH-GROSS(WS-PH-IDX) TO WS-CHG-AMOUNT
               MOVE 2 TO WS-SPL-MEASURE
               PERFORM CHARGE-CENTER
               MOVE WS-PH-LOADED(WS-PH-IDX) TO WS-CHG-AMOUNT
               MOVE 3 TO WS-SPL-MEASURE
               PERFORM CHARGE-CENTER
               EXIT PARAGRAPH
           END-IF

           MOVE WS-PH-GROSS(WS-PH-IDX) TO WS-SPL-AMOUNT
           MOVE 2 TO WS-SPL-MEASURE
           PERFORM CHARGE-SPLIT
           MOVE WS-PH-LOADED(WS-PH-IDX) TO WS-SPL-AMOUNT
           MOVE 3 TO WS-SPL-MEASURE
           PERFORM CHARGE-SPLIT.

       BUILD-CENTER-SPLIT.
           MOVE "GEN" TO WS-HOME-CC
           PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
                   UNTIL WS-EMP-IDX > WS-EMP-COUNT
               IF WS-EMP-TBL-ID(WS-EMP-IDX) = WS-CHG-EMP-ID
                  AND WS-EMP-TBL-CC(WS-EMP-IDX) NOT = SPACES
                   MOVE WS-EMP-TBL-CC(WS-EMP-IDX) TO WS-HOME-CC
               END-IF
           END-PERFORM

           MOVE 0 TO WS-SPL-COUNT WS-SPL-TOTAL-HOURS
           PERFORM VARYING WS-LD-IDX FROM 1 BY 1
                   UNTIL WS-LD-IDX > WS-LD-COUNT
               IF WS-LD-EMP-ID(WS-LD-IDX) = WS-CHG-EMP-ID
                  AND WS-LD-PERIOD(WS-LD-IDX) = WS-CHG-PERIOD
                   PERFORM ADD-SPLIT-HOURS
               END-IF
           END-PERFORM.

       ADD-SPLIT-HOURS.
           MOVE 0 TO WS-SPL-FOUND-IDX
           PERFORM VARYING WS-SPL-IDX FROM 1 BY 1
                   UNTIL WS-SPL-IDX > WS-SPL-COUNT
                   OR WS-SPL-FOUND-IDX > 0
               IF WS-SPL-CC(WS-SPL-IDX) = WS-LD-CC(WS-LD-IDX)
                   MOVE WS-SPL-IDX TO WS-SPL-FOUND-IDX
               END-IF
           END-PERFORM

           IF WS-SPL-FOUND-IDX = 0
               IF WS-SPL-COUNT >= 10
                   MOVE 1 TO WS-SPL-FOUND-IDX
               ELSE
                   ADD 1 TO WS-SPL-COUNT
                   MOVE WS-SPL-COUNT TO WS-SPL-FOUND-IDX
                   MOVE WS-LD-CC(WS-LD-IDX) TO WS-SPL-CC(WS-SPL-COUNT)
                   MOVE 0 TO WS-SPL-HOURS(WS-SPL-COUNT)
               END-IF
           END-IF

           ADD WS-LD-HOURS(WS-LD-IDX) TO WS-SPL-HOURS(WS-SPL-FOUND-IDX)
           ADD WS-LD-HOURS(WS-LD-IDX) TO WS-SPL-TOTAL-HOURS.

      *> proportional to hours, the last center taking the rounding
      *> remainder so the centers add back to the whole amount
       CHARGE-SPLIT.
           MOVE 0 TO WS-SPL-RUNNING
           PERFORM VARYING WS-SPL-IDX FROM 1 BY 1
                   UNTIL WS-SPL-IDX > WS-SPL-COUNT
               IF WS-SPL-IDX = WS-SPL-COUNT
                   COMPUTE WS-SPL-SHARE = WS-SPL-AMOUNT - WS-SPL-RUNNING
               ELSE
                   COMPUTE WS-SPL-SHARE ROUNDED =
                       WS-SPL-AMOUNT * WS-SPL-HOURS(WS-SPL-IDX)
                       / WS-SPL-TOTAL-HOURS
                   IF WS-SPL-RUNNING + WS-SPL-SHARE > WS-SPL-AMOUNT
                       COMPUTE WS-SPL-SHARE =
                           WS-SPL-AMOUNT - WS-SPL-RUNNING
                   END-IF
                   ADD WS-SPL-SHARE TO WS-SPL-RUNNING
               END-IF
               MOVE WS-SPL-CC(WS-SPL-IDX) TO WS-CHG-CC
               MOVE WS-SPL-SHARE TO WS-CHG-AMOUNT
               PERFORM CHARGE-CENTER
           END-PERFORM.

      *> adds WS-CHG-AMOUNT to measure WS-SPL-MEASURE of WS-CHG-CC,
      *> YTD always and MTD when the period falls in the month
       CHARGE-CENTER.
           PERFORM FIND-CENTER
           IF WS-CTR-FOUND-IDX = 0
               EXIT PARAGRAPH
           END-IF

           ADD WS-CHG-AMOUNT
             TO WS-CTR-ACT-YTD(WS-CTR-FOUND-IDX, WS-SPL-MEASURE)
           IF WS-CHG-PERIOD(1:6) = WS-MONTH
               ADD WS-CHG-AMOUNT
                 TO WS-CTR-ACT-MTD(WS-CTR-FOUND-IDX, WS-SPL-MEASURE)
           END-IF.

      *> ----------------------------------------------------------
      *> Report and alerts
      *> ----------------------------------------------------------
       WRITE-BUDGET-REPORT.
           MOVE 0 TO WS-CENTERS-OVER

           MOVE SPACES TO WS-REPORT-PATH
           STRING FUNCTION TRIM(WS-REPORT-DIR)
                  "labor_budget_"
                  WS-MONTH
                  ".txt"
             INTO WS-REPORT-PATH
           END-STRING

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "WARNING: cannot create labor budget report ("
                   WS-REPORT-STATUS ") -- results go to the terminal "
                   "only."
           END-IF

           MOVE SPACES TO REPORT-LINE
           STRING "===== Helical Pay Systems - Labor Budget vs Actual "
                  WS-MONTH " ====="
             INTO REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE

           MOVE WS-OVER-BUDGET-PCT TO WS-PCT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING "Month to date " WS-MONTH
                  "; year to date " WS-YEAR "01-" WS-MONTH
                  "; alert past " FUNCTION TRIM(WS-PCT-DISPLAY)
                  "% used; run " WS-RUN-STAMP
             INTO REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "Variance is budget less actual -- negative is "
                  "over budget."
             INTO REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "CTR  MEASURE        MTD BUDGET    MTD ACTUAL  "
              & "MTD VARIANCE   USED%    YTD BUDGET    YTD ACTUAL  "
              & "YTD VARIANCE   USED%" TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           PERFORM VARYING WS-CTR-IDX FROM 1 BY 1
                   UNTIL WS-CTR-IDX > WS-CTR-COUNT
               PERFORM WRITE-CENTER-BLOCK
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Pay periods read " WS-HISTORY-ROWS
                  ", cost registers read " WS-REGISTER-FILES
                  ", periods with no cost register (gross only) "
                  WS-UNCOSTED-PERIODS
             INTO REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Centers over budget " WS-CENTERS-OVER
             INTO REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE

           IF WS-REPORT-STATUS = "00"
               CLOSE REPORT-FILE
               DISPLAY "Labor budget report written: "
                   FUNCTION TRIM(WS-REPORT-PATH)
           END-IF.

       WRITE-CENTER-BLOCK.
           MOVE "N" TO WS-CTR-OVER(WS-CTR-IDX)
           MOVE 0 TO WS-PCT-WORST

           MOVE SPACES TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING WS-CTR-CODE(WS-CTR-IDX) " "
                  WS-CTR-DESC(WS-CTR-IDX)
             INTO REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE

           PERFORM VARYING WS-MSR-IDX FROM 1 BY 1
                   UNTIL WS-MSR-IDX > 3
               PERFORM WRITE-MEASURE-LINE
           END-PERFORM

           IF WS-CTR-OVER(WS-CTR-IDX) = "Y"
               ADD 1 TO WS-CENTERS-OVER
               MOVE WS-PCT-WORST TO WS-PCT-DISPLAY
               DISPLAY "  OVER BUDGET: " WS-CTR-CODE(WS-CTR-IDX) " "
                   FUNCTION TRIM(WS-WORST-MEASURE) " "
                   WS-WORST-BASIS " "
                   FUNCTION TRIM(WS-PCT-DISPLAY) "% used"

               MOVE "LABOR_OVER_BUDGET" TO WS-ALERT-TYPE
               MOVE "MEDIUM" TO WS-ALERT-SEVERITY
               MOVE SPACES TO WS-ALERT-DETAIL
               STRING "center=" FUNCTION TRIM(WS-CTR-CODE(WS-CTR-IDX))
                      " month=" WS-MONTH
                      " " FUNCTION TRIM(WS-WORST-MEASURE)
                      " " WS-WORST-BASIS
                      " used=" FUNCTION TRIM(WS-PCT-DISPLAY) "%"
                 INTO WS-ALERT-DETAIL
               END-STRING
               PERFORM APPEND-ALERT-RECORD
           END-IF.

       WRITE-MEASURE-LINE.
           EVALUATE WS-MSR-IDX
               WHEN 1
                   MOVE "HOURS" TO WS-MEASURE-NAME
               WHEN 2
                   MOVE "GROSS" TO WS-MEASURE-NAME
               WHEN OTHER
                   MOVE "LOADED" TO WS-MEASURE-NAME
           END-EVALUATE

           MOVE WS-CTR-BUD-MTD(WS-CTR-IDX, WS-MSR-IDX) TO WS-BUD-WORK
           MOVE WS-CTR-ACT-MTD(WS-CTR-IDX, WS-MSR-IDX) TO WS-ACT-WORK
           PERFORM FORMAT-BUDGET-COLUMNS
           MOVE WS-COLUMNS-WORK TO WS-MTD-COLUMNS
           IF WS-PCT-USED > WS-OVER-BUDGET-PCT
              AND WS-PCT-USED > WS-PCT-WORST
               MOVE WS-PCT-USED TO WS-PCT-WORST
               MOVE WS-MEASURE-NAME TO WS-WORST-MEASURE
               MOVE "MTD" TO WS-WORST-BASIS
               MOVE "Y" TO WS-CTR-OVER(WS-CTR-IDX)
           END-IF

           MOVE WS-CTR-BUD-YTD(WS-CTR-IDX, WS-MSR-IDX) TO WS-BUD-WORK
           MOVE WS-CTR-ACT-YTD(WS-CTR-IDX, WS-MSR-IDX) TO WS-ACT-WORK
           PERFORM FORMAT-BUDGET-COLUMNS
           MOVE WS-COLUMNS-WORK TO WS-YTD-COLUMNS
           IF WS-PCT-USED > WS-OVER-BUDGET-PCT
              AND WS-PCT-USED > WS-PCT-WORST
               MOVE WS-PCT-USED TO WS-PCT-WORST
               MOVE WS-MEASURE-NAME TO WS-WORST-MEASURE
               MOVE "YTD" TO WS-WORST-BASIS
               MOVE "Y" TO WS-CTR-OVER(WS-CTR-IDX)
           END-IF

           MOVE SPACES TO REPORT-LINE
           STRING "     " WS-MEASURE-NAME
                  WS-MTD-COLUMNS
                  WS-YTD-COLUMNS
             DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE.

      *> budget, actual, variance and percent used for one measure
      *> and basis into WS-COLUMNS-WORK. No budget shows "n/a" and is
      *> never alerted -- an unbudgeted center is a planning gap, not
      *> an overrun.
       FORMAT-BUDGET-COLUMNS.
           MOVE 0 TO WS-PCT-USED
           COMPUTE WS-VARIANCE = WS-BUD-WORK - WS-ACT-WORK
           IF WS-BUD-WORK > 0
               COMPUTE WS-PCT-USED ROUNDED =
                   WS-ACT-WORK * 100 / WS-BUD-WORK
                   ON SIZE ERROR
                       MOVE 99999.9 TO WS-PCT-USED
               END-COMPUTE
               MOVE WS-PCT-USED TO WS-PCT-DISPLAY
               MOVE WS-PCT-DISPLAY TO WS-PCT-TEXT
           ELSE
               MOVE "    n/a" TO WS-PCT-TEXT
           END-IF

           MOVE WS-BUD-WORK TO WS-AMOUNT-DISPLAY
           MOVE WS-ACT-WORK TO WS-AMOUNT-DISPLAY-2
           MOVE WS-VARIANCE TO WS-VARIANCE-DISPLAY
           MOVE SPACES TO WS-COLUMNS-WORK
           STRING "  " WS-AMOUNT-DISPLAY
                  "  " WS-AMOUNT-DISPLAY-2
                  "  " WS-VARIANCE-DISPLAY
                  " " WS-PCT-TEXT
             DELIMITED BY SIZE
             INTO WS-COLUMNS-WORK
           END-STRING.

       WRITE-REPORT-LINE.
           IF WS-REPORT-STATUS = "00"
               WRITE REPORT-LINE
           END-IF.

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
           STRING WS-CURRENT-DATE(1:4)
                  "-"
                  WS-CURRENT-DATE(5:2)
                  "-"
                  WS-CURRENT-DATE(7:2)
                  " "
                  WS-CURRENT-DATE(9:2)
                  ":"
                  WS-CURRENT-DATE(11:2)
                  ":"
                  WS-CURRENT-DATE(13:2)
             INTO WS-TIMESTAMP
           END-STRING.
