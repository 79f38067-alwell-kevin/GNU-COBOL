       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPENSE-CLAIMS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLAIM-FILE
               ASSIGN TO DYNAMIC WS-CLAIM-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLAIM-STATUS.

           SELECT CENTER-FILE
               ASSIGN TO DYNAMIC WS-CENTER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CENTER-STATUS.

           SELECT WINDOW-FILE
               ASSIGN TO DYNAMIC WS-WINDOW-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WINDOW-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLAIM-FILE.
       01  CLAIM-LINE                     PIC X(200).

       FD  CENTER-FILE.
       01  CENTER-LINE                    PIC X(40).

       FD  WINDOW-FILE.
       01  WINDOW-LINE                    PIC X(80).

       WORKING-STORAGE SECTION.
      *> employee expense claims (data/expense_claims.dat: claim id|
      *> employee id|expense date|category|amount|cost center|
      *> status|decided-by|decided-ts|paid period|description).
      *> Category is MILEAGE, TRAVEL, SUPPLIES or OTHER; the cost
      *> center is resolved when the claim is keyed (blank = the
      *> employee's home center, blank home = GEN). Status walks
      *> PENDING -> APPROVED or DENIED; PAYROLL-REGISTER-BATCH pays
      *> APPROVED claims as a non-taxable reimbursement on the next
      *> regular run and stamps them PAID with its pay period stamp
      *> in the paid-period column. The description is last so it
      *> is the only free-text field on the line.
       01  WS-CLAIM-TABLE.
           05 WS-CLM-ROW OCCURS 500 TIMES.
               10 WS-CLM-ID               PIC 9(6) VALUE 0.
               10 WS-CLM-EMP-ID           PIC 9(4) VALUE 0.
               10 WS-CLM-DATE             PIC X(8) VALUE SPACES.
               10 WS-CLM-CATEGORY         PIC X(8) VALUE SPACES.
               10 WS-CLM-AMOUNT           PIC 9(5)V99 VALUE 0.
               10 WS-CLM-CC               PIC X(4) VALUE SPACES.
               10 WS-CLM-STATUS           PIC X(10) VALUE SPACES.
               10 WS-CLM-BY               PIC X(12) VALUE SPACES.
               10 WS-CLM-AT               PIC X(19) VALUE SPACES.
               10 WS-CLM-PAID-PERIOD      PIC X(8) VALUE SPACES.
               10 WS-CLM-DESC             PIC X(40) VALUE SPACES.

      *> cost-center master (data/cost_centers.dat: code|
      *> description) -- a keyed center must be on it, or the
      *> reimbursement would post to a REIMB_EXPENSE_<typo> account
      *> the chart of accounts refuses. Unknown codes fall back to
      *> the home center with a warning, as timesheet entry does.
       01  WS-CC-TABLE.
           05 WS-CC-ENTRY OCCURS 20 TIMES.
               10 WS-CC-CODE              PIC X(4) VALUE SPACES.

       77  WS-CLAIM-PATH                  PIC X(256)
                                   VALUE "data/expense_claims.dat".
       77  WS-CENTER-PATH                 PIC X(256)
                                   VALUE "data/cost_centers.dat".
       77  WS-WINDOW-PATH                 PIC X(256)
                                   VALUE "data/batch_window.dat".

       77  WS-CLAIM-STATUS                PIC XX VALUE SPACES.
       77  WS-CENTER-STATUS               PIC XX VALUE SPACES.
       77  WS-WINDOW-STATUS               PIC XX VALUE SPACES.

       77  WS-MENU-OPTION                 PIC X VALUE SPACE.
       77  WS-EXIT-APP                    PIC X VALUE "N".
       77  WS-EOF                         PIC X VALUE "N".
       77  WS-FIELD-COUNT                 PIC 9(2) VALUE 0.

       77  WS-CLAIM-COUNT                 PIC 9(4) VALUE 0.
       77  WS-CLM-IDX                     PIC 9(4) VALUE 0.
       77  WS-CLM-FOUND-IDX               PIC 9(4) VALUE 0.
       77  WS-CLM-MAX-ID                  PIC 9(6) VALUE 0.
       77  WS-PENDING-COUNT               PIC 9(4) VALUE 0.
       77  WS-HAS-CLAIMS                  PIC X VALUE "N".

      *> a single claim above this goes through an off-cycle
      *> correction with a supervisor, not the self-service queue.
       77  WS-CLAIM-MAX-AMOUNT            PIC 9(5)V99 VALUE 5000.00.

       77  WS-DATE-IN                     PIC X(10) VALUE SPACES.
       77  WS-CATEGORY-IN                 PIC X(10) VALUE SPACES.
       77  WS-AMOUNT-IN                   PIC X(12) VALUE SPACES.
       77  WS-CC-IN                       PIC X(10) VALUE SPACES.
       77  WS-DESC-IN                     PIC X(60) VALUE SPACES.
       77  WS-CLAIM-ID-IN                 PIC X(10) VALUE SPACES.
       77  WS-DECIDE-IN                   PIC X VALUE SPACE.
       77  WS-PICK-CLAIM-ID               PIC 9(6) VALUE 0.

       77  WS-WORK-EMP-ID                 PIC 9(4) VALUE 0.
       77  WS-WORK-DATE                   PIC X(8) VALUE SPACES.
       77  WS-WORK-CATEGORY               PIC X(8) VALUE SPACES.
       77  WS-WORK-AMOUNT                 PIC 9(5)V99 VALUE 0.
       77  WS-WORK-CC                     PIC X(4) VALUE SPACES.
       77  WS-WORK-DESC                   PIC X(40) VALUE SPACES.
       77  WS-HOME-CC                     PIC X(4) VALUE SPACES.
       77  WS-PIPE-COUNT                  PIC 9(2) VALUE 0.

       77  WS-CC-COUNT                    PIC 9(2) VALUE 0.
       77  WS-CC-IDX                      PIC 9(2) VALUE 0.
       77  WS-CC-LOADED                   PIC X VALUE "N".
       77  WS-CC-VALID                    PIC X VALUE "N".
       77  WS-CC-CHECK                    PIC X(4) VALUE SPACES.
       77  WS-CC-CODE-TEXT                PIC X(20).

       77  WS-BATCH-ACTIVE                PIC X VALUE "N".
       77  WS-BATCH-WINDOW-OWNER          PIC X(40) VALUE SPACES.

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
       77  WS-EMP-ID-TEXT                 PIC 9(4).
       77  WS-CLM-ID-EDIT                 PIC ZZZZZ9.
       77  WS-AMOUNT-EDIT                 PIC ZZZZ9.99.
       77  WS-AMOUNT-DISPLAY              PIC ZZ,ZZ9.99.
       77  WS-TOTAL-AMOUNT                PIC 9(7)V99 VALUE 0.
       77  WS-TOTAL-DISPLAY               PIC Z,ZZZ,ZZ9.99.

       77  WS-CURRENT-DATE                PIC X(21) VALUE SPACES.
       77  WS-TIMESTAMP                   PIC X(19) VALUE SPACES.
       77  WS-TODAY-STAMP                 PIC X(8) VALUE SPACES.

       77  WS-AUDIT-PROGRAM               PIC X(24)
                                   VALUE "EXPENSE-CLAIMS".
       77  WS-AUDIT-EVENT-TYPE            PIC X(20) VALUE SPACES.
       77  WS-AUDIT-DETAIL                PIC X(100) VALUE SPACES.

       77  ANSI-RESET                     PIC X(4) VALUE X"1B5B306D".
       77  ANSI-BASE                      PIC X(8) VALUE X"1B5B34303B39376D".
       77  ANSI-KEYWORD                   PIC X(7) VALUE X"1B5B39363B316D".
       77  ANSI-COMMENT                   PIC X(5) VALUE X"1B5B33326D".
       77  ANSI-LITERAL                   PIC X(5) VALUE X"1B5B39336D".
       77  ANSI-INPUT                     PIC X(5) VALUE X"1B5B39326D".

       LINKAGE SECTION.
      *> the employee signed on to PAYVIEW -- claims are keyed for
      *> them, and the approval queue is open only to their role.
       01  LK-EMPLOYEE-RECORD.
           COPY "employee_record.cpy".

       PROCEDURE DIVISION USING LK-EMPLOYEE-RECORD.
       MAIN-PROCEDURE.
           DISPLAY " "
           DISPLAY "===== Helical Pay Systems - Expense Claims ====="
           DISPLAY " "

           MOVE "N" TO WS-EXIT-APP
           PERFORM UNTIL WS-EXIT-APP = "Y"
               PERFORM DISPLAY-MENU-PROMPT
               ACCEPT WS-MENU-OPTION
               PERFORM HANDLE-MENU-OPTION
           END-PERFORM

           DISPLAY ANSI-COMMENT WITH NO ADVANCING
           DISPLAY "Expense claims session ended."
           DISPLAY ANSI-BASE WITH NO ADVANCING

           GOBACK.

       DISPLAY-MENU-PROMPT.
           DISPLAY " "
           DISPLAY ANSI-KEYWORD WITH NO ADVANCING
           DISPLAY " 1. Enter an expense claim"
           DISPLAY " 2. View my claims"
           DISPLAY " 3. Approve or deny a claim (supervisor)"
           DISPLAY " 4. Exit"
           DISPLAY ANSI-BASE WITH NO ADVANCING
           DISPLAY ANSI-KEYWORD WITH NO ADVANCING
           DISPLAY "Select an option : " WITH NO ADVANCING
           DISPLAY ANSI-INPUT WITH NO ADVANCING
           DISPLAY "_ " WITH NO ADVANCING
           DISPLAY ANSI-BASE WITH NO ADVANCING.

       HANDLE-MENU-OPTION.
           EVALUATE WS-MENU-OPTION
               WHEN "1"
                   PERFORM ENTER-EXPENSE-CLAIM
               WHEN "2"
                   PERFORM VIEW-MY-CLAIMS
               WHEN "3"
                   PERFORM DECIDE-EXPENSE-CLAIM
               WHEN "4"
                   MOVE "Y" TO WS-EXIT-APP
               WHEN OTHER
                   DISPLAY ANSI-LITERAL WITH NO ADVANCING
                   DISPLAY "Invalid option. Choose 1-4."
                   DISPLAY ANSI-BASE WITH NO ADVANCING
           END-EVALUATE.

      *> ----------------------------------------------------------
      *> A claim is keyed by the signed-on employee for themself:
      *> expense date (not in the future), category, amount, cost
      *> center and a description. It lands PENDING and waits on
      *> the supervisor queue; nothing is paid from here.
      *> ----------------------------------------------------------
       ENTER-EXPENSE-CLAIM.
           PERFORM CHECK-BATCH-WINDOW
           IF WS-BATCH-ACTIVE = "Y"
               PERFORM REFUSE-DURING-BATCH-WINDOW
               EXIT PARAGRAPH
           END-IF

           MOVE EMP-ID OF LK-EMPLOYEE-RECORD TO WS-WORK-EMP-ID
           PERFORM BUILD-TIMESTAMP

           DISPLAY ANSI-KEYWORD WITH NO ADVANCING
           DISPLAY "Expense date YYYYMMDD (blank = today) : "
               WITH NO ADVANCING
           DISPLAY ANSI-INPUT WITH NO ADVANCING
           DISPLAY "________ " WITH NO ADVANCING
           DISPLAY ANSI-BASE WITH NO ADVANCING
           MOVE SPACES TO WS-DATE-IN
           ACCEPT WS-DATE-IN

           IF FUNCTION TRIM(WS-DATE-IN) = SPACES
               MOVE WS-TODAY-STAMP TO WS-WORK-DATE
           ELSE
               IF FUNCTION TEST-NUMVAL(
                  FUNCTION TRIM(WS-DATE-IN)) NOT = 0
                  OR FUNCTION LENGTH(FUNCTION TRIM(WS-DATE-IN)) NOT = 8
                   DISPLAY ANSI-LITERAL WITH NO ADVANCING
                   DISPLAY "Invalid date -- claim not recorded."
                   DISPLAY ANSI-BASE WITH NO ADVANCING
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION TRIM(WS-DATE-IN) TO WS-WORK-DATE
               IF FUNCTION TEST-DATE-YYYYMMDD(
                  FUNCTION NUMVAL(WS-WORK-DATE)) NOT = 0
                   DISPLAY ANSI-LITERAL WITH NO ADVANCING
                   DISPLAY "Invalid date -- claim not recorded."
                   DISPLAY ANSI-BASE WITH NO ADVANCING
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF WS-WORK-DATE > WS-TODAY-STAMP
               DISPLAY ANSI-LITERAL WITH NO ADVANCING
               DISPLAY "Expense date is in the future -- claim not "
                   "recorded."
               DISPLAY ANSI-BASE WITH NO ADVANCING
               EXIT PARAGRAPH
           END-IF

           DISPLAY ANSI-KEYWORD WITH NO ADVANCING
           DISPLAY "Category (MILEAGE/TRAVEL/SUPPLIES/OTHER) : "
               WITH NO ADVANCING
           DISPLAY ANSI-INPUT WITH NO ADVANCING
           DISPLAY "________ " WITH NO ADVANCING
           DISPLAY ANSI-BASE WITH NO ADVANCING
           MOVE SPACES TO WS-CATEGORY-IN
           ACCEPT WS-CATEGORY-IN

           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CATEGORY-IN))
             TO WS-WORK-CATEGORY
           IF WS-WORK-CATEGORY NOT = "MILEAGE"
              AND WS-WORK-CATEGORY NOT = "TRAVEL"
              AND WS-WORK-CATEGORY NOT = "SUPPLIES"
              AND WS-WORK-CATEGORY NOT = "OTHER"
               DISPLAY ANSI-LITERAL WITH NO ADVANCING
               DISPLAY "Category must be MILEAGE, TRAVEL, SUPPLIES or "
                   "OTHER -- claim not recorded."
               DISPLAY ANSI-BASE WITH NO ADVANCING
               EXIT PARAGRAPH
           END-IF

           DISPLAY ANSI-KEYWORD WITH NO ADVANCING
           DISPLAY "Amount                                 : "
               WITH NO ADVANCING
           DISPLAY ANSI-INPUT WITH NO ADVANCING
           DISPLAY "________ " WITH NO ADVANCING
           DISPLAY ANSI-BASE WITH NO ADVANCING
           MOVE SPACES TO WS-AMOUNT-IN
           ACCEPT WS-AMOUNT-IN

           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-AMOUNT-IN)) NOT = 0
               DISPLAY ANSI-LITERAL WITH NO ADVANCING
               DISPLAY "Invalid amount -- claim not recorded."
               DISPLAY ANSI-BASE WITH NO ADVANCING
               EXIT PARAGRAPH
           END-IF

           IF FUNCTION NUMVAL(FUNCTION TRIM(WS-AMOUNT-IN)) <= 0
              OR FUNCTION NUMVAL(FUNCTION TRIM(WS-AMOUNT-IN)) >
                 WS-CLAIM-MAX-AMOUNT
               MOVE WS-CLAIM-MAX-AMOUNT TO WS-AMOUNT-DISPLAY
               DISPLAY ANSI-LITERAL WITH NO ADVANCING
               DISPLAY "Amount must be between 0.01 and "
                   FUNCTION TRIM(WS-AMOUNT-DISPLAY)
                   " -- claim not recorded."
               DISPLAY ANSI-BASE WITH NO ADVANCING
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-WORK-AMOUNT ROUNDED =
               FUNCTION NUMVAL(FUNCTION TRIM(WS-AMOUNT-IN))

      *> the home center resolves a blank entry now, so the claim
      *> carries the center it will be charged to even if the
      *> employee moves before the register pays it.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                EMP-COST-CENTER OF LK-EMPLOYEE-RECORD)) TO WS-HOME-CC
           IF WS-HOME-CC = SPACES
               MOVE "GEN" TO WS-HOME-CC
           END-IF

           DISPLAY ANSI-KEYWORD WITH NO ADVANCING
           DISPLAY "Cost center (blank = home)             : "
               WITH NO ADVANCING
           DISPLAY ANSI-INPUT WITH NO ADVANCING
           DISPLAY "____ " WITH NO ADVANCING
           DISPLAY ANSI-BASE WITH NO ADVANCING
           MOVE SPACES TO WS-CC-IN
           ACCEPT WS-CC-IN
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CC-IN))
             TO WS-WORK-CC

           IF WS-WORK-CC = SPACES
               MOVE WS-HOME-CC TO WS-WORK-CC
           ELSE
               MOVE WS-WORK-CC TO WS-CC-CHECK
               PERFORM CHECK-COST-CENTER
               IF WS-CC-VALID NOT = "Y"
                   DISPLAY ANSI-LITERAL WITH NO ADVANCING
                   DISPLAY "Unknown cost center "
                       FUNCTION TRIM(WS-WORK-CC)
                       " -- the claim charges to the home center."
                   DISPLAY ANSI-BASE WITH NO ADVANCING
                   MOVE WS-HOME-CC TO WS-WORK-CC
               END-IF
           END-IF

           DISPLAY ANSI-KEYWORD WITH NO ADVANCING
           DISPLAY "Description                            : "
               WITH NO ADVANCING
           DISPLAY ANSI-INPUT WITH NO ADVANCING
           DISPLAY "________________________________________ "
               WITH NO ADVANCING
           DISPLAY ANSI-BASE WITH NO ADVANCING
           MOVE SPACES TO WS-DESC-IN
           ACCEPT WS-DESC-IN

      *> the description is the last column of a pipe-delimited
      *> row, so a pipe in it would split the row on the next read.
           MOVE 0 TO WS-PIPE-COUNT
           INSPECT WS-DESC-IN TALLYING WS-PIPE-COUNT FOR ALL "|"
           IF FUNCTION TRIM(WS-DESC-IN) = SPACES
              OR WS-PIPE-COUNT > 0
               DISPLAY ANSI-LITERAL WITH NO ADVANCING
               DISPLAY "A description (without '|') is required -- "
                   "claim not recorded."
               DISPLAY ANSI-BASE WITH NO ADVANCING
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-DESC-IN) TO WS-WORK-DESC

           PERFORM LOAD-CLAIM-TABLE
           IF WS-CLAIM-COUNT >= 500
               DISPLAY ANSI-LITERAL WITH NO ADVANCING
               DISPLAY "Claim file is full -- claim not recorded."
               DISPLAY "RETENTION-BATCH archives closed claims past "
                   "the CLAIMS window."
               DISPLAY ANSI-BASE WITH NO ADVANCING
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-CLAIM-COUNT
           ADD 1 TO WS-CLM-MAX-ID
           MOVE WS-CLM-MAX-ID TO WS-CLM-ID(WS-CLAIM-COUNT)
           MOVE WS-WORK-EMP-ID TO WS-CLM-EMP-ID(WS-CLAIM-COUNT)
           MOVE WS-WORK-DATE TO WS-CLM-DATE(WS-CLAIM-COUNT)
           MOVE WS-WORK-CATEGORY TO WS-CLM-CATEGORY(WS-CLAIM-COUNT)
           MOVE WS-WORK-AMOUNT TO WS-CLM-AMOUNT(WS-CLAIM-COUNT)
           MOVE WS-WORK-CC TO WS-CLM-CC(WS-CLAIM-COUNT)
           MOVE "PENDING" TO WS-CLM-STATUS(WS-CLAIM-COUNT)
           MOVE SPACES TO WS-CLM-BY(WS-CLAIM-COUNT)
                          WS-CLM-PAID-PERIOD(WS-CLAIM-COUNT)
           MOVE WS-TIMESTAMP TO WS-CLM-AT(WS-CLAIM-COUNT)
           MOVE WS-WORK-DESC TO WS-CLM-DESC(WS-CLAIM-COUNT)
           PERFORM SAVE-CLAIM-TABLE

           MOVE WS-WORK-AMOUNT TO WS-AMOUNT-EDIT
           MOVE "EXP_CLAIM_ENTERED" TO WS-AUDIT-EVENT-TYPE
           MOVE SPACES TO WS-AUDIT-DETAIL
           STRING FUNCTION TRIM(WS-WORK-CATEGORY)
                  " date " WS-WORK-DATE
                  " amount " FUNCTION TRIM(WS-AMOUNT-EDIT)
                  " cc " FUNCTION TRIM(WS-WORK-CC)
             INTO WS-AUDIT-DETAIL
           END-STRING
           PERFORM RECORD-CLAIM-AUDIT

           MOVE WS-CLM-MAX-ID TO WS-CLM-ID-EDIT
           DISPLAY ANSI-COMMENT WITH NO ADVANCING
           DISPLAY "Claim #" FUNCTION TRIM(WS-CLM-ID-EDIT)
               " recorded -- awaits supervisor approval."
           DISPLAY ANSI-BASE WITH NO ADVANCING.

       VIEW-MY-CLAIMS.
           MOVE EMP-ID OF LK-EMPLOYEE-RECORD TO WS-WORK-EMP-ID
           PERFORM LOAD-CLAIM-TABLE
           MOVE "N" TO WS-HAS-CLAIMS
           MOVE 0 TO WS-TOTAL-AMOUNT

           DISPLAY " "
           DISPLAY ANSI-KEYWORD WITH NO ADVANCING
           DISPLAY "CLAIM#  DATE      CATEGORY     AMOUNT  CC    "
               "STATUS     PAID      DESCRIPTION"
           DISPLAY ANSI-BASE WITH NO ADVANCING

           PERFORM VARYING WS-CLM-IDX FROM 1 BY 1
                   UNTIL WS-CLM-IDX > WS-CLAIM-COUNT
               IF WS-CLM-EMP-ID(WS-CLM-IDX) = WS-WORK-EMP-ID
                   MOVE "Y" TO WS-HAS-CLAIMS
                   PERFORM DISPLAY-CLAIM-LINE
                   IF WS-CLM-STATUS(WS-CLM-IDX) = "APPROVED"
                       ADD WS-CLM-AMOUNT(WS-CLM-IDX) TO WS-TOTAL-AMOUNT
                   END-IF
               END-IF
           END-PERFORM

           IF WS-HAS-CLAIMS = "N"
               DISPLAY "No expense claims on file."
           ELSE
               MOVE WS-TOTAL-AMOUNT TO WS-TOTAL-DISPLAY
               DISPLAY "Approved, awaiting payroll : " WS-TOTAL-DISPLAY
           END-IF.

       DISPLAY-CLAIM-LINE.
           MOVE WS-CLM-ID(WS-CLM-IDX) TO WS-CLM-ID-EDIT
           MOVE WS-CLM-AMOUNT(WS-CLM-IDX) TO WS-AMOUNT-DISPLAY
           DISPLAY WS-CLM-ID-EDIT "  "
               WS-CLM-DATE(WS-CLM-IDX) "  "
               WS-CLM-CATEGORY(WS-CLM-IDX) " "
               WS-AMOUNT-DISPLAY "  "
               WS-CLM-CC(WS-CLM-IDX) "  "
               WS-CLM-STATUS(WS-CLM-IDX) " "
               WS-CLM-PAID-PERIOD(WS-CLM-IDX) "  "
               FUNCTION TRIM(WS-CLM-DESC(WS-CLM-IDX)).

      *> ----------------------------------------------------------
      *> Supervisor decision path, modeled on the timesheet and
      *> leave approvals: the signed-on user must hold the
      *> supervisor or admin role and may not decide their own
      *> claim. An approved claim is paid by the next regular
      *> PAYROLL-REGISTER-BATCH run; a denied one never is.
      *> ----------------------------------------------------------
       DECIDE-EXPENSE-CLAIM.
           IF EMP-ROLE OF LK-EMPLOYEE-RECORD NOT = "S"
              AND EMP-ROLE OF LK-EMPLOYEE-RECORD NOT = "A"
               DISPLAY ANSI-LITERAL WITH NO ADVANCING
               DISPLAY "Claim approval requires a supervisor or "
                   "admin sign-on -- no decision recorded."
               DISPLAY ANSI-BASE WITH NO ADVANCING
               MOVE EMP-ID OF LK-EMPLOYEE-RECORD TO WS-WORK-EMP-ID
               MOVE "EXP_DENIED_ROLE" TO WS-AUDIT-EVENT-TYPE
               MOVE SPACES TO WS-AUDIT-DETAIL
               STRING "approver role "
                      EMP-ROLE OF LK-EMPLOYEE-RECORD
                      " lacks supervisor authority"
                 INTO WS-AUDIT-DETAIL
               END-STRING
               PERFORM RECORD-CLAIM-AUDIT
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-BATCH-WINDOW
           IF WS-BATCH-ACTIVE = "Y"
               PERFORM REFUSE-DURING-BATCH-WINDOW
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-CLAIM-TABLE
           MOVE 0 TO WS-PENDING-COUNT
           DISPLAY " "
           DISPLAY ANSI-KEYWORD WITH NO ADVANCING
           DISPLAY "CLAIM#  EMP   DATE      CATEGORY     AMOUNT  CC    "
               "DESCRIPTION"
           DISPLAY ANSI-BASE WITH NO ADVANCING
           PERFORM VARYING WS-CLM-IDX FROM 1 BY 1
                   UNTIL WS-CLM-IDX > WS-CLAIM-COUNT
               IF WS-CLM-STATUS(WS-CLM-IDX) = "PENDING"
                   ADD 1 TO WS-PENDING-COUNT
                   MOVE WS-CLM-ID(WS-CLM-IDX) TO WS-CLM-ID-EDIT
                   MOVE WS-CLM-EMP-ID(WS-CLM-IDX) TO WS-EMP-ID-TEXT
                   MOVE WS-CLM-AMOUNT(WS-CLM-IDX) TO WS-AMOUNT-DISPLAY
                   DISPLAY WS-CLM-ID-EDIT "  "
                       WS-EMP-ID-TEXT "  "
                       WS-CLM-DATE(WS-CLM-IDX) "  "
                       WS-CLM-CATEGORY(WS-CLM-IDX) " "
                       WS-AMOUNT-DISPLAY "  "
                       WS-CLM-CC(WS-CLM-IDX) "  "
                       FUNCTION TRIM(WS-CLM-DESC(WS-CLM-IDX))
               END-IF
           END-PERFORM

           IF WS-PENDING-COUNT = 0
               DISPLAY ANSI-COMMENT WITH NO ADVANCING
               DISPLAY "No pending expense claims."
               DISPLAY ANSI-BASE WITH NO ADVANCING
               EXIT PARAGRAPH
           END-IF

           DISPLAY ANSI-KEYWORD WITH NO ADVANCING
           DISPLAY "Claim id to decide : " WITH NO ADVANCING
           DISPLAY ANSI-INPUT WITH NO ADVANCING
           DISPLAY "______ " WITH NO ADVANCING
           DISPLAY ANSI-BASE WITH NO ADVANCING
           MOVE SPACES TO WS-CLAIM-ID-IN
           ACCEPT WS-CLAIM-ID-IN

           IF FUNCTION TEST-NUMVAL(
              FUNCTION TRIM(WS-CLAIM-ID-IN)) NOT = 0
               DISPLAY ANSI-LITERAL WITH NO ADVANCING
               DISPLAY "Not a valid claim id."
               DISPLAY ANSI-BASE WITH NO ADVANCING
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-CLAIM-ID-IN))
             TO WS-PICK-CLAIM-ID

           MOVE 0 TO WS-CLM-FOUND-IDX
           PERFORM VARYING WS-CLM-IDX FROM 1 BY 1
                   UNTIL WS-CLM-IDX > WS-CLAIM-COUNT
                   OR WS-CLM-FOUND-IDX > 0
               IF WS-CLM-ID(WS-CLM-IDX) = WS-PICK-CLAIM-ID
                  AND WS-CLM-STATUS(WS-CLM-IDX) = "PENDING"
                   MOVE WS-CLM-IDX TO WS-CLM-FOUND-IDX
               END-IF
           END-PERFORM

           IF WS-CLM-FOUND-IDX = 0
               DISPLAY ANSI-LITERAL WITH NO ADVANCING
               DISPLAY "No pending claim with that id."
               DISPLAY ANSI-BASE WITH NO ADVANCING
               EXIT PARAGRAPH
           END-IF

           IF WS-CLM-EMP-ID(WS-CLM-FOUND-IDX) =
              EMP-ID OF LK-EMPLOYEE-RECORD
               DISPLAY ANSI-LITERAL WITH NO ADVANCING
               DISPLAY "Supervisors may not decide their own expense "
                   "claim."
               DISPLAY ANSI-BASE WITH NO ADVANCING
               EXIT PARAGRAPH
           END-IF

           DISPLAY ANSI-KEYWORD WITH NO ADVANCING
           DISPLAY "Approve or Deny? (A/D) : " WITH NO ADVANCING
           DISPLAY ANSI-INPUT WITH NO ADVANCING
           DISPLAY "_ " WITH NO ADVANCING
           DISPLAY ANSI-BASE WITH NO ADVANCING
           MOVE SPACE TO WS-DECIDE-IN
           ACCEPT WS-DECIDE-IN

           PERFORM BUILD-TIMESTAMP
           MOVE WS-CLM-EMP-ID(WS-CLM-FOUND-IDX) TO WS-WORK-EMP-ID
           MOVE EMP-ID OF LK-EMPLOYEE-RECORD TO WS-EMP-ID-TEXT
           MOVE WS-CLM-ID(WS-CLM-FOUND-IDX) TO WS-CLM-ID-EDIT
           MOVE WS-CLM-AMOUNT(WS-CLM-FOUND-IDX) TO WS-AMOUNT-EDIT

           EVALUATE WS-DECIDE-IN
               WHEN "A"
               WHEN "a"
                   MOVE "APPROVED" TO WS-CLM-STATUS(WS-CLM-FOUND-IDX)
                   MOVE "EXP_APPROVED" TO WS-AUDIT-EVENT-TYPE
               WHEN "D"
               WHEN "d"
                   MOVE "DENIED" TO WS-CLM-STATUS(WS-CLM-FOUND-IDX)
                   MOVE "EXP_DENIED" TO WS-AUDIT-EVENT-TYPE
               WHEN OTHER
                   DISPLAY ANSI-COMMENT WITH NO ADVANCING
                   DISPLAY "No decision recorded."
                   DISPLAY ANSI-BASE WITH NO ADVANCING
                   EXIT PARAGRAPH
           END-EVALUATE

           MOVE WS-EMP-ID-TEXT TO WS-CLM-BY(WS-CLM-FOUND-IDX)
           MOVE WS-TIMESTAMP TO WS-CLM-AT(WS-CLM-FOUND-IDX)
           PERFORM SAVE-CLAIM-TABLE

           MOVE SPACES TO WS-AUDIT-DETAIL
           STRING "claim " FUNCTION TRIM(WS-CLM-ID-EDIT)
                  " amount " FUNCTION TRIM(WS-AMOUNT-EDIT) " "
                  FUNCTION TRIM(WS-CLM-STATUS(WS-CLM-FOUND-IDX))
                  " by " WS-EMP-ID-TEXT
             INTO WS-AUDIT-DETAIL
           END-STRING
           PERFORM RECORD-CLAIM-AUDIT

           DISPLAY ANSI-COMMENT WITH NO ADVANCING
           IF WS-CLM-STATUS(WS-CLM-FOUND-IDX) = "APPROVED"
               DISPLAY "Claim approved -- it is paid with the next "
                   "regular payroll run."
           ELSE
               DISPLAY "Claim denied."
           END-IF
           DISPLAY ANSI-BASE WITH NO ADVANCING.

      *> Answers whether WS-CC-CHECK is a code on the cost-center
      *> master, loading the master once per session.
       CHECK-COST-CENTER.
           IF WS-CC-LOADED NOT = "Y"
               PERFORM LOAD-COST-CENTERS
           END-IF

           MOVE "N" TO WS-CC-VALID
           PERFORM VARYING WS-CC-IDX FROM 1 BY 1
                   UNTIL WS-CC-IDX > WS-CC-COUNT
                   OR WS-CC-VALID = "Y"
               IF WS-CC-CODE(WS-CC-IDX) = WS-CC-CHECK
                   MOVE "Y" TO WS-CC-VALID
               END-IF
           END-PERFORM.

       LOAD-COST-CENTERS.
           MOVE 0 TO WS-CC-COUNT
           MOVE "N" TO WS-EOF

           OPEN INPUT CENTER-FILE
           IF WS-CENTER-STATUS NOT = "00"
               MOVE "Y" TO WS-CC-LOADED
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF = "Y"
               READ CENTER-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF WS-CC-COUNT < 20
                           PERFORM PARSE-CENTER-LINE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE CENTER-FILE
           MOVE "Y" TO WS-CC-LOADED.

       PARSE-CENTER-LINE.
           MOVE 0 TO WS-FIELD-COUNT
           MOVE SPACES TO WS-CC-CODE-TEXT

           UNSTRING CENTER-LINE DELIMITED BY "|"
               INTO WS-CC-CODE-TEXT
               TALLYING IN WS-FIELD-COUNT
           END-UNSTRING

           IF FUNCTION TRIM(WS-CC-CODE-TEXT) = SPACES
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-CC-COUNT
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CC-CODE-TEXT))
             TO WS-CC-CODE(WS-CC-COUNT).

      *> The register rewrites the claim file when it stamps claims
      *> PAID, so claims are neither keyed nor decided while the
      *> nightly batch holds the window.
       CHECK-BATCH-WINDOW.
           MOVE "N" TO WS-BATCH-ACTIVE
           MOVE SPACES TO WS-BATCH-WINDOW-OWNER

           OPEN INPUT WINDOW-FILE
           IF WS-WINDOW-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           READ WINDOW-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF FUNCTION TRIM(WINDOW-LINE) NOT = SPACES
                       MOVE "Y" TO WS-BATCH-ACTIVE
                       MOVE FUNCTION TRIM(WINDOW-LINE)
                         TO WS-BATCH-WINDOW-OWNER
                   END-IF
           END-READ

           CLOSE WINDOW-FILE.

       REFUSE-DURING-BATCH-WINDOW.
           DISPLAY ANSI-LITERAL WITH NO ADVANCING
           DISPLAY "Nightly processing in progress ("
               FUNCTION TRIM(WS-BATCH-WINDOW-OWNER)
               ") -- claims cannot be entered or decided until "
               "the batch completes."
           DISPLAY ANSI-BASE WITH NO ADVANCING.

       LOAD-CLAIM-TABLE.
           MOVE 0 TO WS-CLAIM-COUNT WS-CLM-MAX-ID
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
                       IF WS-CLAIM-COUNT < 500
                           PERFORM PARSE-CLAIM-LINE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE CLAIM-FILE.

       PARSE-CLAIM-LINE.
           MOVE 0 TO WS-FIELD-COUNT
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
               TALLYING IN WS-FIELD-COUNT
           END-UNSTRING

           IF WS-FIELD-COUNT < 7
               EXIT PARAGRAPH
           END-IF

           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-CLM-ID-TEXT))
              NOT = 0
               EXIT PARAGRAPH
           END-IF

           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-CLM-EMP-TEXT))
              NOT = 0
               EXIT PARAGRAPH
           END-IF

           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-CLM-AMOUNT-TEXT))
              NOT = 0
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-CLAIM-COUNT
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-CLM-ID-TEXT))
             TO WS-CLM-ID(WS-CLAIM-COUNT)
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-CLM-EMP-TEXT))
             TO WS-CLM-EMP-ID(WS-CLAIM-COUNT)
           MOVE FUNCTION TRIM(WS-CLM-DATE-TEXT)
             TO WS-CLM-DATE(WS-CLAIM-COUNT)
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CLM-CATEGORY-TEXT))
             TO WS-CLM-CATEGORY(WS-CLAIM-COUNT)
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-CLM-AMOUNT-TEXT))
             TO WS-CLM-AMOUNT(WS-CLAIM-COUNT)
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CLM-CC-TEXT))
             TO WS-CLM-CC(WS-CLAIM-COUNT)
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CLM-STATUS-TEXT))
             TO WS-CLM-STATUS(WS-CLAIM-COUNT)
           MOVE FUNCTION TRIM(WS-CLM-BY-TEXT)
             TO WS-CLM-BY(WS-CLAIM-COUNT)
           MOVE FUNCTION TRIM(WS-CLM-AT-TEXT)
             TO WS-CLM-AT(WS-CLAIM-COUNT)
           MOVE FUNCTION TRIM(WS-CLM-PAID-TEXT)
             TO WS-CLM-PAID-PERIOD(WS-CLAIM-COUNT)
           MOVE FUNCTION TRIM(WS-CLM-DESC-TEXT)
             TO WS-CLM-DESC(WS-CLAIM-COUNT)

           IF WS-CLM-ID(WS-CLAIM-COUNT) > WS-CLM-MAX-ID
               MOVE WS-CLM-ID(WS-CLAIM-COUNT) TO WS-CLM-MAX-ID
           END-IF.

       SAVE-CLAIM-TABLE.
           OPEN OUTPUT CLAIM-FILE
           IF WS-CLAIM-STATUS NOT = "00"
               DISPLAY ANSI-LITERAL WITH NO ADVANCING
               DISPLAY "WARNING: could not rewrite the expense "
                   "claim file."
               DISPLAY ANSI-BASE WITH NO ADVANCING
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-CLM-IDX FROM 1 BY 1
                   UNTIL WS-CLM-IDX > WS-CLAIM-COUNT
               PERFORM WRITE-CLAIM-ROW
           END-PERFORM

           CLOSE CLAIM-FILE.

       WRITE-CLAIM-ROW.
           MOVE WS-CLM-ID(WS-CLM-IDX) TO WS-CLM-ID-EDIT
           MOVE WS-CLM-EMP-ID(WS-CLM-IDX) TO WS-EMP-ID-TEXT
           MOVE WS-CLM-AMOUNT(WS-CLM-IDX) TO WS-AMOUNT-EDIT
           MOVE SPACES TO CLAIM-LINE
           STRING FUNCTION TRIM(WS-CLM-ID-EDIT)
                  "|"
                  WS-EMP-ID-TEXT
                  "|"
                  WS-CLM-DATE(WS-CLM-IDX)
                  "|"
                  FUNCTION TRIM(WS-CLM-CATEGORY(WS-CLM-IDX))
                  "|"
                  FUNCTION TRIM(WS-AMOUNT-EDIT)
                  "|"
                  FUNCTION TRIM(WS-CLM-CC(WS-CLM-IDX))
                  "|"
                  FUNCTION TRIM(WS-CLM-STATUS(WS-CLM-IDX))
                  "|"
                  FUNCTION TRIM(WS-CLM-BY(WS-CLM-IDX))
                  "|"
                  FUNCTION TRIM(WS-CLM-AT(WS-CLM-IDX))
                  "|"
                  FUNCTION TRIM(WS-CLM-PAID-PERIOD(WS-CLM-IDX))
                  "|"
                  FUNCTION TRIM(WS-CLM-DESC(WS-CLM-IDX))
             INTO CLAIM-LINE
           END-STRING
           WRITE CLAIM-LINE.

       RECORD-CLAIM-AUDIT.
           CALL "RECORD-AUDIT-EVENT"
               USING WS-WORK-EMP-ID
                     WS-AUDIT-PROGRAM
                     WS-AUDIT-EVENT-TYPE
                     WS-AUDIT-DETAIL
           END-CALL.

       BUILD-TIMESTAMP.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY-STAMP
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
