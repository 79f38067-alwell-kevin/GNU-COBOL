       IDENTIFICATION DIVISION.
       PROGRAM-ID. GARNISHMENT-HISTORY-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-FILE
               ASSIGN TO DYNAMIC WS-EMPLOYEE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID OF EMPLOYEE-RECORD
               FILE STATUS IS WS-EMPLOYEE-STATUS.

           SELECT GARNISH-FILE
               ASSIGN TO DYNAMIC WS-GARNISH-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GARNISH-STATUS.

           SELECT GARNISH-HIST-FILE
               ASSIGN TO DYNAMIC WS-GARN-HIST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GARN-HIST-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO DYNAMIC WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-FILE.
       01  EMPLOYEE-RECORD.
           COPY "employee_record.cpy".

       FD  GARNISH-FILE.
       01  GARNISH-LINE                   PIC X(256).

       FD  GARNISH-HIST-FILE.
       01  GARNISH-HIST-LINE              PIC X(160).

       FD  REPORT-FILE.
       01  REPORT-LINE                    PIC X(132).

       WORKING-STORAGE SECTION.
      *> Payment history for court-ordered garnishments -- what the
      *> payroll office sends back when a court or a payee asks what
      *> was withheld on an order. One report per order under
      *> data/reports/garnishment_<order id>.txt: the order as keyed
      *> (case, payee, priority, cap, total owed), every withholding
      *> the register made against it (pay date, disposable
      *> earnings, amount withheld, balance after, ledger
      *> transaction) from data/garnishment_history.dat, and a
      *> proof that total owed less everything withheld is the
      *> balance still on the order. Run with an order id for one
      *> order, or with no argument for every order on file. An
      *> order id no longer on file is looked up in
      *> data/garnishment_orders_archive.dat, where RETENTION-BATCH
      *> moves orders long since PAID or RELEASED.
       01  WS-GO-TABLE.
           05 WS-GO-ENTRY OCCURS 50 TIMES.
               10 WS-GO-ORDER-ID          PIC X(8) VALUE SPACES.
               10 WS-GO-EMP-ID            PIC 9(4) VALUE 0.
               10 WS-GO-CASE              PIC X(20) VALUE SPACES.
               10 WS-GO-PAYEE             PIC X(8) VALUE SPACES.
               10 WS-GO-PAYEE-NAME        PIC X(30) VALUE SPACES.
               10 WS-GO-PRIORITY          PIC 9(2) VALUE 0.
               10 WS-GO-OWED              PIC 9(7)V99 VALUE 0.
               10 WS-GO-BALANCE           PIC 9(7)V99 VALUE 0.
               10 WS-GO-CAP-PCT           PIC 9(3)V99 VALUE 0.
               10 WS-GO-STATUS            PIC X(10) VALUE SPACES.
               10 WS-GO-START-DATE        PIC X(8) VALUE SPACES.

       77  WS-EMPLOYEE-PATH               PIC X(256)
                                           VALUE "data/employees.dat".
       77  WS-GARNISH-PATH                PIC X(256)
                               VALUE "data/garnishment_orders.dat".
       77  WS-GARN-HIST-PATH              PIC X(256)
                               VALUE "data/garnishment_history.dat".
       77  WS-GARNISH-ARCHIVE-PATH        PIC X(256)
                       VALUE "data/garnishment_orders_archive.dat".
       77  WS-REPORT-PATH                 PIC X(256) VALUE SPACES.
       77  WS-REPORT-DIR                  PIC X(256)
                                           VALUE "data/reports/".

       77  WS-EMPLOYEE-STATUS             PIC XX VALUE SPACES.
       77  WS-GARNISH-STATUS              PIC XX VALUE SPACES.
       77  WS-GARN-HIST-STATUS            PIC XX VALUE SPACES.
       77  WS-REPORT-STATUS               PIC XX VALUE SPACES.

       77  WS-EOF                         PIC X VALUE "N".
       77  WS-ARGS-IN                     PIC X(80) VALUE SPACES.
       77  WS-WANT-ORDER                  PIC X(8) VALUE SPACES.
       77  WS-CURRENT-DATE                PIC X(21) VALUE SPACES.
       77  WS-RUN-STAMP                   PIC X(8) VALUE SPACES.
       77  WS-EMPLOYEE-OPEN               PIC X VALUE "N".
       77  WS-EMP-NAME                    PIC X(40) VALUE SPACES.

       77  WS-GO-COUNT                    PIC 9(2) VALUE 0.
       77  WS-GO-IDX                      PIC 9(2) VALUE 0.
       77  WS-GO-COUNT-BEFORE             PIC 9(2) VALUE 0.
       77  WS-GO-FIELD-COUNT              PIC 9(2) VALUE 0.
       77  WS-REPORT-COUNT                PIC 9(4) VALUE 0.
       77  WS-PAYMENT-COUNT               PIC 9(4) VALUE 0.
       77  WS-TOTAL-WITHHELD              PIC 9(9)V99 VALUE 0.
       77  WS-EXPECTED-BALANCE            PIC S9(9)V99 VALUE 0.

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

       77  WS-GH-FIELD-COUNT              PIC 9(2) VALUE 0.
       77  WS-GH-ORDER-TEXT               PIC X(20).
       77  WS-GH-DATE-TEXT                PIC X(20).
       77  WS-GH-EMP-TEXT                 PIC X(20).
       77  WS-GH-CASE-TEXT                PIC X(30).
       77  WS-GH-PAYEE-TEXT               PIC X(20).
       77  WS-GH-DISP-TEXT                PIC X(20).
       77  WS-GH-AMOUNT-TEXT              PIC X(20).
       77  WS-GH-BALANCE-TEXT             PIC X(20).
       77  WS-GH-TX-TEXT                  PIC X(20).
       77  WS-GH-AMOUNT                   PIC 9(7)V99 VALUE 0.

       77  WS-EMP-ID-TEXT                 PIC 9(4).
       77  WS-AMOUNT-EDIT                 PIC Z,ZZZ,ZZ9.99.
       77  WS-DISP-EDIT                   PIC Z,ZZZ,ZZ9.99.
       77  WS-BAL-EDIT                    PIC Z,ZZZ,ZZ9.99.
       77  WS-TOTAL-EDIT                  PIC ZZ,ZZZ,ZZ9.99.
       77  WS-DIFF-EDIT                   PIC -ZZ,ZZZ,ZZ9.99.
       77  WS-CAP-EDIT                    PIC ZZ9.99.
       77  WS-PRIORITY-EDIT               PIC Z9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY " "
           DISPLAY "===== Helical Pay Systems - Garnishment Payment "
               "History ====="
           DISPLAY " "

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE(1:8) TO WS-RUN-STAMP

           MOVE SPACES TO WS-ARGS-IN
           ACCEPT WS-ARGS-IN FROM COMMAND-LINE
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ARGS-IN))
             TO WS-WANT-ORDER

           PERFORM LOAD-GARNISHMENT-ORDERS
           IF WS-WANT-ORDER NOT = SPACES
               PERFORM LOAD-ARCHIVED-ORDER
           END-IF
           IF WS-GO-COUNT = 0
               DISPLAY "No garnishment orders on file -- nothing to "
                   "report."
               GOBACK
           END-IF

           OPEN INPUT EMPLOYEE-FILE
           IF WS-EMPLOYEE-STATUS = "00"
               MOVE "Y" TO WS-EMPLOYEE-OPEN
           END-IF

           PERFORM VARYING WS-GO-IDX FROM 1 BY 1
                   UNTIL WS-GO-IDX > WS-GO-COUNT
               IF WS-WANT-ORDER = SPACES
                  OR WS-WANT-ORDER = WS-GO-ORDER-ID(WS-GO-IDX)
                   PERFORM WRITE-ORDER-REPORT
               END-IF
           END-PERFORM

           IF WS-EMPLOYEE-OPEN = "Y"
               CLOSE EMPLOYEE-FILE
           END-IF

           IF WS-REPORT-COUNT = 0
               DISPLAY "ERROR: no garnishment order "
                   FUNCTION TRIM(WS-WANT-ORDER) " on file."
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           DISPLAY " "
           DISPLAY WS-REPORT-COUNT " order history report(s) written "
               "under " FUNCTION TRIM(WS-REPORT-DIR) "."

           GOBACK.

       LOAD-GARNISHMENT-ORDERS.
           MOVE 0 TO WS-GO-COUNT
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
                       IF WS-GO-COUNT < 50
                           PERFORM PARSE-GARNISHMENT-LINE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE GARNISH-FILE.

      *> the wanted order is read from the archive only when it is
      *> not among the orders still on file.
       LOAD-ARCHIVED-ORDER.
           PERFORM VARYING WS-GO-IDX FROM 1 BY 1
                   UNTIL WS-GO-IDX > WS-GO-COUNT
               IF WS-GO-ORDER-ID(WS-GO-IDX) = WS-WANT-ORDER
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM

           MOVE "N" TO WS-EOF
           MOVE WS-GARNISH-ARCHIVE-PATH TO WS-GARNISH-PATH
           OPEN INPUT GARNISH-FILE
           IF WS-GARNISH-STATUS NOT = "00"
               MOVE "data/garnishment_orders.dat" TO WS-GARNISH-PATH
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF = "Y"
               READ GARNISH-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF WS-GO-COUNT < 50
                           MOVE WS-GO-COUNT TO WS-GO-COUNT-BEFORE
                           PERFORM PARSE-GARNISHMENT-LINE
                           PERFORM DROP-UNWANTED-ORDER
                       END-IF
               END-READ
           END-PERFORM

           CLOSE GARNISH-FILE
           MOVE "data/garnishment_orders.dat" TO WS-GARNISH-PATH.

       DROP-UNWANTED-ORDER.
           IF WS-GO-COUNT > WS-GO-COUNT-BEFORE
              AND WS-GO-ORDER-ID(WS-GO-COUNT) NOT = WS-WANT-ORDER
               SUBTRACT 1 FROM WS-GO-COUNT
           END-IF.

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
                 FUNCTION TRIM(WS-GO-OWED-TEXT)) NOT = 0
              OR FUNCTION TEST-NUMVAL(
                 FUNCTION TRIM(WS-GO-BALANCE-TEXT)) NOT = 0
              OR FUNCTION TEST-NUMVAL(
                 FUNCTION TRIM(WS-GO-CAP-TEXT)) NOT = 0
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
           MOVE FUNCTION TRIM(WS-GO-NAME-TEXT)
             TO WS-GO-PAYEE-NAME(WS-GO-COUNT)
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-GO-PRIORITY-TEXT))
             TO WS-GO-PRIORITY(WS-GO-COUNT)
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-GO-OWED-TEXT))
             TO WS-GO-OWED(WS-GO-COUNT)
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-GO-BALANCE-TEXT))
             TO WS-GO-BALANCE(WS-GO-COUNT)
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-GO-CAP-TEXT))
             TO WS-GO-CAP-PCT(WS-GO-COUNT)
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-GO-STATUS-TEXT))
             TO WS-GO-STATUS(WS-GO-COUNT)
           MOVE FUNCTION TRIM(WS-GO-START-TEXT)
             TO WS-GO-START-DATE(WS-GO-COUNT).

      *> ----------------------------------------------------------
      *> One order's report: the order header, every payment on the
      *> history file in the order it was made, and the proof line.
      *> ----------------------------------------------------------
       WRITE-ORDER-REPORT.
           MOVE SPACES TO WS-REPORT-PATH
           STRING FUNCTION TRIM(WS-REPORT-DIR)
                  "garnishment_"
                  FUNCTION TRIM(WS-GO-ORDER-ID(WS-GO-IDX))
                  ".txt"
             INTO WS-REPORT-PATH
           END-STRING

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "WARNING: cannot write the history report for "
                   "order " FUNCTION TRIM(WS-GO-ORDER-ID(WS-GO-IDX))
                   " (" WS-REPORT-STATUS ")."
               EXIT PARAGRAPH
           END-IF

           PERFORM LOOKUP-EMPLOYEE-NAME
           PERFORM WRITE-ORDER-HEADER

           MOVE 0 TO WS-PAYMENT-COUNT
           MOVE 0 TO WS-TOTAL-WITHHELD
           PERFORM SCAN-PAYMENT-HISTORY

           IF WS-PAYMENT-COUNT = 0
               MOVE "  (no withholdings on file for this order)"
                 TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF

           PERFORM WRITE-ORDER-TOTALS

           CLOSE REPORT-FILE

           ADD 1 TO WS-REPORT-COUNT
           DISPLAY "Wrote " FUNCTION TRIM(WS-REPORT-PATH).

       LOOKUP-EMPLOYEE-NAME.
           MOVE SPACES TO WS-EMP-NAME
           IF WS-EMPLOYEE-OPEN NOT = "Y"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-GO-EMP-ID(WS-GO-IDX) TO EMP-ID OF EMPLOYEE-RECORD
           READ EMPLOYEE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE EMP-FULL-NAME OF EMPLOYEE-RECORD TO WS-EMP-NAME
           END-READ.

       WRITE-ORDER-HEADER.
           MOVE "===== Helical Pay Systems - Garnishment Order "
               & "Payment History =====" TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "Prepared          : " WS-RUN-STAMP
             INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "Order             : "
                  FUNCTION TRIM(WS-GO-ORDER-ID(WS-GO-IDX))
             INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "Case number       : "
                  FUNCTION TRIM(WS-GO-CASE(WS-GO-IDX))
             INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE WS-GO-EMP-ID(WS-GO-IDX) TO WS-EMP-ID-TEXT
           MOVE SPACES TO REPORT-LINE
           STRING "Employee          : " WS-EMP-ID-TEXT "  "
                  FUNCTION TRIM(WS-EMP-NAME)
             INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "Payee             : "
                  FUNCTION TRIM(WS-GO-PAYEE(WS-GO-IDX)) "  "
                  FUNCTION TRIM(WS-GO-PAYEE-NAME(WS-GO-IDX))
             INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE WS-GO-PRIORITY(WS-GO-IDX) TO WS-PRIORITY-EDIT
           MOVE WS-GO-CAP-PCT(WS-GO-IDX) TO WS-CAP-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "Priority / cap    : " WS-PRIORITY-EDIT
                  " / " FUNCTION TRIM(WS-CAP-EDIT)
                  "% of disposable earnings"
             INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "Start date        : "
                  FUNCTION TRIM(WS-GO-START-DATE(WS-GO-IDX))
                  "   Status: "
                  FUNCTION TRIM(WS-GO-STATUS(WS-GO-IDX))
             INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE WS-GO-OWED(WS-GO-IDX) TO WS-TOTAL-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "Total owed        : $" WS-TOTAL-EDIT
             INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE "Pay date    Disposable pay       Withheld   "
               & "Balance after   Ledger tx" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "--------    --------------   ------------   "
               & "-------------   ---------" TO REPORT-LINE
           WRITE REPORT-LINE.

       SCAN-PAYMENT-HISTORY.
           MOVE "N" TO WS-EOF

           OPEN INPUT GARNISH-HIST-FILE
           IF WS-GARN-HIST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF = "Y"
               READ GARNISH-HIST-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM APPLY-HISTORY-LINE
               END-READ
           END-PERFORM

           CLOSE GARNISH-HIST-FILE.

       APPLY-HISTORY-LINE.
           MOVE 0 TO WS-GH-FIELD-COUNT
           MOVE SPACES TO WS-GH-ORDER-TEXT
                          WS-GH-DATE-TEXT
                          WS-GH-EMP-TEXT
                          WS-GH-CASE-TEXT
                          WS-GH-PAYEE-TEXT
                          WS-GH-DISP-TEXT
                          WS-GH-AMOUNT-TEXT
                          WS-GH-BALANCE-TEXT
                          WS-GH-TX-TEXT

           UNSTRING GARNISH-HIST-LINE DELIMITED BY "|"
               INTO WS-GH-ORDER-TEXT
                    WS-GH-DATE-TEXT
                    WS-GH-EMP-TEXT
                    WS-GH-CASE-TEXT
                    WS-GH-PAYEE-TEXT
                    WS-GH-DISP-TEXT
                    WS-GH-AMOUNT-TEXT
                    WS-GH-BALANCE-TEXT
                    WS-GH-TX-TEXT
               TALLYING IN WS-GH-FIELD-COUNT
           END-UNSTRING

           IF WS-GH-FIELD-COUNT NOT = 9
               EXIT PARAGRAPH
           END-IF

           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-GH-ORDER-TEXT))
              NOT = WS-GO-ORDER-ID(WS-GO-IDX)
               EXIT PARAGRAPH
           END-IF

           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-GH-AMOUNT-TEXT))
              NOT = 0
              OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-GH-DISP-TEXT))
              NOT = 0
              OR FUNCTION TEST-NUMVAL(
                 FUNCTION TRIM(WS-GH-BALANCE-TEXT)) NOT = 0
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-GH-AMOUNT-TEXT))
             TO WS-GH-AMOUNT
           ADD 1 TO WS-PAYMENT-COUNT
           ADD WS-GH-AMOUNT TO WS-TOTAL-WITHHELD

           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-GH-DISP-TEXT))
             TO WS-DISP-EDIT
           MOVE WS-GH-AMOUNT TO WS-AMOUNT-EDIT
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-GH-BALANCE-TEXT))
             TO WS-BAL-EDIT

           MOVE SPACES TO REPORT-LINE
           STRING WS-GH-DATE-TEXT(1:8) "   "
                  "   " WS-DISP-EDIT "   "
                  WS-AMOUNT-EDIT "    "
                  WS-BAL-EDIT "   "
                  FUNCTION TRIM(WS-GH-TX-TEXT)
             INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

      *> The proof: total owed less everything withheld must be the
      *> balance on the order. A difference means the order was
      *> re-keyed or a history row is missing, and is called out for
      *> the payroll office to explain before the report goes out.
       WRITE-ORDER-TOTALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "Payments          : " WS-PAYMENT-COUNT
             INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE WS-TOTAL-WITHHELD TO WS-TOTAL-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "Total withheld    : $" WS-TOTAL-EDIT
             INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE WS-GO-BALANCE(WS-GO-IDX) TO WS-TOTAL-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "Balance remaining : $" WS-TOTAL-EDIT
             INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           COMPUTE WS-EXPECTED-BALANCE =
               WS-GO-OWED(WS-GO-IDX) - WS-TOTAL-WITHHELD
               - WS-GO-BALANCE(WS-GO-IDX)
           MOVE SPACES TO REPORT-LINE
           IF WS-EXPECTED-BALANCE = 0
               MOVE "Proof             : total owed less withheld "
                   & "agrees to the balance" TO REPORT-LINE
           ELSE
               MOVE WS-EXPECTED-BALANCE TO WS-DIFF-EDIT
               STRING "Proof             : OUT OF BALANCE by $"
                      FUNCTION TRIM(WS-DIFF-EDIT)
                      " -- check the order and its history"
                 INTO REPORT-LINE
               END-STRING
           END-IF
           WRITE REPORT-LINE.
