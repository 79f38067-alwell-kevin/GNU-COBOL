       IDENTIFICATION DIVISION.
       PROGRAM-ID. BENEFITS-FEED-BATCH.

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

           SELECT CARRIER-FILE
               ASSIGN TO DYNAMIC WS-CARRIER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARRIER-STATUS.

           SELECT DEDUCTION-FILE
               ASSIGN TO DYNAMIC WS-DEDUCTION-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEDUCTION-STATUS.

           SELECT ENROLLMENT-FILE
               ASSIGN TO DYNAMIC WS-ENROLLMENT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENROLLMENT-STATUS.

           SELECT SUBLEDGER-FILE
               ASSIGN TO DYNAMIC WS-SUBLEDGER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUBLEDGER-STATUS.

           SELECT SNAPSHOT-FILE
               ASSIGN TO DYNAMIC WS-SNAPSHOT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAPSHOT-STATUS.

           SELECT SENT-FILE
               ASSIGN TO DYNAMIC WS-SENT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SENT-STATUS.

           SELECT FEED-FILE
               ASSIGN TO DYNAMIC WS-FEED-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.

           SELECT INVOICE-FILE
               ASSIGN TO DYNAMIC WS-INVOICE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVOICE-STATUS.

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

       FD  CARRIER-FILE.
       01  CARRIER-LINE                   PIC X(120).

       FD  DEDUCTION-FILE.
       01  DEDUCTION-LINE                 PIC X(256).

       FD  ENROLLMENT-FILE.
       01  ENROLLMENT-LINE                PIC X(256).

       FD  SUBLEDGER-FILE.
       01  SUBLEDGER-LINE                 PIC X(80).

       FD  SNAPSHOT-FILE.
       01  SNAPSHOT-LINE                  PIC X(120).

       FD  SENT-FILE.
       01  SENT-LINE                      PIC X(80).

       FD  FEED-FILE.
       01  FEED-LINE                      PIC X(120).

       FD  INVOICE-FILE.
       01  INVOICE-LINE                   PIC X(120).

       FD  REPORT-FILE.
       01  REPORT-LINE                    PIC X(132).

       FD  ALERT-FILE.
       01  ALERT-LINE                     PIC X(256).

       WORKING-STORAGE SECTION.
      *> Benefits carrier interface. Each deduction plan a carrier
      *> administers is mapped to it in data/benefit_carriers.dat
      *> (plan code|carrier code|carrier name); plans with no row
      *> (union dues, court orders) are paid over by REMITTANCE-BATCH
      *> only and never fed.
      *>
      *> FEED (default, run after the register) writes one file per
      *> carrier, data/reports/benefit_feed_<carrier>_<date>.dat:
      *>   HDR  cols 1-3 "HDR", 4-11 run date, 12-21 originator,
      *>        22-31 carrier code
      *>   ENR  cols 1-3 "ENR", 4 action "A" add / "C" change /
      *>        "T" termination, 5-12 plan, 13-16 employee id,
      *>        17-56 name, 57-64 hire date, 65-72 effective date,
      *>        73 term reason ("E" employment ended, "P" plan
      *>        dropped), 74-77 election basis (FLAT/PCT), 78-87
      *>        election value
      *>   CON  cols 1-3 "CON", 4 "N" new / "R" replaces the amount
      *>        sent before for the period, 5-12 plan, 13-16
      *>        employee id, 17-24 pay period, 25-36 period gross
      *>        from pay history, 37-48 contribution withheld
      *>   TRL  cols 1-3 "TRL", 4-9 record count, 10-23 hash total
      *>        of the contribution amounts
      *> Adds, changes and terminations are found by comparing the
      *> enrollments and the employee master (EMP-ACTIVE, EMP-TERM-
      *> DATE) against what the last feed sent, kept in
      *> data/benefit_feed_snapshot.dat (carrier|plan|employee id|
      *> name|hire date|basis|value). Contributions come from the
      *> remittance subledger the register appends to (one row per
      *> plan, pay period and employee); what has been sent is kept
      *> in data/benefit_feed_sent.dat (carrier|plan|period|employee
      *> id|amount) so each period goes once, and again only if an
      *> off-cycle run changed it. Only pay periods of the last 62
      *> days are considered; the sent log keeps that window only.
      *>
      *> INVOICE <carrier> [YYYYMM] (default last month) loads the
      *> carrier's premium invoice, data/premium_invoice_<carrier>_
      *> <YYYYMM>.dat (carrier|YYYYMM|employee id|plan|premium), and
      *> lists every employee and plan where the bill disagrees with
      *> what the register withheld that month or REMITTANCE-BATCH
      *> has not yet paid over, in data/reports/premium_recon_
      *> <carrier>_<YYYYMM>.txt. Any exception raises a
      *> PREMIUM_INVOICE_MISMATCH alert and RC 1.
       01  WS-CARRIER-TABLE.
           05 WS-CAR-ROW OCCURS 20 TIMES.
               10 WS-CAR-PLAN             PIC X(8) VALUE SPACES.
               10 WS-CAR-CODE             PIC X(10) VALUE SPACES.
               10 WS-CAR-NAME             PIC X(40) VALUE SPACES.
               10 WS-CAR-CALC             PIC X(4) VALUE SPACES.
               10 WS-CAR-VALUE            PIC 9(7)V99 VALUE 0.

       01  WS-CARRIER-LIST.
           05 WS-CL-ROW OCCURS 10 TIMES.
               10 WS-CL-CODE              PIC X(10) VALUE SPACES.
               10 WS-CL-NAME              PIC X(40) VALUE SPACES.
               10 WS-CL-ADDS              PIC 9(4) VALUE 0.
               10 WS-CL-CHANGES           PIC 9(4) VALUE 0.
               10 WS-CL-TERMS             PIC 9(4) VALUE 0.
               10 WS-CL-CONTRIBS          PIC 9(4) VALUE 0.
               10 WS-CL-TOTAL             PIC 9(9)V99 VALUE 0.

       01  WS-EMPLOYEE-TABLE.
           05 WS-EMP-ROW OCCURS 500 TIMES.
               10 WS-EMP-TBL-ID           PIC 9(4) VALUE 0.
               10 WS-EMP-TBL-NAME         PIC X(40) VALUE SPACES.
               10 WS-EMP-TBL-ACTIVE       PIC X VALUE SPACE.
               10 WS-EMP-TBL-HIRE         PIC 9(8) VALUE 0.
               10 WS-EMP-TBL-TERM         PIC 9(8) VALUE 0.

       01  WS-ENROLL-TABLE.
           05 WS-ENR-ROW OCCURS 1000 TIMES.
               10 WS-ENR-EMP-ID           PIC 9(4) VALUE 0.
               10 WS-ENR-PLAN             PIC X(8) VALUE SPACES.

      *> what the last feed told each carrier, and what this run
      *> will leave on file for the next one
       01  WS-SNAP-TABLE.
           05 WS-SNAP-ROW OCCURS 1000 TIMES.
               10 WS-SNAP-CARRIER         PIC X(10) VALUE SPACES.
               10 WS-SNAP-PLAN            PIC X(8) VALUE SPACES.
               10 WS-SNAP-EMP-ID          PIC 9(4) VALUE 0.
               10 WS-SNAP-NAME            PIC X(40) VALUE SPACES.
               10 WS-SNAP-HIRE            PIC 9(8) VALUE 0.
               10 WS-SNAP-CALC            PIC X(4) VALUE SPACES.
               10 WS-SNAP-VALUE           PIC 9(7)V99 VALUE 0.
               10 WS-SNAP-MATCHED         PIC X VALUE "N".

       01  WS-MEMBER-TABLE.
           05 WS-MBR-ROW OCCURS 1000 TIMES.
               10 WS-MBR-CARRIER          PIC X(10) VALUE SPACES.
               10 WS-MBR-PLAN             PIC X(8) VALUE SPACES.
               10 WS-MBR-EMP-ID           PIC 9(4) VALUE 0.
               10 WS-MBR-NAME             PIC X(40) VALUE SPACES.
               10 WS-MBR-HIRE             PIC 9(8) VALUE 0.
               10 WS-MBR-CALC             PIC X(4) VALUE SPACES.
               10 WS-MBR-VALUE            PIC 9(7)V99 VALUE 0.

      *> subledger withholdings for the carriers' plans, summed by
      *> plan, pay period and employee. Only the periods inside the
      *> feed window (or the invoice month) are loaded, so the table
      *> holds one window's pay periods for every enrollment.
       01  WS-CONTRIB-TABLE.
           05 WS-CON-ROW OCCURS 10000 TIMES.
               10 WS-CON-CARRIER          PIC X(10) VALUE SPACES.
               10 WS-CON-PLAN             PIC X(8) VALUE SPACES.
               10 WS-CON-PERIOD           PIC X(8) VALUE SPACES.
               10 WS-CON-EMP-ID           PIC 9(4) VALUE 0.
               10 WS-CON-AMOUNT           PIC 9(7)V99 VALUE 0.
               10 WS-CON-REMITTED         PIC 9(7)V99 VALUE 0.

       01  WS-SENT-TABLE.
           05 WS-SENT-ROW OCCURS 10000 TIMES.
               10 WS-SENT-CARRIER         PIC X(10) VALUE SPACES.
               10 WS-SENT-PLAN            PIC X(8) VALUE SPACES.
               10 WS-SENT-PERIOD          PIC X(8) VALUE SPACES.
               10 WS-SENT-EMP-ID          PIC 9(4) VALUE 0.
               10 WS-SENT-AMOUNT          PIC 9(7)V99 VALUE 0.

      *> one row per employee and plan on either side of an invoice
       01  WS-RECON-TABLE.
           05 WS-REC-ROW OCCURS 500 TIMES.
               10 WS-REC-EMP-ID           PIC 9(4) VALUE 0.
               10 WS-REC-PLAN             PIC X(8) VALUE SPACES.
               10 WS-REC-BILLED           PIC 9(7)V99 VALUE 0.
               10 WS-REC-WITHHELD         PIC 9(7)V99 VALUE 0.
               10 WS-REC-REMITTED         PIC 9(7)V99 VALUE 0.

       01  WS-ALERT-BUFFER.
           05 WS-ALERT-BUF-LINE OCCURS 300 TIMES PIC X(256).

       77  WS-EMPLOYEE-PATH               PIC X(256)
                                           VALUE "data/employees.dat".
       77  WS-HISTORY-PATH                PIC X(256)
                                           VALUE "data/pay_history.dat".
       77  WS-CARRIER-PATH                PIC X(256)
                                   VALUE "data/benefit_carriers.dat".
       77  WS-DEDUCTION-PATH              PIC X(256)
                                           VALUE "data/deductions.dat".
       77  WS-ENROLLMENT-PATH             PIC X(256)
                              VALUE "data/deduction_enrollments.dat".
       77  WS-SUBLEDGER-PATH              PIC X(256)
                               VALUE "data/remittance_subledger.dat".
       77  WS-SNAPSHOT-PATH               PIC X(256)
                               VALUE "data/benefit_feed_snapshot.dat".
       77  WS-SENT-PATH                   PIC X(256)
                                   VALUE "data/benefit_feed_sent.dat".
       77  WS-ALERT-PATH                  PIC X(256)
                                           VALUE "data/alerts.dat".
       77  WS-FEED-PATH                   PIC X(256) VALUE SPACES.
       77  WS-INVOICE-PATH                PIC X(256) VALUE SPACES.
       77  WS-REPORT-PATH                 PIC X(256) VALUE SPACES.
       77  WS-REPORT-DIR                  PIC X(256)
                                           VALUE "data/reports/".

       77  WS-EMPLOYEE-STATUS             PIC XX VALUE SPACES.
       77  WS-HISTORY-STATUS              PIC XX VALUE SPACES.
       77  WS-CARRIER-STATUS              PIC XX VALUE SPACES.
       77  WS-DEDUCTION-STATUS            PIC XX VALUE SPACES.
       77  WS-ENROLLMENT-STATUS           PIC XX VALUE SPACES.
       77  WS-SUBLEDGER-STATUS            PIC XX VALUE SPACES.
       77  WS-SNAPSHOT-STATUS             PIC XX VALUE SPACES.
       77  WS-SENT-STATUS                 PIC XX VALUE SPACES.
       77  WS-FEED-STATUS                 PIC XX VALUE SPACES.
       77  WS-INVOICE-STATUS              PIC XX VALUE SPACES.
       77  WS-REPORT-STATUS               PIC XX VALUE SPACES.
       77  WS-ALERT-STATUS                PIC XX VALUE SPACES.

       77  WS-EOF                         PIC X VALUE "N".
       77  WS-OP-OK                       PIC X VALUE "Y".
       77  WS-HISTORY-OPEN                PIC X VALUE "N".
       77  WS-FIELD-COUNT                 PIC 9(2) VALUE 0.

       77  WS-ARGS-IN                     PIC X(80) VALUE SPACES.
       77  WS-ARG-MODE                    PIC X(24) VALUE SPACES.
       77  WS-ARG-2                       PIC X(24) VALUE SPACES.
       77  WS-ARG-3                       PIC X(24) VALUE SPACES.
       77  WS-RUN-MODE                    PIC X(8) VALUE "FEED".
       77  WS-CURRENT-DATE                PIC X(21) VALUE SPACES.
       77  WS-RUN-STAMP                   PIC X(8) VALUE SPACES.
       77  WS-RUN-DATE-NUM                PIC 9(8) VALUE 0.
       77  WS-TIMESTAMP                   PIC X(19) VALUE SPACES.

       77  WS-CAR-COUNT                   PIC 9(2) VALUE 0.
       77  WS-CAR-IDX                     PIC 9(2) VALUE 0.
       77  WS-CAR-FOUND-IDX               PIC 9(2) VALUE 0.
       77  WS-CL-COUNT                    PIC 9(2) VALUE 0.
       77  WS-CL-IDX                      PIC 9(2) VALUE 0.
       77  WS-EMP-COUNT                   PIC 9(4) VALUE 0.
       77  WS-EMP-IDX                     PIC 9(4) VALUE 0.
       77  WS-EMP-FOUND-IDX               PIC 9(4) VALUE 0.
       77  WS-ENR-COUNT                   PIC 9(4) VALUE 0.
       77  WS-ENR-IDX                     PIC 9(4) VALUE 0.
       77  WS-SNAP-COUNT                  PIC 9(4) VALUE 0.
       77  WS-SNAP-IDX                    PIC 9(4) VALUE 0.
       77  WS-SNAP-FOUND-IDX              PIC 9(4) VALUE 0.
       77  WS-MBR-COUNT                   PIC 9(4) VALUE 0.
       77  WS-MBR-IDX                     PIC 9(4) VALUE 0.
       77  WS-CON-COUNT                   PIC 9(5) VALUE 0.
       77  WS-CON-IDX                     PIC 9(5) VALUE 0.
       77  WS-CON-FOUND-IDX               PIC 9(5) VALUE 0.
       77  WS-SENT-COUNT                  PIC 9(5) VALUE 0.
       77  WS-SENT-IDX                    PIC 9(5) VALUE 0.
       77  WS-SENT-FOUND-IDX              PIC 9(5) VALUE 0.
       77  WS-REC-COUNT                   PIC 9(4) VALUE 0.
       77  WS-REC-IDX                     PIC 9(4) VALUE 0.
       77  WS-REC-FOUND-IDX               PIC 9(4) VALUE 0.

      *> one member being tested, and the term decision for it
       77  WS-CHK-EMP-ID                  PIC 9(4) VALUE 0.
       77  WS-CHK-PLAN                    PIC X(8) VALUE SPACES.
       77  WS-CHK-CARRIER                 PIC X(10) VALUE SPACES.
       77  WS-CHK-PERIOD                  PIC X(8) VALUE SPACES.
       77  WS-CHK-AMOUNT                  PIC 9(7)V99 VALUE 0.
       77  WS-CHK-REMITTED                PIC 9(7)V99 VALUE 0.
       77  WS-CHK-ENROLLED                PIC X VALUE "N".
       77  WS-CHK-EMPLOYED                PIC X VALUE "N".

       77  WS-ENR-ACTION                  PIC X VALUE SPACE.
       77  WS-ENR-REASON                  PIC X VALUE SPACE.
       77  WS-ENR-EFFECTIVE               PIC 9(8) VALUE 0.
       77  WS-CON-ACTION                  PIC X VALUE SPACE.
       77  WS-CON-SEND-AMOUNT             PIC 9(7)V99 VALUE 0.
       77  WS-CON-GROSS                   PIC 9(7)V99 VALUE 0.
       77  WS-FEED-RECORDS                PIC 9(6) VALUE 0.
       77  WS-FEED-HASH                   PIC 9(11)V99 VALUE 0.
       77  WS-FEED-COUNT                  PIC 9(2) VALUE 0.

      *> invoice month and the reconciliation totals
       77  WS-INV-CARRIER                 PIC X(10) VALUE SPACES.
       77  WS-INV-MONTH                   PIC X(6) VALUE SPACES.
       77  WS-INV-MONTH-NUM               PIC 9(6) VALUE 0.
       77  WS-INV-YEAR                    PIC 9(4) VALUE 0.
       77  WS-INV-MM                      PIC 9(2) VALUE 0.
       77  WS-INV-MONTH-START             PIC 9(8) VALUE 0.
       77  WS-INV-LINES                   PIC 9(4) VALUE 0.
       77  WS-INV-REJECTED                PIC 9(4) VALUE 0.
       77  WS-INV-BILLED-TOTAL            PIC 9(9)V99 VALUE 0.
       77  WS-INV-WITHHELD-TOTAL          PIC 9(9)V99 VALUE 0.
       77  WS-INV-REMITTED-TOTAL          PIC 9(9)V99 VALUE 0.
       77  WS-EXCEPTION-COUNT             PIC 9(4) VALUE 0.
       77  WS-EXCEPTION-TYPE              PIC X(24) VALUE SPACES.
       77  WS-RECON-DIFF                  PIC S9(7)V99 VALUE 0.
      *> a bill is allowed to differ from the withholding by a cent
      *> of rounding before it is called out
       77  WS-RECON-TOLERANCE             PIC 9V99 VALUE 0.01.
      *> the feed looks back this many days of pay periods; older
      *> subledger rows were sent (or corrected) long ago and are
      *> neither loaded nor kept in the sent log
       77  WS-FEED-WINDOW-DAYS            PIC 9(3) VALUE 62.
       77  WS-WINDOW-START                PIC 9(8) VALUE 0.
       77  WS-WINDOW-START-TEXT           PIC X(8) VALUE SPACES.

      *> parse fields
       77  WS-TXT-1                       PIC X(40).
       77  WS-TXT-2                       PIC X(40).
       77  WS-TXT-3                       PIC X(40).
       77  WS-TXT-4                       PIC X(40).
       77  WS-TXT-5                       PIC X(40).
       77  WS-TXT-6                       PIC X(40).
       77  WS-TXT-7                       PIC X(40).

       77  WS-EMP-ID-TEXT                 PIC 9(4).
       77  WS-DATE-TEXT                   PIC 9(8).
       77  WS-AMOUNT-EDIT                 PIC -999999999.99.
       77  WS-AMOUNT-TEXT                 PIC X(20).
       77  WS-AMOUNT-DISPLAY              PIC Z,ZZZ,ZZ9.99.
       77  WS-AMOUNT-DISPLAY-2            PIC Z,ZZZ,ZZ9.99.
       77  WS-AMOUNT-DISPLAY-3            PIC Z,ZZZ,ZZ9.99.
       77  WS-VALUE-FIXED                 PIC 9(7).99.
       77  WS-DTL-AMOUNT-FIXED            PIC 9(9).99.
       77  WS-TRL-TOTAL-FIXED             PIC 9(11).99.
       77  WS-NAME-FIXED                  PIC X(40).

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
                                   VALUE "BENEFITS-FEED-BATCH".
       77  WS-AUDIT-EVENT-TYPE            PIC X(20) VALUE SPACES.
       77  WS-AUDIT-DETAIL                PIC X(100) VALUE SPACES.
       77  WS-AUDIT-EMP-ID                PIC 9(4) VALUE 0.
       77  WS-HOLD-RETURN-CODE            PIC S9(9) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY " "
           DISPLAY "===== Helical Pay Systems - Benefits Carrier "
               "Interface ====="
           DISPLAY " "

           PERFORM BUILD-TIMESTAMP
           MOVE WS-CURRENT-DATE(1:8) TO WS-RUN-STAMP
           MOVE WS-RUN-STAMP TO WS-RUN-DATE-NUM

           PERFORM RESOLVE-RUN-MODE
           IF WS-OP-OK NOT = "Y"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM LOAD-CARRIER-TABLE
           IF WS-CAR-COUNT = 0
               DISPLAY "No plans are mapped to a carrier in "
                   FUNCTION TRIM(WS-CARRIER-PATH) " -- nothing to do."
               GOBACK
           END-IF

           PERFORM LOAD-PLAN-ELECTIONS
           PERFORM LOAD-EMPLOYEE-TABLE
           IF WS-OP-OK NOT = "Y"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM LOAD-ENROLLMENT-TABLE
           PERFORM LOAD-SUBLEDGER-CONTRIBS
           IF WS-OP-OK NOT = "Y"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-RUN-MODE = "INVOICE"
               PERFORM RUN-INVOICE-RECON
           ELSE
               PERFORM RUN-CARRIER-FEED
           END-IF

           GOBACK.

      *> No argument (or the step's own name, which is what
      *> NIGHT-RUN-DRIVER's single-step rerun leaves on the command
      *> line) runs the feed. INVOICE must name a carrier.
       RESOLVE-RUN-MODE.
           MOVE "Y" TO WS-OP-OK
           MOVE "FEED" TO WS-RUN-MODE

           MOVE SPACES TO WS-ARGS-IN
           ACCEPT WS-ARGS-IN FROM COMMAND-LINE

           IF FUNCTION TRIM(WS-ARGS-IN) = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-FIELD-COUNT
           MOVE SPACES TO WS-ARG-MODE WS-ARG-2 WS-ARG-3
           UNSTRING WS-ARGS-IN DELIMITED BY ALL " "
               INTO WS-ARG-MODE
                    WS-ARG-2
                    WS-ARG-3
               TALLYING IN WS-FIELD-COUNT
           END-UNSTRING

           EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ARG-MODE))
               WHEN "FEED"
                   CONTINUE
               WHEN "BENEFITS-FEED-BATCH"
                   CONTINUE
               WHEN "INVOICE"
                   MOVE "INVOICE" TO WS-RUN-MODE
                   PERFORM RESOLVE-INVOICE-ARGUMENTS
               WHEN OTHER
                   DISPLAY "WARNING: argument "
                       FUNCTION TRIM(WS-ARG-MODE)
                       " not understood -- running the carrier feed."
           END-EVALUATE.

      *> the invoice month defaults to the month just ended, which
      *> is the bill a carrier sends early in the new month
       RESOLVE-INVOICE-ARGUMENTS.
           IF FUNCTION TRIM(WS-ARG-2) = SPACES
               DISPLAY "REFUSED: use INVOICE <carrier> [YYYYMM]."
               MOVE "N" TO WS-OP-OK
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ARG-2))
             TO WS-INV-CARRIER

           MOVE WS-CURRENT-DATE(1:4) TO WS-INV-YEAR
           MOVE WS-CURRENT-DATE(5:2) TO WS-INV-MM
           IF WS-INV-MM = 1
               MOVE 12 TO WS-INV-MM
               SUBTRACT 1 FROM WS-INV-YEAR
           ELSE
               SUBTRACT 1 FROM WS-INV-MM
           END-IF

           IF FUNCTION TRIM(WS-ARG-3) NOT = SPACES
               IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-ARG-3)) = 0
                  AND FUNCTION LENGTH(FUNCTION TRIM(WS-ARG-3)) = 6
                  AND WS-ARG-3(5:2) >= "01"
                  AND WS-ARG-3(5:2) <= "12"
                   MOVE WS-ARG-3(1:4) TO WS-INV-YEAR
                   MOVE WS-ARG-3(5:2) TO WS-INV-MM
               ELSE
                   DISPLAY "REFUSED: invoice month must be YYYYMM."
                   MOVE "N" TO WS-OP-OK
                   EXIT PARAGRAPH
               END-IF
           END-IF

           COMPUTE WS-INV-MONTH-NUM = WS-INV-YEAR * 100 + WS-INV-MM
           MOVE WS-INV-MONTH-NUM TO WS-INV-MONTH
           COMPUTE WS-INV-MONTH-START = WS-INV-MONTH-NUM * 100 + 1.

       LOAD-CARRIER-TABLE.
           MOVE 0 TO WS-CAR-COUNT WS-CL-COUNT
           MOVE "N" TO WS-EOF

           OPEN INPUT CARRIER-FILE
           IF WS-CARRIER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF = "Y"
               READ CARRIER-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF WS-CAR-COUNT < 20
                           PERFORM PARSE-CARRIER-LINE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE CARRIER-FILE.

       PARSE-CARRIER-LINE.
           MOVE 0 TO WS-FIELD-COUNT
           MOVE SPACES TO WS-TXT-1 WS-TXT-2 WS-TXT-3

           UNSTRING CARRIER-LINE DELIMITED BY "|"
               INTO WS-TXT-1
                    WS-TXT-2
                    WS-TXT-3
               TALLYING IN WS-FIELD-COUNT
           END-UNSTRING

           IF WS-FIELD-COUNT < 2
              OR FUNCTION TRIM(WS-TXT-1) = SPACES
              OR FUNCTION TRIM(WS-TXT-2) = SPACES
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-CAR-COUNT
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-TXT-1))
             TO WS-CAR-PLAN(WS-CAR-COUNT)
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-TXT-2))
             TO WS-CAR-CODE(WS-CAR-COUNT)
           MOVE FUNCTION TRIM(WS-TXT-3) TO WS-CAR-NAME(WS-CAR-COUNT)

           MOVE 0 TO WS-CL-IDX
           PERFORM VARYING WS-CL-COUNT FROM 1 BY 1
                   UNTIL WS-CL-COUNT > 10
                   OR WS-CL-CODE(WS-CL-COUNT) = SPACES
               IF WS-CL-CODE(WS-CL-COUNT) = WS-CAR-CODE(WS-CAR-COUNT)
                   MOVE WS-CL-COUNT TO WS-CL-IDX
               END-IF
           END-PERFORM
           SUBTRACT 1 FROM WS-CL-COUNT

           IF WS-CL-IDX = 0 AND WS-CL-COUNT < 10
               ADD 1 TO WS-CL-COUNT
               MOVE WS-CAR-CODE(WS-CAR-COUNT) TO WS-CL-CODE(WS-CL-COUNT)
               MOVE WS-CAR-NAME(WS-CAR-COUNT) TO WS-CL-NAME(WS-CL-COUNT)
           END-IF.

      *> the plan's election (FLAT amount or PCT of pay) is what a
      *> carrier or recordkeeper is told the employee elected
       LOAD-PLAN-ELECTIONS.
           MOVE "N" TO WS-EOF

           OPEN INPUT DEDUCTION-FILE
           IF WS-DEDUCTION-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF = "Y"
               READ DEDUCTION-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM APPLY-PLAN-ELECTION-LINE
               END-READ
           END-PERFORM

           CLOSE DEDUCTION-FILE.

       APPLY-PLAN-ELECTION-LINE.
           MOVE 0 TO WS-FIELD-COUNT
           MOVE SPACES TO WS-TXT-1 WS-TXT-2 WS-TXT-3 WS-TXT-4 WS-TXT-5

           UNSTRING DEDUCTION-LINE DELIMITED BY "|"
               INTO WS-TXT-1
                    WS-TXT-2
                    WS-TXT-3
                    WS-TXT-4
                    WS-TXT-5
               TALLYING IN WS-FIELD-COUNT
           END-UNSTRING

           IF WS-FIELD-COUNT < 5
              OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-TXT-5)) NOT = 0
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-CAR-IDX FROM 1 BY 1
                   UNTIL WS-CAR-IDX > WS-CAR-COUNT
               IF WS-CAR-PLAN(WS-CAR-IDX) =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(WS-TXT-1))
                   MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-TXT-4))
                     TO WS-CAR-CALC(WS-CAR-IDX)
                   MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-TXT-5))
                     TO WS-CAR-VALUE(WS-CAR-IDX)
               END-IF
           END-PERFORM.

       LOAD-EMPLOYEE-TABLE.
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
                           MOVE EMP-ID
                             TO WS-EMP-TBL-ID(WS-EMP-COUNT)
                           MOVE EMP-FULL-NAME
                             TO WS-EMP-TBL-NAME(WS-EMP-COUNT)
                           MOVE EMP-ACTIVE
                             TO WS-EMP-TBL-ACTIVE(WS-EMP-COUNT)
                           MOVE EMP-HIRE-DATE
                             TO WS-EMP-TBL-HIRE(WS-EMP-COUNT)
                           MOVE EMP-TERM-DATE
                             TO WS-EMP-TBL-TERM(WS-EMP-COUNT)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE EMPLOYEE-FILE.

       LOAD-ENROLLMENT-TABLE.
           MOVE 0 TO WS-ENR-COUNT
           MOVE "N" TO WS-EOF

           OPEN INPUT ENROLLMENT-FILE
           IF WS-ENROLLMENT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF = "Y"
               READ ENROLLMENT-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF WS-ENR-COUNT < 1000
                           PERFORM PARSE-ENROLLMENT-LINE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ENROLLMENT-FILE.

       PARSE-ENROLLMENT-LINE.
           MOVE 0 TO WS-FIELD-COUNT
           MOVE SPACES TO WS-TXT-1 WS-TXT-2

           UNSTRING ENROLLMENT-LINE DELIMITED BY "|"
               INTO WS-TXT-1
                    WS-TXT-2
               TALLYING IN WS-FIELD-COUNT
           END-UNSTRING

           IF WS-FIELD-COUNT < 2
              OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-TXT-1)) NOT = 0
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-ENR-COUNT
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-TXT-1))
             TO WS-ENR-EMP-ID(WS-ENR-COUNT)
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-TXT-2))
             TO WS-ENR-PLAN(WS-ENR-COUNT).

      *> Every subledger row for a carrier's plan, whatever its
      *> remittance status, summed by plan, period and employee.
      *> REMITTED rows are also summed apart for the invoice check.
      *> The feed loads the pay periods of the last WS-FEED-WINDOW-
      *> DAYS days; an invoice run loads its own month only.
       LOAD-SUBLEDGER-CONTRIBS.
           MOVE 0 TO WS-CON-COUNT
           MOVE "N" TO WS-EOF

           IF WS-RUN-MODE = "INVOICE"
               MOVE WS-INV-MONTH-START TO WS-WINDOW-START
           ELSE
               COMPUTE WS-WINDOW-START = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
                   - WS-FEED-WINDOW-DAYS)
           END-IF
           MOVE WS-WINDOW-START TO WS-WINDOW-START-TEXT

           OPEN INPUT SUBLEDGER-FILE
           IF WS-SUBLEDGER-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           IF WS-SUBLEDGER-STATUS NOT = "00"
               DISPLAY "ERROR: cannot read the remittance subledger "
                   FUNCTION TRIM(WS-SUBLEDGER-PATH)
                   " (status " WS-SUBLEDGER-STATUS ")."
               MOVE "N" TO WS-OP-OK
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF = "Y"
               READ SUBLEDGER-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM PARSE-SUBLEDGER-LINE
               END-READ
           END-PERFORM

           CLOSE SUBLEDGER-FILE.

       PARSE-SUBLEDGER-LINE.
           MOVE 0 TO WS-FIELD-COUNT
           MOVE SPACES TO WS-TXT-1 WS-TXT-2 WS-TXT-3 WS-TXT-4 WS-TXT-5

           UNSTRING SUBLEDGER-LINE DELIMITED BY "|"
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
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-TXT-1))
             TO WS-CHK-PLAN
           PERFORM FIND-PLAN-CARRIER
           IF WS-CAR-FOUND-IDX = 0
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CAR-CODE(WS-CAR-FOUND-IDX) TO WS-CHK-CARRIER
           MOVE FUNCTION TRIM(WS-TXT-2) TO WS-CHK-PERIOD
           IF WS-CHK-PERIOD < WS-WINDOW-START-TEXT
               EXIT PARAGRAPH
           END-IF
           IF WS-RUN-MODE = "INVOICE"
              AND WS-CHK-PERIOD(1:6) NOT = WS-INV-MONTH
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-TXT-3))
             TO WS-CHK-EMP-ID
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-TXT-4))
             TO WS-CHK-AMOUNT
           MOVE 0 TO WS-CHK-REMITTED
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-TXT-5)) = "REMITTED"
               MOVE WS-CHK-AMOUNT TO WS-CHK-REMITTED
           END-IF

           MOVE 0 TO WS-CON-FOUND-IDX
           PERFORM VARYING WS-CON-IDX FROM 1 BY 1
                   UNTIL WS-CON-IDX > WS-CON-COUNT
                   OR WS-CON-FOUND-IDX > 0
               IF WS-CON-PLAN(WS-CON-IDX) = WS-CHK-PLAN
                  AND WS-CON-PERIOD(WS-CON-IDX) = WS-CHK-PERIOD
                  AND WS-CON-EMP-ID(WS-CON-IDX) = WS-CHK-EMP-ID
                   MOVE WS-CON-IDX TO WS-CON-FOUND-IDX
               END-IF
           END-PERFORM

           IF WS-CON-FOUND-IDX = 0
               IF WS-CON-COUNT >= 10000
                   DISPLAY "ERROR: more than 10000 contributions in "
                       "the window -- nothing is fed or reconciled."
                   MOVE "N" TO WS-OP-OK
                   MOVE "Y" TO WS-EOF
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CON-COUNT
               MOVE WS-CON-COUNT TO WS-CON-FOUND-IDX
               MOVE WS-CHK-CARRIER TO WS-CON-CARRIER(WS-CON-COUNT)
               MOVE WS-CHK-PLAN TO WS-CON-PLAN(WS-CON-COUNT)
               MOVE WS-CHK-PERIOD TO WS-CON-PERIOD(WS-CON-COUNT)
               MOVE WS-CHK-EMP-ID TO WS-CON-EMP-ID(WS-CON-COUNT)
           END-IF

           ADD WS-CHK-AMOUNT TO WS-CON-AMOUNT(WS-CON-FOUND-IDX)
           ADD WS-CHK-REMITTED TO WS-CON-REMITTED(WS-CON-FOUND-IDX).

       FIND-PLAN-CARRIER.
           MOVE 0 TO WS-CAR-FOUND-IDX
           PERFORM VARYING WS-CAR-IDX FROM 1 BY 1
                   UNTIL WS-CAR-IDX > WS-CAR-COUNT
                   OR WS-CAR-FOUND-IDX > 0
               IF WS-CAR-PLAN(WS-CAR-IDX) = WS-CHK-PLAN
                   MOVE WS-CAR-IDX TO WS-CAR-FOUND-IDX
               END-IF
           END-PERFORM.

       FIND-EMPLOYEE.
           MOVE 0 TO WS-EMP-FOUND-IDX
           PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
                   UNTIL WS-EMP-IDX > WS-EMP-COUNT
                   OR WS-EMP-FOUND-IDX > 0
               IF WS-EMP-TBL-ID(WS-EMP-IDX) = WS-CHK-EMP-ID
                   MOVE WS-EMP-IDX TO WS-EMP-FOUND-IDX
               END-IF
           END-PERFORM.

      *> employed = on the master, not deactivated, and no
      *> termination date already reached
       CHECK-EMPLOYED.
           MOVE "N" TO WS-CHK-EMPLOYED
           PERFORM FIND-EMPLOYEE
           IF WS-EMP-FOUND-IDX = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-EMP-TBL-ACTIVE(WS-EMP-FOUND-IDX) = "N"
               EXIT PARAGRAPH
           END-IF
           IF WS-EMP-TBL-TERM(WS-EMP-FOUND-IDX) > 0
              AND WS-EMP-TBL-TERM(WS-EMP-FOUND-IDX) <= WS-RUN-DATE-NUM
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-CHK-EMPLOYED.

       CHECK-ENROLLED.
           MOVE "N" TO WS-CHK-ENROLLED
           PERFORM VARYING WS-ENR-IDX FROM 1 BY 1
                   UNTIL WS-ENR-IDX > WS-ENR-COUNT
                   OR WS-CHK-ENROLLED = "Y"
               IF WS-ENR-EMP-ID(WS-ENR-IDX) = WS-CHK-EMP-ID
                  AND WS-ENR-PLAN(WS-ENR-IDX) = WS-CHK-PLAN
                   MOVE "Y" TO WS-CHK-ENROLLED
               END-IF
           END-PERFORM.

      *> ----------------------------------------------------------
      *> Carrier feed
      *> ----------------------------------------------------------
       RUN-CARRIER-FEED.
           PERFORM LOAD-FEED-SNAPSHOT
           IF WS-OP-OK = "Y"
               PERFORM LOAD-SENT-LOG
           END-IF
           IF WS-OP-OK NOT = "Y"
               DISPLAY "REFUSED: the feed state cannot be read -- no "
                   "carrier file is written."
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM BUILD-MEMBER-TABLE

           OPEN INPUT PAY-HISTORY-FILE
           IF WS-HISTORY-STATUS = "00"
               MOVE "Y" TO WS-HISTORY-OPEN
           ELSE
               MOVE "N" TO WS-HISTORY-OPEN
           END-IF

           MOVE 0 TO WS-FEED-COUNT
           PERFORM VARYING WS-CL-IDX FROM 1 BY 1
                   UNTIL WS-CL-IDX > WS-CL-COUNT
               PERFORM WRITE-CARRIER-FEED
           END-PERFORM

           IF WS-HISTORY-OPEN = "Y"
               CLOSE PAY-HISTORY-FILE
           END-IF

           IF WS-OP-OK = "Y"
               PERFORM SAVE-FEED-SNAPSHOT
               PERFORM SAVE-SENT-LOG
           ELSE
               DISPLAY "WARNING: a carrier file could not be written "
                   "-- the feed state is left as it was, so the next "
                   "run sends the same changes again."
               MOVE 1 TO RETURN-CODE
           END-IF

           DISPLAY " "
           PERFORM VARYING WS-CL-IDX FROM 1 BY 1
                   UNTIL WS-CL-IDX > WS-CL-COUNT
               MOVE WS-CL-TOTAL(WS-CL-IDX) TO WS-AMOUNT-DISPLAY
               DISPLAY "  " WS-CL-CODE(WS-CL-IDX)
                   " adds " WS-CL-ADDS(WS-CL-IDX)
                   "  changes " WS-CL-CHANGES(WS-CL-IDX)
                   "  terms " WS-CL-TERMS(WS-CL-IDX)
                   "  contributions " WS-CL-CONTRIBS(WS-CL-IDX)
                   "  $" WS-AMOUNT-DISPLAY

               MOVE "BENEFIT_FEED" TO WS-AUDIT-EVENT-TYPE
               MOVE WS-CL-TOTAL(WS-CL-IDX) TO WS-AMOUNT-EDIT
               MOVE WS-AMOUNT-EDIT TO WS-AMOUNT-TEXT
               MOVE SPACES TO WS-AUDIT-DETAIL
               STRING FUNCTION TRIM(WS-CL-CODE(WS-CL-IDX))
                      " A" WS-CL-ADDS(WS-CL-IDX)
                      " C" WS-CL-CHANGES(WS-CL-IDX)
                      " T" WS-CL-TERMS(WS-CL-IDX)
                      " contrib " WS-CL-CONTRIBS(WS-CL-IDX)
                      " " FUNCTION TRIM(WS-AMOUNT-TEXT)
                 INTO WS-AUDIT-DETAIL
               END-STRING
               PERFORM RECORD-FEED-AUDIT
           END-PERFORM

           DISPLAY " "
           DISPLAY "Benefits feed complete -- " WS-FEED-COUNT
               " carrier file(s) written.".

       LOAD-FEED-SNAPSHOT.
           MOVE 0 TO WS-SNAP-COUNT
           MOVE "N" TO WS-EOF

           OPEN INPUT SNAPSHOT-FILE
           IF WS-SNAPSHOT-STATUS = "35"
               DISPLAY "No earlier feed on file -- every current "
                   "member goes to the carriers as an add."
               EXIT PARAGRAPH
           END-IF
           IF WS-SNAPSHOT-STATUS NOT = "00"
               DISPLAY "ERROR: cannot read the feed snapshot "
                   FUNCTION TRIM(WS-SNAPSHOT-PATH)
                   " (status " WS-SNAPSHOT-STATUS ")."
               MOVE "N" TO WS-OP-OK
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF = "Y"
               READ SNAPSHOT-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF WS-SNAP-COUNT < 1000
                           PERFORM PARSE-SNAPSHOT-LINE
                       ELSE
                           DISPLAY "ERROR: more than 1000 members in "
                               FUNCTION TRIM(WS-SNAPSHOT-PATH) "."
                           MOVE "N" TO WS-OP-OK
                           MOVE "Y" TO WS-EOF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE SNAPSHOT-FILE.

       PARSE-SNAPSHOT-LINE.
           MOVE 0 TO WS-FIELD-COUNT
           MOVE SPACES TO WS-TXT-1 WS-TXT-2 WS-TXT-3 WS-TXT-4
                          WS-TXT-5 WS-TXT-6 WS-TXT-7

           UNSTRING SNAPSHOT-LINE DELIMITED BY "|"
               INTO WS-TXT-1
                    WS-TXT-2
                    WS-TXT-3
                    WS-TXT-4
                    WS-TXT-5
                    WS-TXT-6
                    WS-TXT-7
               TALLYING IN WS-FIELD-COUNT
           END-UNSTRING

           IF WS-FIELD-COUNT NOT = 7
              OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-TXT-3)) NOT = 0
              OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-TXT-5)) NOT = 0
              OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-TXT-7)) NOT = 0
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-SNAP-COUNT
           MOVE FUNCTION TRIM(WS-TXT-1) TO WS-SNAP-CARRIER(WS-SNAP-COUNT)
           MOVE FUNCTION TRIM(WS-TXT-2) TO WS-SNAP-PLAN(WS-SNAP-COUNT)
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-TXT-3))
             TO WS-SNAP-EMP-ID(WS-SNAP-COUNT)
           MOVE FUNCTION TRIM(WS-TXT-4) TO WS-SNAP-NAME(WS-SNAP-COUNT)
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-TXT-5))
             TO WS-SNAP-HIRE(WS-SNAP-COUNT)
           MOVE FUNCTION TRIM(WS-TXT-6) TO WS-SNAP-CALC(WS-SNAP-COUNT)
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-TXT-7))
             TO WS-SNAP-VALUE(WS-SNAP-COUNT)
           MOVE "N" TO WS-SNAP-MATCHED(WS-SNAP-COUNT).

       LOAD-SENT-LOG.
           MOVE 0 TO WS-SENT-COUNT
           MOVE "N" TO WS-EOF

           OPEN INPUT SENT-FILE
           IF WS-SENT-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           IF WS-SENT-STATUS NOT = "00"
               DISPLAY "ERROR: cannot read the sent log "
                   FUNCTION TRIM(WS-SENT-PATH)
                   " (status " WS-SENT-STATUS ")."
               MOVE "N" TO WS-OP-OK
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF = "Y"
               READ SENT-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM PARSE-SENT-LINE
               END-READ
           END-PERFORM

           CLOSE SENT-FILE.

       PARSE-SENT-LINE.
           MOVE 0 TO WS-FIELD-COUNT
           MOVE SPACES TO WS-TXT-1 WS-TXT-2 WS-TXT-3 WS-TXT-4 WS-TXT-5

           UNSTRING SENT-LINE DELIMITED BY "|"
               INTO WS-TXT-1
                    WS-TXT-2
                    WS-TXT-3
                    WS-TXT-4
                    WS-TXT-5
               TALLYING IN WS-FIELD-COUNT
           END-UNSTRING

           IF WS-FIELD-COUNT NOT = 5
              OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-TXT-4)) NOT = 0
              OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-TXT-5)) NOT = 0
               EXIT PARAGRAPH
           END-IF
      *> periods older than the window are never loaded from the
      *> subledger, so their sent rows are not needed either
           IF FUNCTION TRIM(WS-TXT-3) < WS-WINDOW-START-TEXT
               EXIT PARAGRAPH
           END-IF
           IF WS-SENT-COUNT >= 10000
               DISPLAY "ERROR: more than 10000 rows in the window of "
                   FUNCTION TRIM(WS-SENT-PATH) "."
               MOVE "N" TO WS-OP-OK
               MOVE "Y" TO WS-EOF
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-SENT-COUNT
           MOVE FUNCTION TRIM(WS-TXT-1) TO WS-SENT-CARRIER(WS-SENT-COUNT)
           MOVE FUNCTION TRIM(WS-TXT-2) TO WS-SENT-PLAN(WS-SENT-COUNT)
           MOVE FUNCTION TRIM(WS-TXT-3) TO WS-SENT-PERIOD(WS-SENT-COUNT)
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-TXT-4))
             TO WS-SENT-EMP-ID(WS-SENT-COUNT)
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-TXT-5))
             TO WS-SENT-AMOUNT(WS-SENT-COUNT).

      *> current members: enrolled in a carrier's plan and still
      *> employed. An enrollment row left behind for a terminated
      *> employee does not keep them covered.
       BUILD-MEMBER-TABLE.
           MOVE 0 TO WS-MBR-COUNT

           PERFORM VARYING WS-ENR-IDX FROM 1 BY 1
                   UNTIL WS-ENR-IDX > WS-ENR-COUNT
               MOVE WS-ENR-PLAN(WS-ENR-IDX) TO WS-CHK-PLAN
               MOVE WS-ENR-EMP-ID(WS-ENR-IDX) TO WS-CHK-EMP-ID
               PERFORM FIND-PLAN-CARRIER
               IF WS-CAR-FOUND-IDX > 0
                   PERFORM CHECK-EMPLOYED
                   IF WS-CHK-EMPLOYED = "Y" AND WS-MBR-COUNT < 1000
                       PERFORM ADD-MEMBER-ROW
                   END-IF
               END-IF
           END-PERFORM.

       ADD-MEMBER-ROW.
           ADD 1 TO WS-MBR-COUNT
           MOVE WS-CAR-CODE(WS-CAR-FOUND-IDX)
             TO WS-MBR-CARRIER(WS-MBR-COUNT)
           MOVE WS-CHK-PLAN TO WS-MBR-PLAN(WS-MBR-COUNT)
           MOVE WS-CHK-EMP-ID TO WS-MBR-EMP-ID(WS-MBR-COUNT)
           MOVE WS-EMP-TBL-NAME(WS-EMP-FOUND-IDX)
             TO WS-MBR-NAME(WS-MBR-COUNT)
           MOVE WS-EMP-TBL-HIRE(WS-EMP-FOUND-IDX)
             TO WS-MBR-HIRE(WS-MBR-COUNT)
           MOVE WS-CAR-CALC(WS-CAR-FOUND-IDX)
             TO WS-MBR-CALC(WS-MBR-COUNT)
           MOVE WS-CAR-VALUE(WS-CAR-FOUND-IDX)
             TO WS-MBR-VALUE(WS-MBR-COUNT).

      *> One carrier's file: adds and changes from the member table,
      *> terminations from snapshot rows no member matched, then
      *> contributions not yet sent.
       WRITE-CARRIER-FEED.
           MOVE SPACES TO WS-FEED-PATH
           STRING FUNCTION TRIM(WS-REPORT-DIR)
                  "benefit_feed_"
                  FUNCTION TRIM(WS-CL-CODE(WS-CL-IDX))
                  "_"
                  WS-RUN-STAMP
                  ".dat"
             INTO WS-FEED-PATH
           END-STRING

           OPEN OUTPUT FEED-FILE
           IF WS-FEED-STATUS NOT = "00"
               DISPLAY "ERROR: cannot create carrier file "
                   FUNCTION TRIM(WS-FEED-PATH) " (" WS-FEED-STATUS ")."
               MOVE "N" TO WS-OP-OK
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-FEED-RECORDS WS-FEED-HASH
           MOVE SPACES TO FEED-LINE
           STRING "HDR" WS-RUN-STAMP "HELICALPAY"
                  WS-CL-CODE(WS-CL-IDX)
             INTO FEED-LINE
           END-STRING
           WRITE FEED-LINE

           PERFORM VARYING WS-MBR-IDX FROM 1 BY 1
                   UNTIL WS-MBR-IDX > WS-MBR-COUNT
               IF WS-MBR-CARRIER(WS-MBR-IDX) = WS-CL-CODE(WS-CL-IDX)
                   PERFORM FEED-MEMBER-CHANGE
               END-IF
           END-PERFORM

           PERFORM VARYING WS-SNAP-IDX FROM 1 BY 1
                   UNTIL WS-SNAP-IDX > WS-SNAP-COUNT
               IF WS-SNAP-CARRIER(WS-SNAP-IDX) = WS-CL-CODE(WS-CL-IDX)
                  AND WS-SNAP-MATCHED(WS-SNAP-IDX) = "N"
                   PERFORM FEED-TERMINATION
               END-IF
           END-PERFORM

           PERFORM VARYING WS-CON-IDX FROM 1 BY 1
                   UNTIL WS-CON-IDX > WS-CON-COUNT
               IF WS-CON-CARRIER(WS-CON-IDX) = WS-CL-CODE(WS-CL-IDX)
                   PERFORM FEED-CONTRIBUTION
               END-IF
           END-PERFORM

           MOVE WS-FEED-HASH TO WS-TRL-TOTAL-FIXED
           MOVE SPACES TO FEED-LINE
           STRING "TRL" WS-FEED-RECORDS WS-TRL-TOTAL-FIXED
             INTO FEED-LINE
           END-STRING
           WRITE FEED-LINE

           CLOSE FEED-FILE
           ADD 1 TO WS-FEED-COUNT
           DISPLAY "Carrier file written: " FUNCTION TRIM(WS-FEED-PATH).

       FEED-MEMBER-CHANGE.
           MOVE 0 TO WS-SNAP-FOUND-IDX
           PERFORM VARYING WS-SNAP-IDX FROM 1 BY 1
                   UNTIL WS-SNAP-IDX > WS-SNAP-COUNT
                   OR WS-SNAP-FOUND-IDX > 0
               IF WS-SNAP-CARRIER(WS-SNAP-IDX) = WS-MBR-CARRIER(WS-MBR-IDX)
                  AND WS-SNAP-PLAN(WS-SNAP-IDX) = WS-MBR-PLAN(WS-MBR-IDX)
                  AND WS-SNAP-EMP-ID(WS-SNAP-IDX) =
                      WS-MBR-EMP-ID(WS-MBR-IDX)
                   MOVE WS-SNAP-IDX TO WS-SNAP-FOUND-IDX
               END-IF
           END-PERFORM

           MOVE SPACE TO WS-ENR-REASON
           MOVE WS-RUN-DATE-NUM TO WS-ENR-EFFECTIVE

           IF WS-SNAP-FOUND-IDX = 0
               MOVE "A" TO WS-ENR-ACTION
               ADD 1 TO WS-CL-ADDS(WS-CL-IDX)
      *> a new hire's coverage starts on the hire date when that is
      *> still ahead of or on the run date
               IF WS-MBR-HIRE(WS-MBR-IDX) > 0
                  AND WS-MBR-HIRE(WS-MBR-IDX) >= WS-RUN-DATE-NUM
                   MOVE WS-MBR-HIRE(WS-MBR-IDX) TO WS-ENR-EFFECTIVE
               END-IF
           ELSE
               MOVE "Y" TO WS-SNAP-MATCHED(WS-SNAP-FOUND-IDX)
               IF WS-SNAP-NAME(WS-SNAP-FOUND-IDX) =
                  WS-MBR-NAME(WS-MBR-IDX)
                  AND WS-SNAP-HIRE(WS-SNAP-FOUND-IDX) =
                      WS-MBR-HIRE(WS-MBR-IDX)
                  AND WS-SNAP-CALC(WS-SNAP-FOUND-IDX) =
                      WS-MBR-CALC(WS-MBR-IDX)
                  AND WS-SNAP-VALUE(WS-SNAP-FOUND-IDX) =
                      WS-MBR-VALUE(WS-MBR-IDX)
                   EXIT PARAGRAPH
               END-IF
               MOVE "C" TO WS-ENR-ACTION
               ADD 1 TO WS-CL-CHANGES(WS-CL-IDX)
           END-IF

           MOVE WS-MBR-PLAN(WS-MBR-IDX) TO WS-CHK-PLAN
           MOVE WS-MBR-EMP-ID(WS-MBR-IDX) TO WS-EMP-ID-TEXT
           MOVE WS-MBR-NAME(WS-MBR-IDX) TO WS-NAME-FIXED
           MOVE WS-MBR-HIRE(WS-MBR-IDX) TO WS-DATE-TEXT
           MOVE WS-MBR-CALC(WS-MBR-IDX) TO WS-TXT-1
           MOVE WS-MBR-VALUE(WS-MBR-IDX) TO WS-VALUE-FIXED
           PERFORM WRITE-ENR-RECORD.

      *> A member last sent but no longer current: the employee
      *> left (EMP-ACTIVE "N" or a termination date reached) or the
      *> enrollment row was removed.
       FEED-TERMINATION.
           MOVE "T" TO WS-ENR-ACTION
           ADD 1 TO WS-CL-TERMS(WS-CL-IDX)
           MOVE WS-RUN-DATE-NUM TO WS-ENR-EFFECTIVE

           MOVE WS-SNAP-EMP-ID(WS-SNAP-IDX) TO WS-CHK-EMP-ID
           MOVE WS-SNAP-PLAN(WS-SNAP-IDX) TO WS-CHK-PLAN
           PERFORM CHECK-EMPLOYED
           IF WS-CHK-EMPLOYED = "Y"
               MOVE "P" TO WS-ENR-REASON
           ELSE
               MOVE "E" TO WS-ENR-REASON
               IF WS-EMP-FOUND-IDX > 0
                   IF WS-EMP-TBL-TERM(WS-EMP-FOUND-IDX) > 0
                       MOVE WS-EMP-TBL-TERM(WS-EMP-FOUND-IDX)
                         TO WS-ENR-EFFECTIVE
                   END-IF
               END-IF
           END-IF

           MOVE WS-SNAP-EMP-ID(WS-SNAP-IDX) TO WS-EMP-ID-TEXT
           MOVE WS-SNAP-NAME(WS-SNAP-IDX) TO WS-NAME-FIXED
           MOVE WS-SNAP-HIRE(WS-SNAP-IDX) TO WS-DATE-TEXT
           MOVE WS-SNAP-CALC(WS-SNAP-IDX) TO WS-TXT-1
           MOVE WS-SNAP-VALUE(WS-SNAP-IDX) TO WS-VALUE-FIXED
           PERFORM WRITE-ENR-RECORD.

       WRITE-ENR-RECORD.
           MOVE SPACES TO FEED-LINE
           MOVE "ENR" TO FEED-LINE(1:3)
           MOVE WS-ENR-ACTION TO FEED-LINE(4:1)
           MOVE WS-CHK-PLAN TO FEED-LINE(5:8)
           MOVE WS-EMP-ID-TEXT TO FEED-LINE(13:4)
           MOVE WS-NAME-FIXED TO FEED-LINE(17:40)
           MOVE WS-DATE-TEXT TO FEED-LINE(57:8)
           MOVE WS-ENR-EFFECTIVE TO WS-DATE-TEXT
           MOVE WS-DATE-TEXT TO FEED-LINE(65:8)
           MOVE WS-ENR-REASON TO FEED-LINE(73:1)
           MOVE WS-TXT-1(1:4) TO FEED-LINE(74:4)
           MOVE WS-VALUE-FIXED TO FEED-LINE(78:10)
           WRITE FEED-LINE
           ADD 1 TO WS-FEED-RECORDS.

      *> A period goes once. If an off-cycle run later changed what
      *> was withheld for it, the new total goes again as a
      *> replacement; the sent log is brought up to date either way.
       FEED-CONTRIBUTION.
           MOVE 0 TO WS-SENT-FOUND-IDX
           PERFORM VARYING WS-SENT-IDX FROM 1 BY 1
                   UNTIL WS-SENT-IDX > WS-SENT-COUNT
                   OR WS-SENT-FOUND-IDX > 0
               IF WS-SENT-CARRIER(WS-SENT-IDX) = WS-CON-CARRIER(WS-CON-IDX)
                  AND WS-SENT-PLAN(WS-SENT-IDX) = WS-CON-PLAN(WS-CON-IDX)
                  AND WS-SENT-PERIOD(WS-SENT-IDX) =
                      WS-CON-PERIOD(WS-CON-IDX)
                  AND WS-SENT-EMP-ID(WS-SENT-IDX) =
                      WS-CON-EMP-ID(WS-CON-IDX)
                   MOVE WS-SENT-IDX TO WS-SENT-FOUND-IDX
               END-IF
           END-PERFORM

           IF WS-SENT-FOUND-IDX = 0
               IF WS-SENT-COUNT >= 10000
                   DISPLAY "ERROR: sent log full -- "
                       FUNCTION TRIM(WS-CON-PLAN(WS-CON-IDX))
                       " period " WS-CON-PERIOD(WS-CON-IDX)
                       " employee " WS-CON-EMP-ID(WS-CON-IDX)
                       " not sent."
                   MOVE "N" TO WS-OP-OK
                   MOVE 1 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               MOVE "N" TO WS-CON-ACTION
               ADD 1 TO WS-SENT-COUNT
               MOVE WS-SENT-COUNT TO WS-SENT-FOUND-IDX
               MOVE WS-CON-CARRIER(WS-CON-IDX)
                 TO WS-SENT-CARRIER(WS-SENT-COUNT)
               MOVE WS-CON-PLAN(WS-CON-IDX)
                 TO WS-SENT-PLAN(WS-SENT-COUNT)
               MOVE WS-CON-PERIOD(WS-CON-IDX)
                 TO WS-SENT-PERIOD(WS-SENT-COUNT)
               MOVE WS-CON-EMP-ID(WS-CON-IDX)
                 TO WS-SENT-EMP-ID(WS-SENT-COUNT)
           ELSE
               IF WS-SENT-AMOUNT(WS-SENT-FOUND-IDX) =
                  WS-CON-AMOUNT(WS-CON-IDX)
                   EXIT PARAGRAPH
               END-IF
               MOVE "R" TO WS-CON-ACTION
           END-IF

           MOVE WS-CON-AMOUNT(WS-CON-IDX)
             TO WS-SENT-AMOUNT(WS-SENT-FOUND-IDX)

           MOVE 0 TO WS-CON-GROSS
           IF WS-HISTORY-OPEN = "Y"
               MOVE WS-CON-EMP-ID(WS-CON-IDX) TO PAYH-EMP-ID
               MOVE WS-CON-PERIOD(WS-CON-IDX) TO PAYH-PERIOD
               READ PAY-HISTORY-FILE
                   INVALID KEY
                       MOVE 0 TO WS-CON-GROSS
                   NOT INVALID KEY
                       MOVE PAYH-GROSS-PAY TO WS-CON-GROSS
               END-READ
           END-IF

           MOVE SPACES TO FEED-LINE
           MOVE "CON" TO FEED-LINE(1:3)
           MOVE WS-CON-ACTION TO FEED-LINE(4:1)
           MOVE WS-CON-PLAN(WS-CON-IDX) TO FEED-LINE(5:8)
           MOVE WS-CON-EMP-ID(WS-CON-IDX) TO WS-EMP-ID-TEXT
           MOVE WS-EMP-ID-TEXT TO FEED-LINE(13:4)
           MOVE WS-CON-PERIOD(WS-CON-IDX) TO FEED-LINE(17:8)
           MOVE WS-CON-GROSS TO WS-DTL-AMOUNT-FIXED
           MOVE WS-DTL-AMOUNT-FIXED TO FEED-LINE(25:12)
           MOVE WS-CON-AMOUNT(WS-CON-IDX) TO WS-DTL-AMOUNT-FIXED
           MOVE WS-DTL-AMOUNT-FIXED TO FEED-LINE(37:12)
           WRITE FEED-LINE

           ADD 1 TO WS-FEED-RECORDS
           ADD WS-CON-AMOUNT(WS-CON-IDX) TO WS-FEED-HASH
           ADD 1 TO WS-CL-CONTRIBS(WS-CL-IDX)
           ADD WS-CON-AMOUNT(WS-CON-IDX) TO WS-CL-TOTAL(WS-CL-IDX).

      *> what every carrier now holds: the current members
       SAVE-FEED-SNAPSHOT.
           OPEN OUTPUT SNAPSHOT-FILE
           IF WS-SNAPSHOT-STATUS NOT = "00"
               DISPLAY "WARNING: could not rewrite the feed snapshot "
                   "-- the next feed will repeat these changes."
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-MBR-IDX FROM 1 BY 1
                   UNTIL WS-MBR-IDX > WS-MBR-COUNT
               MOVE WS-MBR-EMP-ID(WS-MBR-IDX) TO WS-EMP-ID-TEXT
               MOVE WS-MBR-HIRE(WS-MBR-IDX) TO WS-DATE-TEXT
               MOVE WS-MBR-VALUE(WS-MBR-IDX) TO WS-AMOUNT-EDIT
               MOVE WS-AMOUNT-EDIT TO WS-AMOUNT-TEXT
               MOVE SPACES TO SNAPSHOT-LINE
               STRING FUNCTION TRIM(WS-MBR-CARRIER(WS-MBR-IDX))
                      "|"
                      FUNCTION TRIM(WS-MBR-PLAN(WS-MBR-IDX))
                      "|"
                      WS-EMP-ID-TEXT
                      "|"
                      FUNCTION TRIM(WS-MBR-NAME(WS-MBR-IDX))
                      "|"
                      WS-DATE-TEXT
                      "|"
                      FUNCTION TRIM(WS-MBR-CALC(WS-MBR-IDX))
                      "|"
                      FUNCTION TRIM(WS-AMOUNT-TEXT)
                 INTO SNAPSHOT-LINE
               END-STRING
               WRITE SNAPSHOT-LINE
           END-PERFORM

           CLOSE SNAPSHOT-FILE.

      *> Only periods loaded from the subledger this run are kept;
      *> once a period falls out of the feed window (or its row is
      *> no longer on file) it can never be sent again, so its
      *> sent-log row is dropped too.
       SAVE-SENT-LOG.
           OPEN OUTPUT SENT-FILE
           IF WS-SENT-STATUS NOT = "00"
               DISPLAY "WARNING: could not rewrite the sent log -- "
                   "the next feed will resend these contributions."
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-SENT-IDX FROM 1 BY 1
                   UNTIL WS-SENT-IDX > WS-SENT-COUNT
               PERFORM WRITE-SENT-ROW
           END-PERFORM

           CLOSE SENT-FILE.

       WRITE-SENT-ROW.
           MOVE 0 TO WS-CON-FOUND-IDX
           PERFORM VARYING WS-CON-IDX FROM 1 BY 1
                   UNTIL WS-CON-IDX > WS-CON-COUNT
                   OR WS-CON-FOUND-IDX > 0
               IF WS-CON-CARRIER(WS-CON-IDX) = WS-SENT-CARRIER(WS-SENT-IDX)
                  AND WS-CON-PLAN(WS-CON-IDX) = WS-SENT-PLAN(WS-SENT-IDX)
                  AND WS-CON-PERIOD(WS-CON-IDX) =
                      WS-SENT-PERIOD(WS-SENT-IDX)
                  AND WS-CON-EMP-ID(WS-CON-IDX) =
                      WS-SENT-EMP-ID(WS-SENT-IDX)
                   MOVE WS-CON-IDX TO WS-CON-FOUND-IDX
               END-IF
           END-PERFORM

           IF WS-CON-FOUND-IDX = 0
               EXIT PARAGRAPH
           END-IF

           MOVE WS-SENT-EMP-ID(WS-SENT-IDX) TO WS-EMP-ID-TEXT
           MOVE WS-SENT-AMOUNT(WS-SENT-IDX) TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT TO WS-AMOUNT-TEXT
           MOVE SPACES TO SENT-LINE
           STRING FUNCTION TRIM(WS-SENT-CARRIER(WS-SENT-IDX))
                  "|"
                  FUNCTION TRIM(WS-SENT-PLAN(WS-SENT-IDX))
                  "|"
                  WS-SENT-PERIOD(WS-SENT-IDX)
                  "|"
                  WS-EMP-ID-TEXT
                  "|"
                  FUNCTION TRIM(WS-AMOUNT-TEXT)
             INTO SENT-LINE
           END-STRING
           WRITE SENT-LINE.

      *> ----------------------------------------------------------
      *> Premium invoice reconciliation
      *> ----------------------------------------------------------
       RUN-INVOICE-RECON.
           MOVE 0 TO WS-CL-IDX
           PERFORM VARYING WS-CL-COUNT FROM 1 BY 1
                   UNTIL WS-CL-COUNT > 10
                   OR WS-CL-CODE(WS-CL-COUNT) = SPACES
               IF WS-CL-CODE(WS-CL-COUNT) = WS-INV-CARRIER
                   MOVE WS-CL-COUNT TO WS-CL-IDX
               END-IF
           END-PERFORM
           IF WS-CL-IDX = 0
               DISPLAY "REFUSED: carrier " FUNCTION TRIM(WS-INV-CARRIER)
                   " is not in " FUNCTION TRIM(WS-CARRIER-PATH) "."
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-INVOICE-PATH
           STRING "data/premium_invoice_"
                  FUNCTION TRIM(WS-INV-CARRIER)
                  "_"
                  WS-INV-MONTH
                  ".dat"
             INTO WS-INVOICE-PATH
           END-STRING

           MOVE 0 TO WS-REC-COUNT WS-INV-LINES WS-INV-REJECTED
           PERFORM LOAD-INVOICE-LINES
           IF WS-OP-OK NOT = "Y"
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-CON-IDX FROM 1 BY 1
                   UNTIL WS-CON-IDX > WS-CON-COUNT
               IF WS-CON-CARRIER(WS-CON-IDX) = WS-INV-CARRIER
                  AND WS-CON-PERIOD(WS-CON-IDX)(1:6) = WS-INV-MONTH
                   PERFORM ADD-WITHHELD-TO-RECON
               END-IF
           END-PERFORM

           PERFORM WRITE-RECON-REPORT

           MOVE "BENEFIT_INVOICE" TO WS-AUDIT-EVENT-TYPE
           MOVE SPACES TO WS-AUDIT-DETAIL
           STRING FUNCTION TRIM(WS-INV-CARRIER)
                  " " WS-INV-MONTH
                  " lines " WS-INV-LINES
                  " exceptions " WS-EXCEPTION-COUNT
             INTO WS-AUDIT-DETAIL
           END-STRING
           PERFORM RECORD-FEED-AUDIT

           IF WS-EXCEPTION-COUNT > 0
               MOVE "PREMIUM_INVOICE_MISMATCH" TO WS-ALERT-TYPE
               MOVE "MEDIUM" TO WS-ALERT-SEVERITY
               MOVE SPACES TO WS-ALERT-DETAIL
               STRING "carrier=" FUNCTION TRIM(WS-INV-CARRIER)
                      " month=" WS-INV-MONTH
                      " exceptions=" WS-EXCEPTION-COUNT
                 INTO WS-ALERT-DETAIL
               END-STRING
               PERFORM APPEND-ALERT-RECORD
               MOVE 1 TO RETURN-CODE
           END-IF

           DISPLAY " "
           DISPLAY "Invoice reconciliation complete -- "
               WS-EXCEPTION-COUNT " exception(s).".

       LOAD-INVOICE-LINES.
           MOVE "Y" TO WS-OP-OK
           MOVE "N" TO WS-EOF

           OPEN INPUT INVOICE-FILE
           IF WS-INVOICE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot read invoice file "
                   FUNCTION TRIM(WS-INVOICE-PATH)
                   " (" WS-INVOICE-STATUS ")."
               MOVE "N" TO WS-OP-OK
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF = "Y"
               READ INVOICE-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF INVOICE-LINE NOT = SPACES
                           PERFORM PARSE-INVOICE-LINE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE INVOICE-FILE.

      *> a line for another carrier or month, an unknown plan, or one
      *> that does not parse is counted and listed, never guessed at
       PARSE-INVOICE-LINE.
           MOVE 0 TO WS-FIELD-COUNT
           MOVE SPACES TO WS-TXT-1 WS-TXT-2 WS-TXT-3 WS-TXT-4 WS-TXT-5

           UNSTRING INVOICE-LINE DELIMITED BY "|"
               INTO WS-TXT-1
                    WS-TXT-2
                    WS-TXT-3
                    WS-TXT-4
                    WS-TXT-5
               TALLYING IN WS-FIELD-COUNT
           END-UNSTRING

           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-TXT-4))
             TO WS-CHK-PLAN
           PERFORM FIND-PLAN-CARRIER

           IF WS-FIELD-COUNT NOT = 5
              OR FUNCTION UPPER-CASE(FUNCTION TRIM(WS-TXT-1))
                 NOT = WS-INV-CARRIER
              OR FUNCTION TRIM(WS-TXT-2) NOT = WS-INV-MONTH
              OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-TXT-3)) NOT = 0
              OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-TXT-5)) NOT = 0
              OR WS-CAR-FOUND-IDX = 0
               ADD 1 TO WS-INV-REJECTED
               DISPLAY "  invoice line not used: "
                   FUNCTION TRIM(INVOICE-LINE)
               EXIT PARAGRAPH
           END-IF

           IF WS-CAR-CODE(WS-CAR-FOUND-IDX) NOT = WS-INV-CARRIER
               ADD 1 TO WS-INV-REJECTED
               DISPLAY "  invoice line not used: "
                   FUNCTION TRIM(INVOICE-LINE)
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-INV-LINES
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-TXT-3))
             TO WS-CHK-EMP-ID
           PERFORM FIND-RECON-ROW
           IF WS-REC-FOUND-IDX > 0
               ADD FUNCTION NUMVAL(FUNCTION TRIM(WS-TXT-5))
                 TO WS-REC-BILLED(WS-REC-FOUND-IDX)
           END-IF.

       ADD-WITHHELD-TO-RECON.
           MOVE WS-CON-EMP-ID(WS-CON-IDX) TO WS-CHK-EMP-ID
           MOVE WS-CON-PLAN(WS-CON-IDX) TO WS-CHK-PLAN
           PERFORM FIND-RECON-ROW
           IF WS-REC-FOUND-IDX > 0
               ADD WS-CON-AMOUNT(WS-CON-IDX)
                 TO WS-REC-WITHHELD(WS-REC-FOUND-IDX)
               ADD WS-CON-REMITTED(WS-CON-IDX)
                 TO WS-REC-REMITTED(WS-REC-FOUND-IDX)
           END-IF.

       FIND-RECON-ROW.
           MOVE 0 TO WS-REC-FOUND-IDX
           PERFORM VARYING WS-REC-IDX FROM 1 BY 1
                   UNTIL WS-REC-IDX > WS-REC-COUNT
                   OR WS-REC-FOUND-IDX > 0
               IF WS-REC-EMP-ID(WS-REC-IDX) = WS-CHK-EMP-ID
                  AND WS-REC-PLAN(WS-REC-IDX) = WS-CHK-PLAN
                   MOVE WS-REC-IDX TO WS-REC-FOUND-IDX
               END-IF
           END-PERFORM

           IF WS-REC-FOUND-IDX = 0 AND WS-REC-COUNT < 500
               ADD 1 TO WS-REC-COUNT
               MOVE WS-REC-COUNT TO WS-REC-FOUND-IDX
               MOVE WS-CHK-EMP-ID TO WS-REC-EMP-ID(WS-REC-COUNT)
               MOVE WS-CHK-PLAN TO WS-REC-PLAN(WS-REC-COUNT)
           END-IF.

       WRITE-RECON-REPORT.
           MOVE 0 TO WS-EXCEPTION-COUNT
                     WS-INV-BILLED-TOTAL
                     WS-INV-WITHHELD-TOTAL
                     WS-INV-REMITTED-TOTAL

           MOVE SPACES TO WS-REPORT-PATH
           STRING FUNCTION TRIM(WS-REPORT-DIR)
                  "premium_recon_"
                  FUNCTION TRIM(WS-INV-CARRIER)
                  "_"
                  WS-INV-MONTH
                  ".txt"
             INTO WS-REPORT-PATH
           END-STRING

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "WARNING: cannot create reconciliation report ("
                   WS-REPORT-STATUS ") -- exceptions go to the "
                   "terminal only."
           END-IF

           MOVE SPACES TO REPORT-LINE
           STRING "===== Helical Pay Systems - Premium Invoice "
                  "Reconciliation ====="
             INTO REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "Carrier " FUNCTION TRIM(WS-INV-CARRIER)
                  " (" FUNCTION TRIM(WS-CL-NAME(WS-CL-IDX)) ")"
                  "  invoice month " WS-INV-MONTH
                  "  run " WS-RUN-STAMP
             INTO REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "EMP   PLAN            BILLED      WITHHELD      "
               & "REMITTED  EXCEPTION" TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           PERFORM VARYING WS-REC-IDX FROM 1 BY 1
                   UNTIL WS-REC-IDX > WS-REC-COUNT
               ADD WS-REC-BILLED(WS-REC-IDX) TO WS-INV-BILLED-TOTAL
               ADD WS-REC-WITHHELD(WS-REC-IDX) TO WS-INV-WITHHELD-TOTAL
               ADD WS-REC-REMITTED(WS-REC-IDX) TO WS-INV-REMITTED-TOTAL
               PERFORM CHECK-RECON-ROW
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE WS-INV-BILLED-TOTAL TO WS-AMOUNT-DISPLAY
           MOVE WS-INV-WITHHELD-TOTAL TO WS-AMOUNT-DISPLAY-2
           MOVE WS-INV-REMITTED-TOTAL TO WS-AMOUNT-DISPLAY-3
           MOVE SPACES TO REPORT-LINE
           STRING "TOTALS        " WS-AMOUNT-DISPLAY
                  "  " WS-AMOUNT-DISPLAY-2
                  "  " WS-AMOUNT-DISPLAY-3
             INTO REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "Invoice lines used " WS-INV-LINES
                  ", not used " WS-INV-REJECTED
                  ", exceptions " WS-EXCEPTION-COUNT
             INTO REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE

           IF WS-REPORT-STATUS = "00"
               CLOSE REPORT-FILE
               DISPLAY "Reconciliation report written: "
                   FUNCTION TRIM(WS-REPORT-PATH)
           END-IF.

      *> Every employee and plan on either side gets a line; the
      *> exception column names the first thing wrong with it.
       CHECK-RECON-ROW.
           MOVE SPACES TO WS-EXCEPTION-TYPE
           MOVE WS-REC-EMP-ID(WS-REC-IDX) TO WS-CHK-EMP-ID
           MOVE WS-REC-PLAN(WS-REC-IDX) TO WS-CHK-PLAN
           PERFORM FIND-EMPLOYEE
           PERFORM CHECK-ENROLLED
           COMPUTE WS-RECON-DIFF =
               WS-REC-BILLED(WS-REC-IDX) - WS-REC-WITHHELD(WS-REC-IDX)

           EVALUATE TRUE
               WHEN WS-REC-BILLED(WS-REC-IDX) > 0
                    AND WS-EMP-FOUND-IDX = 0
                   MOVE "BILLED_UNKNOWN_EMPLOYEE" TO WS-EXCEPTION-TYPE
               WHEN WS-REC-BILLED(WS-REC-IDX) > 0
                    AND WS-REC-WITHHELD(WS-REC-IDX) = 0
                    AND (WS-EMP-TBL-ACTIVE(WS-EMP-FOUND-IDX) = "N"
                     OR (WS-EMP-TBL-TERM(WS-EMP-FOUND-IDX) > 0
                     AND WS-EMP-TBL-TERM(WS-EMP-FOUND-IDX)
                         < WS-INV-MONTH-START))
                   MOVE "BILLED_AFTER_TERM" TO WS-EXCEPTION-TYPE
               WHEN WS-REC-BILLED(WS-REC-IDX) > 0
                    AND WS-REC-WITHHELD(WS-REC-IDX) = 0
                    AND WS-CHK-ENROLLED = "N"
                   MOVE "BILLED_NOT_ENROLLED" TO WS-EXCEPTION-TYPE
               WHEN WS-REC-BILLED(WS-REC-IDX) > 0
                    AND WS-REC-WITHHELD(WS-REC-IDX) = 0
                   MOVE "BILLED_NOT_WITHHELD" TO WS-EXCEPTION-TYPE
               WHEN WS-REC-BILLED(WS-REC-IDX) = 0
                    AND WS-REC-WITHHELD(WS-REC-IDX) > 0
                   MOVE "WITHHELD_NOT_BILLED" TO WS-EXCEPTION-TYPE
               WHEN WS-RECON-DIFF > WS-RECON-TOLERANCE
                   MOVE "BILLED_OVER_WITHHELD" TO WS-EXCEPTION-TYPE
               WHEN WS-RECON-DIFF < 0 - WS-RECON-TOLERANCE
                   MOVE "BILLED_UNDER_WITHHELD" TO WS-EXCEPTION-TYPE
               WHEN WS-REC-REMITTED(WS-REC-IDX) <
                    WS-REC-WITHHELD(WS-REC-IDX)
                   MOVE "NOT_YET_REMITTED" TO WS-EXCEPTION-TYPE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF WS-EXCEPTION-TYPE NOT = SPACES
               ADD 1 TO WS-EXCEPTION-COUNT
           END-IF

           MOVE WS-REC-EMP-ID(WS-REC-IDX) TO WS-EMP-ID-TEXT
           MOVE WS-REC-BILLED(WS-REC-IDX) TO WS-AMOUNT-DISPLAY
           MOVE WS-REC-WITHHELD(WS-REC-IDX) TO WS-AMOUNT-DISPLAY-2
           MOVE WS-REC-REMITTED(WS-REC-IDX) TO WS-AMOUNT-DISPLAY-3
           MOVE SPACES TO REPORT-LINE
           STRING WS-EMP-ID-TEXT
                  "  " WS-REC-PLAN(WS-REC-IDX)
                  "  " WS-AMOUNT-DISPLAY
                  "  " WS-AMOUNT-DISPLAY-2
                  "  " WS-AMOUNT-DISPLAY-3
                  "  " WS-EXCEPTION-TYPE
             INTO REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE

           IF WS-EXCEPTION-TYPE NOT = SPACES
               DISPLAY "  EXCEPTION: emp " WS-EMP-ID-TEXT " "
                   FUNCTION TRIM(WS-REC-PLAN(WS-REC-IDX)) " "
                   FUNCTION TRIM(WS-EXCEPTION-TYPE)
           END-IF.

       WRITE-REPORT-LINE.
           IF WS-REPORT-STATUS = "00"
               WRITE REPORT-LINE
           END-IF.

      *> ----------------------------------------------------------
      *> Shared
      *> ----------------------------------------------------------
      *> the CALL hands back the audit writer's return code, so a
      *> warning already raised in this run is put back after it.
       RECORD-FEED-AUDIT.
           MOVE RETURN-CODE TO WS-HOLD-RETURN-CODE
           CALL "RECORD-AUDIT-EVENT"
               USING WS-AUDIT-EMP-ID
                     WS-AUDIT-PROGRAM
                     WS-AUDIT-EVENT-TYPE
                     WS-AUDIT-DETAIL
           END-CALL
           MOVE WS-HOLD-RETURN-CODE TO RETURN-CODE.

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
