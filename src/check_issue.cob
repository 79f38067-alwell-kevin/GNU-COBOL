       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHECK-ISSUE-BATCH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHECK-REGISTER-FILE
               ASSIGN TO DYNAMIC WS-CHECK-REG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECK-REG-STATUS.

           SELECT CHECK-CONTROL-FILE
               ASSIGN TO DYNAMIC WS-CHECK-CTL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECK-CTL-STATUS.

           SELECT EMPLOYEE-FILE
               ASSIGN TO DYNAMIC WS-EMPLOYEE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID OF EMPLOYEE-RECORD
               FILE STATUS IS WS-EMPLOYEE-STATUS.

           SELECT ACCOUNT-FILE
               ASSIGN TO DYNAMIC WS-ACCOUNT-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-EMP-ID
               FILE STATUS IS WS-ACCOUNT-STATUS.

           SELECT LEDGER-FILE
               ASSIGN TO DYNAMIC WS-LEDGER-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LEDG-KEY
               ALTERNATE RECORD KEY IS LEDG-EMP-ID WITH DUPLICATES
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT WINDOW-FILE
               ASSIGN TO DYNAMIC WS-WINDOW-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WINDOW-STATUS.

           SELECT PRINT-FILE
               ASSIGN TO DYNAMIC WS-PRINT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO DYNAMIC WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT POSPAY-FILE
               ASSIGN TO DYNAMIC WS-POSPAY-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSPAY-STATUS.

           SELECT PAID-FILE
               ASSIGN TO DYNAMIC WS-PAID-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAID-STATUS.

           SELECT CHECK-ARCHIVE-FILE
               ASSIGN TO DYNAMIC WS-CHECK-ARCH-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECK-ARCH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHECK-REGISTER-FILE.
       01  CHECK-REGISTER-LINE            PIC X(120).

       FD  CHECK-CONTROL-FILE.
       01  CHECK-CONTROL-LINE             PIC X(20).

       FD  EMPLOYEE-FILE.
       01  EMPLOYEE-RECORD.
           COPY "employee_record.cpy".

       FD  ACCOUNT-FILE.
       01  ACCOUNT-RECORD.
           COPY "account_record.cpy".

       FD  LEDGER-FILE.
       01  LEDGER-RECORD.
           COPY "ledger_record.cpy".

       FD  WINDOW-FILE.
       01  WINDOW-LINE                    PIC X(80).

       FD  PRINT-FILE.
       01  PRINT-LINE                     PIC X(80).

       FD  REPORT-FILE.
       01  REPORT-LINE                    PIC X(120).

       FD  POSPAY-FILE.
       01  POSPAY-LINE                    PIC X(80).

       FD  PAID-FILE.
       01  PAID-LINE                      PIC X(80).

       FD  CHECK-ARCHIVE-FILE.
       01  CHECK-ARCHIVE-LINE             PIC X(120).

       WORKING-STORAGE SECTION.
      *> Works the paper-check register PAYROLL-REGISTER-BATCH and
      *> BANK-RETURN-BATCH append to (data/check_register.dat:
      *> check number|issue date|employee id|amount|status|source|
      *> funding account|ledger tx id|status date|replaced by).
      *> Status is ISSUED, VOID or PAID; source is PAYROLL,
      *> OFFCYCLE, RETURN or REISSUE; the funding account is the
      *> ledger account the check was drawn from (CHECKING for pay,
      *> BANK_RETURN_CLEARING for a returned deposit). Every issued
      *> check sits as a credit on CHECK_CLEARING until it is
      *> voided. Keyed on the command line as
      *>   PRINT [YYYYMMDD]           check print file, check
      *>                              register report and positive-
      *>                              pay file for the day (default)
      *>   VOID <check no>            void, ledger legs reversed
      *>   VOID <check no> REISSUE    void and cut a replacement
      *>   PAID [YYYYMMDD]            stamp checks the bank has paid
      *>                              (data/check_paid_<date>.dat)
      *>   OUTSTANDING [days]         stale-dated outstanding-checks
      *>                              report (default 180 days)
      *> The positive-pay file follows the interchange layout:
      *>   HDR  cols 1-3 "HDR", 4-11 date, 12-21 originator
      *>   DTL  cols 1-3 "DTL", 4-11 check number, 12-19 issue date,
      *>        20-31 amount, 32 "I" issued / "V" void, 33-36
      *>        employee id, 37-66 payee name
      *>   TRL  cols 1-3 "TRL", 4-9 detail count, 10-23 hash total
      *> and the bank's paid-items file carries one DTL per paid
      *> check: cols 4-11 check number, 12-23 amount.
       01  WS-CHK-TABLE.
           05 WS-CHK-ROW OCCURS 2000 TIMES.
               10 WS-CHK-NUMBER           PIC 9(8) VALUE 0.
               10 WS-CHK-ISSUE-DATE       PIC X(8) VALUE SPACES.
               10 WS-CHK-EMP-ID           PIC 9(4) VALUE 0.
               10 WS-CHK-AMOUNT           PIC 9(7)V99 VALUE 0.
               10 WS-CHK-STATUS           PIC X(8) VALUE SPACES.
               10 WS-CHK-SOURCE           PIC X(8) VALUE SPACES.
               10 WS-CHK-FUND             PIC X(20) VALUE SPACES.
               10 WS-CHK-TX-ID            PIC 9(9) VALUE 0.
               10 WS-CHK-STATUS-DATE      PIC X(8) VALUE SPACES.
               10 WS-CHK-REPLACED-BY      PIC 9(8) VALUE 0.

       01  WS-NAME-TABLE.
           05 WS-NAME-ROW OCCURS 200 TIMES.
               10 WS-NAME-EMP-ID          PIC 9(4) VALUE 0.
               10 WS-NAME-TEXT            PIC X(40) VALUE SPACES.

       77  WS-CHECK-REG-PATH              PIC X(256)
                                   VALUE "data/check_register.dat".
       77  WS-CHECK-CTL-PATH              PIC X(256)
                                   VALUE "data/check_control.dat".
       77  WS-EMPLOYEE-PATH               PIC X(256)
                                           VALUE "data/employees.dat".
       77  WS-ACCOUNT-PATH                PIC X(256)
                                           VALUE "data/accounts.dat".
       77  WS-LEDGER-PATH                 PIC X(256)
                                           VALUE "data/ledger.dat".
       77  WS-WINDOW-PATH                 PIC X(256)
                                           VALUE "data/batch_window.dat".
       77  WS-PRINT-PATH                  PIC X(256) VALUE SPACES.
       77  WS-REPORT-PATH                 PIC X(256) VALUE SPACES.
       77  WS-POSPAY-PATH                 PIC X(256) VALUE SPACES.
       77  WS-PAID-PATH                   PIC X(256) VALUE SPACES.
       77  WS-CHECK-ARCH-PATH             PIC X(256)
                           VALUE "data/check_register_archive.dat".
       77  WS-REPORT-DIR                  PIC X(256)
                                           VALUE "data/reports/".

       77  WS-CHECK-REG-STATUS            PIC XX VALUE SPACES.
       77  WS-CHECK-CTL-STATUS            PIC XX VALUE SPACES.
       77  WS-EMPLOYEE-STATUS             PIC XX VALUE SPACES.
       77  WS-ACCOUNT-STATUS              PIC XX VALUE SPACES.
       77  WS-LEDGER-STATUS               PIC XX VALUE SPACES.
       77  WS-WINDOW-STATUS               PIC XX VALUE SPACES.
       77  WS-PRINT-STATUS                PIC XX VALUE SPACES.
       77  WS-REPORT-STATUS               PIC XX VALUE SPACES.
       77  WS-POSPAY-STATUS               PIC XX VALUE SPACES.
       77  WS-PAID-STATUS                 PIC XX VALUE SPACES.
       77  WS-CHECK-ARCH-STATUS           PIC XX VALUE SPACES.

       77  WS-LOCK-ACTION                 PIC X(8) VALUE SPACES.
       77  WS-LOCK-OWNER                  PIC X(20)
                                           VALUE "CHECK-ISSUE-BATCH".
       77  WS-LOCK-RESULT                 PIC X VALUE "N".
       77  WS-LOCK-HOLDER                 PIC X(40) VALUE SPACES.

       77  WS-EOF                         PIC X VALUE "N".
       77  WS-OP-OK                       PIC X VALUE "Y".
       77  WS-POST-OK                     PIC X VALUE "Y".
       77  WS-FIELD-COUNT                 PIC 9(2) VALUE 0.
       77  WS-ERROR-COUNT                 PIC 9(4) VALUE 0.

       77  WS-ARGS-IN                     PIC X(80) VALUE SPACES.
       77  WS-ARG-MODE                    PIC X(20) VALUE SPACES.
       77  WS-ARG-2                       PIC X(20) VALUE SPACES.
       77  WS-ARG-3                       PIC X(20) VALUE SPACES.
       77  WS-RUN-MODE                    PIC X(12) VALUE "PRINT".
       77  WS-RUN-DATE                    PIC X(8) VALUE SPACES.
       77  WS-TODAY                       PIC X(8) VALUE SPACES.
       77  WS-REISSUE                     PIC X VALUE "N".
       77  WS-VOID-NUMBER                 PIC 9(8) VALUE 0.
       77  WS-STALE-DAYS                  PIC 9(4) VALUE 180.

      *> the register is loaded whole and rewritten whole, so a
      *> file with more rows than the table holds is refused rather
      *> than truncated -- RETENTION-BATCH moves old PAID and VOID
      *> checks to data/check_register_archive.dat to make room.
       77  WS-CHK-COUNT                   PIC 9(4) VALUE 0.
       77  WS-CHK-OVERFLOW                PIC X VALUE "N".
       77  WS-CHK-IDX                     PIC 9(4) VALUE 0.
       77  WS-CHK-FOUND-IDX               PIC 9(4) VALUE 0.
       77  WS-NAME-COUNT                  PIC 9(4) VALUE 0.
       77  WS-NAME-IDX                    PIC 9(4) VALUE 0.
       77  WS-PAYEE-NAME                  PIC X(40) VALUE SPACES.

       77  WS-CHK-NUMBER-TEXT             PIC X(20).
       77  WS-CHK-DATE-TEXT               PIC X(20).
       77  WS-CHK-EMP-TEXT                PIC X(20).
       77  WS-CHK-AMOUNT-TEXT             PIC X(20).
       77  WS-CHK-STATUS-TEXT             PIC X(20).
       77  WS-CHK-SOURCE-TEXT             PIC X(20).
       77  WS-CHK-FUND-TEXT               PIC X(30).
       77  WS-CHK-TX-TEXT                 PIC X(20).
       77  WS-CHK-SDATE-TEXT              PIC X(20).
       77  WS-CHK-REPL-TEXT               PIC X(20).
       77  WS-CHK-CTL-TEXT                PIC X(20).

       77  WS-CHECK-FIRST-NUMBER          PIC 9(8) VALUE 100001.
       77  WS-CHECK-NUMBER                PIC 9(8) VALUE 0.
       77  WS-CHECK-AMOUNT-FIXED          PIC 9(7).99.
       77  WS-CHECK-TX-FIXED              PIC 9(9) VALUE 0.
       77  WS-CHECK-EMP-FIXED             PIC 9(4) VALUE 0.
       77  WS-CHECK-PROTECT               PIC $**,***,**9.99.
       77  WS-DATE-DISPLAY                PIC X(10) VALUE SPACES.

      *> control totals for the day's check register and the
      *> positive-pay trailer
       77  WS-ISSUED-COUNT                PIC 9(6) VALUE 0.
       77  WS-ISSUED-TOTAL                PIC 9(11)V99 VALUE 0.
       77  WS-VOID-COUNT                  PIC 9(6) VALUE 0.
       77  WS-VOID-TOTAL                  PIC 9(11)V99 VALUE 0.
       77  WS-NET-TOTAL                   PIC S9(11)V99 VALUE 0.
       77  WS-PRINTED-COUNT               PIC 9(6) VALUE 0.
       77  WS-DTL-COUNT                   PIC 9(6) VALUE 0.
       77  WS-DTL-TOTAL                   PIC 9(11)V99 VALUE 0.
       77  WS-DTL-AMOUNT-FIXED            PIC 9(9).99.
       77  WS-TRL-TOTAL-FIXED             PIC 9(11).99.
       77  WS-DTL-ACTION                  PIC X VALUE SPACE.

      *> outstanding-checks report and clearing-account proof
       77  WS-AGE-DAYS                    PIC 9(5) VALUE 0.
       77  WS-DATE-NUM                    PIC 9(8) VALUE 0.
       77  WS-TODAY-INT                   PIC 9(8) VALUE 0.
       77  WS-OUT-COUNT                   PIC 9(6) VALUE 0.
       77  WS-OUT-TOTAL                   PIC 9(11)V99 VALUE 0.
       77  WS-STALE-COUNT                 PIC 9(6) VALUE 0.
       77  WS-STALE-TOTAL                 PIC 9(11)V99 VALUE 0.
       77  WS-PAID-COUNT                  PIC 9(6) VALUE 0.
       77  WS-PAID-TOTAL                  PIC 9(11)V99 VALUE 0.
       77  WS-ARCH-PAID-COUNT             PIC 9(6) VALUE 0.
       77  WS-ARCH-PAID-TOTAL             PIC 9(11)V99 VALUE 0.
       77  WS-CLEARING-BALANCE            PIC S9(11)V99 VALUE 0.
       77  WS-CLEARING-OK                 PIC X VALUE "Y".
       77  WS-REGISTER-BALANCE            PIC S9(11)V99 VALUE 0.
       77  WS-CLEARING-DIFF               PIC S9(11)V99 VALUE 0.
       77  WS-STALE-FLAG                  PIC X(5) VALUE SPACES.

      *> paid-items matching
       77  WS-PAID-NUMBER                 PIC 9(8) VALUE 0.
       77  WS-PAID-AMOUNT                 PIC 9(7)V99 VALUE 0.
       77  WS-PAID-READ-COUNT             PIC 9(6) VALUE 0.
       77  WS-PAID-MATCHED                PIC 9(6) VALUE 0.
       77  WS-PAID-EXCEPTIONS             PIC 9(6) VALUE 0.

       77  WS-TX-ID                       PIC 9(9) VALUE 0.
       77  WS-TX-LEG                      PIC 9(2) VALUE 0.
       77  WS-TXC-ACTION                  PIC X(8) VALUE SPACES.
       77  WS-TXC-RESULT                  PIC X VALUE "N".

       01  WS-COA-REQUEST.
           COPY "coa_request.cpy".

       77  WS-DEBIT-ACCOUNT               PIC X(20) VALUE SPACES.
       77  WS-CREDIT-ACCOUNT              PIC X(20) VALUE SPACES.
       77  WS-POST-MEMO                   PIC X(40) VALUE SPACES.
       77  WS-POST-AMOUNT                 PIC 9(7)V99 VALUE 0.
       77  WS-POST-EMP-ID                 PIC 9(4) VALUE 0.
       77  WS-BALANCE-CHANGE              PIC S9(7)V99 VALUE 0.
       77  WS-ENTRY-TYPE                  PIC X(10) VALUE SPACES.
       77  WS-ENTRY-ACCOUNT               PIC X(20) VALUE SPACES.
       77  WS-ENTRY-MEMO                  PIC X(40) VALUE SPACES.

       77  WS-EMP-ID-DISPLAY              PIC 9(4).
       77  WS-AMOUNT-DISPLAY              PIC Z,ZZZ,ZZ9.99.
       77  WS-TOTAL-DISPLAY               PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       77  WS-SIGNED-DISPLAY              PIC -Z,ZZZ,ZZZ,ZZ9.99.
       77  WS-AGE-DISPLAY                 PIC ZZZZ9.

       77  WS-CURRENT-DATE                PIC X(21) VALUE SPACES.
       77  WS-TIMESTAMP                   PIC X(19) VALUE SPACES.

       77  WS-AUDIT-PROGRAM               PIC X(24)
                                   VALUE "CHECK-ISSUE-BATCH".
       77  WS-AUDIT-EVENT-TYPE            PIC X(20) VALUE SPACES.
       77  WS-AUDIT-DETAIL                PIC X(100) VALUE SPACES.
       77  WS-AUDIT-EMP-ID                PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY " "
           DISPLAY "===== Helical Pay Systems - Check Issue ====="
           DISPLAY " "

           PERFORM BUILD-TIMESTAMP
           MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY
           PERFORM RESOLVE-RUN-MODE
           IF WS-OP-OK NOT = "Y"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM LOAD-CHECK-REGISTER
           IF WS-OP-OK NOT = "Y"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LOAD-EMPLOYEE-NAMES

           EVALUATE WS-RUN-MODE
               WHEN "VOID"
                   PERFORM VOID-ONE-CHECK
               WHEN "PAID"
                   PERFORM APPLY-PAID-ITEMS
               WHEN "OUTSTANDING"
                   PERFORM WRITE-OUTSTANDING-REPORT
               WHEN OTHER
                   PERFORM WRITE-CHECK-PRINT-FILE
                   PERFORM WRITE-CHECK-REGISTER-REPORT
                   PERFORM WRITE-POSITIVE-PAY-FILE
           END-EVALUATE

           IF WS-ERROR-COUNT > 0
               MOVE 1 TO RETURN-CODE
           END-IF

           DISPLAY " "
           DISPLAY "Check issue run complete."

           GOBACK.

      *> No argument prints today's checks. A first token that is
      *> not a known mode is warned about and ignored, the same
      *> fall-back the register gives an unrecognized argument, so
      *> NIGHT-RUN-DRIVER can run this step on its own command
      *> line. A VOID that does not name a check is refused.
       RESOLVE-RUN-MODE.
           MOVE "Y" TO WS-OP-OK
           MOVE "PRINT" TO WS-RUN-MODE
           MOVE WS-TODAY TO WS-RUN-DATE

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
               WHEN "PRINT"
                   PERFORM RESOLVE-DATE-ARGUMENT
               WHEN "CHECK-ISSUE-BATCH"
                   CONTINUE
               WHEN "PAID"
                   MOVE "PAID" TO WS-RUN-MODE
                   PERFORM RESOLVE-DATE-ARGUMENT
               WHEN "OUTSTANDING"
                   MOVE "OUTSTANDING" TO WS-RUN-MODE
                   IF FUNCTION TRIM(WS-ARG-2) NOT = SPACES
                       IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-ARG-2))
                          = 0
                           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-ARG-2))
                             TO WS-STALE-DAYS
                       ELSE
                           DISPLAY "WARNING: stale-after days must be "
                               "a number -- using " WS-STALE-DAYS "."
                       END-IF
                   END-IF
               WHEN "VOID"
                   MOVE "VOID" TO WS-RUN-MODE
                   IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-ARG-2))
                      NOT = 0
                      OR FUNCTION TRIM(WS-ARG-2) = SPACES
                       DISPLAY "REFUSED: use VOID <check number> "
                           "[REISSUE]."
                       MOVE "N" TO WS-OP-OK
                       EXIT PARAGRAPH
                   END-IF
                   MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-ARG-2))
                     TO WS-VOID-NUMBER
                   IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ARG-3))
                      = "REISSUE"
                       MOVE "Y" TO WS-REISSUE
                   ELSE
                       IF FUNCTION TRIM(WS-ARG-3) NOT = SPACES
                           DISPLAY "REFUSED: third argument must be "
                               "REISSUE or nothing."
                           MOVE "N" TO WS-OP-OK
                       END-IF
                   END-IF
               WHEN OTHER
                   DISPLAY "WARNING: argument "
                       FUNCTION TRIM(WS-ARG-MODE)
                       " not understood -- printing today's checks."
           END-EVALUATE.

       RESOLVE-DATE-ARGUMENT.
           IF FUNCTION TRIM(WS-ARG-2) = SPACES
               EXIT PARAGRAPH
           END-IF

           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-ARG-2)) = 0
              AND FUNCTION LENGTH(FUNCTION TRIM(WS-ARG-2)) = 8
               MOVE FUNCTION TRIM(WS-ARG-2) TO WS-RUN-DATE
           ELSE
               DISPLAY "WARNING: date argument must be YYYYMMDD -- "
                   "using today."
           END-IF.

       ACQUIRE-ACCOUNT-LOCK.
           MOVE "ACQUIRE" TO WS-LOCK-ACTION
           CALL "ACCOUNT-LOCK"
               USING WS-LOCK-ACTION
                     WS-LOCK-OWNER
                     WS-LOCK-RESULT
                     WS-LOCK-HOLDER
           END-CALL.

       RELEASE-ACCOUNT-LOCK.
           MOVE "RELEASE" TO WS-LOCK-ACTION
           CALL "ACCOUNT-LOCK"
               USING WS-LOCK-ACTION
                     WS-LOCK-OWNER
                     WS-LOCK-RESULT
                     WS-LOCK-HOLDER
           END-CALL.

       SET-BATCH-WINDOW.
           OPEN OUTPUT WINDOW-FILE
           IF WS-WINDOW-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WINDOW-LINE
           STRING FUNCTION TRIM(WS-LOCK-OWNER)
                  "|"
                  WS-TIMESTAMP
             INTO WINDOW-LINE
           END-STRING
           WRITE WINDOW-LINE
           CLOSE WINDOW-FILE.

       CLEAR-BATCH-WINDOW.
           OPEN OUTPUT WINDOW-FILE
           IF WS-WINDOW-STATUS = "00"
               CLOSE WINDOW-FILE
           END-IF.

       LOAD-CHECK-REGISTER.
           MOVE "Y" TO WS-OP-OK
           MOVE 0 TO WS-CHK-COUNT
           MOVE "N" TO WS-EOF
           MOVE "N" TO WS-CHK-OVERFLOW

           OPEN INPUT CHECK-REGISTER-FILE
           IF WS-CHECK-REG-STATUS = "35"
               EXIT PARAGRAPH
           END-IF

           IF WS-CHECK-REG-STATUS NOT = "00"
               DISPLAY "ERROR: cannot read the check register ("
                   WS-CHECK-REG-STATUS ")."
               MOVE "N" TO WS-OP-OK
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF = "Y"
               READ CHECK-REGISTER-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF WS-CHK-COUNT < 2000
                           PERFORM PARSE-CHECK-REGISTER-LINE
                       ELSE
                           MOVE "Y" TO WS-CHK-OVERFLOW
                           MOVE "Y" TO WS-EOF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE CHECK-REGISTER-FILE

           IF WS-CHK-OVERFLOW = "Y"
               DISPLAY "ERROR: the check register holds more than "
                   "2000 checks -- nothing done. Run RETENTION-BATCH "
                   "to archive paid and voided checks."
               MOVE "N" TO WS-OP-OK
           END-IF.

       PARSE-CHECK-REGISTER-LINE.
           MOVE 0 TO WS-FIELD-COUNT
           MOVE SPACES TO WS-CHK-NUMBER-TEXT
                          WS-CHK-DATE-TEXT
                          WS-CHK-EMP-TEXT
                          WS-CHK-AMOUNT-TEXT
                          WS-CHK-STATUS-TEXT
                          WS-CHK-SOURCE-TEXT
                          WS-CHK-FUND-TEXT
                          WS-CHK-TX-TEXT
                          WS-CHK-SDATE-TEXT
                          WS-CHK-REPL-TEXT

           UNSTRING CHECK-REGISTER-LINE DELIMITED BY "|"
               INTO WS-CHK-NUMBER-TEXT
                    WS-CHK-DATE-TEXT
                    WS-CHK-EMP-TEXT
                    WS-CHK-AMOUNT-TEXT
                    WS-CHK-STATUS-TEXT
                    WS-CHK-SOURCE-TEXT
                    WS-CHK-FUND-TEXT
                    WS-CHK-TX-TEXT
                    WS-CHK-SDATE-TEXT
                    WS-CHK-REPL-TEXT
               TALLYING IN WS-FIELD-COUNT
           END-UNSTRING

           IF WS-FIELD-COUNT NOT = 10
               EXIT PARAGRAPH
           END-IF

           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-CHK-NUMBER-TEXT))
              NOT = 0
              OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-CHK-EMP-TEXT))
              NOT = 0
              OR FUNCTION TEST-NUMVAL(
                 FUNCTION TRIM(WS-CHK-AMOUNT-TEXT)) NOT = 0
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-CHK-COUNT
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-CHK-NUMBER-TEXT))
             TO WS-CHK-NUMBER(WS-CHK-COUNT)
           MOVE FUNCTION TRIM(WS-CHK-DATE-TEXT)
             TO WS-CHK-ISSUE-DATE(WS-CHK-COUNT)
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-CHK-EMP-TEXT))
             TO WS-CHK-EMP-ID(WS-CHK-COUNT)
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-CHK-AMOUNT-TEXT))
             TO WS-CHK-AMOUNT(WS-CHK-COUNT)
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CHK-STATUS-TEXT))
             TO WS-CHK-STATUS(WS-CHK-COUNT)
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CHK-SOURCE-TEXT))
             TO WS-CHK-SOURCE(WS-CHK-COUNT)
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CHK-FUND-TEXT))
             TO WS-CHK-FUND(WS-CHK-COUNT)
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-CHK-TX-TEXT)) = 0
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-CHK-TX-TEXT))
                 TO WS-CHK-TX-ID(WS-CHK-COUNT)
           END-IF
           MOVE FUNCTION TRIM(WS-CHK-SDATE-TEXT)
             TO WS-CHK-STATUS-DATE(WS-CHK-COUNT)
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-CHK-REPL-TEXT)) = 0
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-CHK-REPL-TEXT))
                 TO WS-CHK-REPLACED-BY(WS-CHK-COUNT)
           END-IF.

      *> Rewrites the whole register after a void or a paid-items
      *> run has restamped rows in the table.
       SAVE-CHECK-REGISTER.
           MOVE "Y" TO WS-OP-OK
           OPEN OUTPUT CHECK-REGISTER-FILE
           IF WS-CHECK-REG-STATUS NOT = "00"
               MOVE "N" TO WS-OP-OK
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-CHK-IDX FROM 1 BY 1
                   UNTIL WS-CHK-IDX > WS-CHK-COUNT
               PERFORM WRITE-CHECK-REGISTER-ROW
           END-PERFORM

           CLOSE CHECK-REGISTER-FILE.

       WRITE-CHECK-REGISTER-ROW.
           MOVE WS-CHK-AMOUNT(WS-CHK-IDX) TO WS-CHECK-AMOUNT-FIXED
           MOVE WS-CHK-TX-ID(WS-CHK-IDX) TO WS-CHECK-TX-FIXED
           MOVE WS-CHK-EMP-ID(WS-CHK-IDX) TO WS-CHECK-EMP-FIXED

           MOVE SPACES TO CHECK-REGISTER-LINE
           STRING WS-CHK-NUMBER(WS-CHK-IDX)
                  "|"
                  WS-CHK-ISSUE-DATE(WS-CHK-IDX)
                  "|"
                  WS-CHECK-EMP-FIXED
                  "|"
                  WS-CHECK-AMOUNT-FIXED
                  "|"
                  FUNCTION TRIM(WS-CHK-STATUS(WS-CHK-IDX))
                  "|"
                  FUNCTION TRIM(WS-CHK-SOURCE(WS-CHK-IDX))
                  "|"
                  FUNCTION TRIM(WS-CHK-FUND(WS-CHK-IDX))
                  "|"
                  WS-CHECK-TX-FIXED
                  "|"
                  WS-CHK-STATUS-DATE(WS-CHK-IDX)
                  "|"
                  WS-CHK-REPLACED-BY(WS-CHK-IDX)
             INTO CHECK-REGISTER-LINE
           END-STRING
           WRITE CHECK-REGISTER-LINE.

       LOAD-EMPLOYEE-NAMES.
           MOVE 0 TO WS-NAME-COUNT
           MOVE "N" TO WS-EOF

           OPEN INPUT EMPLOYEE-FILE
           IF WS-EMPLOYEE-STATUS NOT = "00"
               DISPLAY "WARNING: employee file unavailable ("
                   WS-EMPLOYEE-STATUS ") -- payee names left blank."
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF = "Y"
               READ EMPLOYEE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF WS-NAME-COUNT < 200
                           ADD 1 TO WS-NAME-COUNT
                           MOVE EMP-ID OF EMPLOYEE-RECORD
                             TO WS-NAME-EMP-ID(WS-NAME-COUNT)
                           MOVE EMP-FULL-NAME OF EMPLOYEE-RECORD
                             TO WS-NAME-TEXT(WS-NAME-COUNT)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE EMPLOYEE-FILE.

       FIND-PAYEE-NAME.
           MOVE SPACES TO WS-PAYEE-NAME
           PERFORM VARYING WS-NAME-IDX FROM 1 BY 1
                   UNTIL WS-NAME-IDX > WS-NAME-COUNT
               IF WS-NAME-EMP-ID(WS-NAME-IDX) = WS-CHK-EMP-ID(WS-CHK-IDX)
                   MOVE WS-NAME-TEXT(WS-NAME-IDX) TO WS-PAYEE-NAME
               END-IF
           END-PERFORM.

      *> ------------------------------------------------------------
      *> One printable check image per check issued on the run date
      *> and not already voided, in check-number order as issued.
      *> The amount is check-protected with asterisks.
      *> ------------------------------------------------------------
       WRITE-CHECK-PRINT-FILE.
           MOVE SPACES TO WS-PRINT-PATH
           STRING FUNCTION TRIM(WS-REPORT-DIR)
                  "checks_" WS-RUN-DATE ".txt"
             INTO WS-PRINT-PATH
           END-STRING

           OPEN OUTPUT PRINT-FILE
           IF WS-PRINT-STATUS NOT = "00"
               DISPLAY "WARNING: cannot create check print file ("
                   WS-PRINT-STATUS ")."
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-PRINTED-COUNT
           PERFORM VARYING WS-CHK-IDX FROM 1 BY 1
                   UNTIL WS-CHK-IDX > WS-CHK-COUNT
               IF WS-CHK-ISSUE-DATE(WS-CHK-IDX) = WS-RUN-DATE
                  AND WS-CHK-STATUS(WS-CHK-IDX) NOT = "VOID"
                   PERFORM PRINT-ONE-CHECK
               END-IF
           END-PERFORM

           CLOSE PRINT-FILE
           DISPLAY "Check print file written: "
               FUNCTION TRIM(WS-PRINT-PATH)
               " (" WS-PRINTED-COUNT " check(s))".

       PRINT-ONE-CHECK.
           PERFORM FIND-PAYEE-NAME
           MOVE WS-CHK-AMOUNT(WS-CHK-IDX) TO WS-CHECK-PROTECT
           MOVE WS-CHK-EMP-ID(WS-CHK-IDX) TO WS-EMP-ID-DISPLAY
           MOVE SPACES TO WS-DATE-DISPLAY
           STRING WS-CHK-ISSUE-DATE(WS-CHK-IDX)(1:4) "-"
                  WS-CHK-ISSUE-DATE(WS-CHK-IDX)(5:2) "-"
                  WS-CHK-ISSUE-DATE(WS-CHK-IDX)(7:2)
             INTO WS-DATE-DISPLAY
           END-STRING

           MOVE ALL "-" TO PRINT-LINE
           WRITE PRINT-LINE

           MOVE SPACES TO PRINT-LINE
           STRING "HELICAL PAY SYSTEMS"
                  "                              CHECK NO. "
                  WS-CHK-NUMBER(WS-CHK-IDX)
             INTO PRINT-LINE
           END-STRING
           WRITE PRINT-LINE

           MOVE SPACES TO PRINT-LINE
           STRING "Payroll disbursement account"
                  "                     DATE "
                  WS-DATE-DISPLAY
             INTO PRINT-LINE
           END-STRING
           WRITE PRINT-LINE

           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE

           MOVE SPACES TO PRINT-LINE
           STRING "PAY TO THE ORDER OF  " WS-PAYEE-NAME
                  WS-CHECK-PROTECT
             INTO PRINT-LINE
           END-STRING
           WRITE PRINT-LINE

           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE

           MOVE SPACES TO PRINT-LINE
           STRING "MEMO  " FUNCTION TRIM(WS-CHK-SOURCE(WS-CHK-IDX))
                  "  employee " WS-EMP-ID-DISPLAY
                  "          VOID AFTER " WS-STALE-DAYS " DAYS"
             INTO PRINT-LINE
           END-STRING
           WRITE PRINT-LINE

           MOVE ALL "-" TO PRINT-LINE
           WRITE PRINT-LINE

           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE

           ADD 1 TO WS-PRINTED-COUNT.

      *> ------------------------------------------------------------
      *> The day's check register: every check issued or voided on
      *> the run date, with issued / voided / net control totals.
      *> ------------------------------------------------------------
       WRITE-CHECK-REGISTER-REPORT.
           MOVE 0 TO WS-ISSUED-COUNT WS-ISSUED-TOTAL
                     WS-VOID-COUNT WS-VOID-TOTAL

           MOVE SPACES TO WS-REPORT-PATH
           STRING FUNCTION TRIM(WS-REPORT-DIR)
                  "check_register_" WS-RUN-DATE ".txt"
             INTO WS-REPORT-PATH
           END-STRING

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "WARNING: cannot create check register report ("
                   WS-REPORT-STATUS ")."
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO REPORT-LINE
           STRING "===== Helical Pay Systems - Check Register "
                  WS-RUN-DATE " ====="
             INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "CHECK NO  ISSUED    EMP   PAYEE                     "
             & "        AMOUNT  STATUS    SOURCE" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "--------  --------  ----  ------------------------  "
             & "------------  --------  --------" TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM VARYING WS-CHK-IDX FROM 1 BY 1
                   UNTIL WS-CHK-IDX > WS-CHK-COUNT
               IF WS-CHK-ISSUE-DATE(WS-CHK-IDX) = WS-RUN-DATE
                   ADD 1 TO WS-ISSUED-COUNT
                   ADD WS-CHK-AMOUNT(WS-CHK-IDX) TO WS-ISSUED-TOTAL
                   PERFORM WRITE-REGISTER-DETAIL-LINE
               END-IF
               IF WS-CHK-STATUS(WS-CHK-IDX) = "VOID"
                  AND WS-CHK-STATUS-DATE(WS-CHK-IDX) = WS-RUN-DATE
                   ADD 1 TO WS-VOID-COUNT
                   ADD WS-CHK-AMOUNT(WS-CHK-IDX) TO WS-VOID-TOTAL
                   IF WS-CHK-ISSUE-DATE(WS-CHK-IDX) NOT = WS-RUN-DATE
                       PERFORM WRITE-REGISTER-DETAIL-LINE
                   END-IF
               END-IF
           END-PERFORM

           COMPUTE WS-NET-TOTAL = WS-ISSUED-TOTAL - WS-VOID-TOTAL

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-ISSUED-TOTAL TO WS-TOTAL-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING "Checks issued : " WS-ISSUED-COUNT
                  "   $" WS-TOTAL-DISPLAY
             INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-VOID-TOTAL TO WS-TOTAL-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING "Checks voided : " WS-VOID-COUNT
                  "   $" WS-TOTAL-DISPLAY
             INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-NET-TOTAL TO WS-SIGNED-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING "Net to CHECK_CLEARING         $" WS-SIGNED-DISPLAY
             INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           CLOSE REPORT-FILE
           DISPLAY "Check register written: "
               FUNCTION TRIM(WS-REPORT-PATH)
           MOVE WS-ISSUED-TOTAL TO WS-TOTAL-DISPLAY
           DISPLAY "  issued " WS-ISSUED-COUNT "  $" WS-TOTAL-DISPLAY
           MOVE WS-VOID-TOTAL TO WS-TOTAL-DISPLAY
           DISPLAY "  voided " WS-VOID-COUNT "  $" WS-TOTAL-DISPLAY.

       WRITE-REGISTER-DETAIL-LINE.
           PERFORM FIND-PAYEE-NAME
           MOVE WS-CHK-EMP-ID(WS-CHK-IDX) TO WS-EMP-ID-DISPLAY
           MOVE WS-CHK-AMOUNT(WS-CHK-IDX) TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING WS-CHK-NUMBER(WS-CHK-IDX)
                  "  " WS-CHK-ISSUE-DATE(WS-CHK-IDX)
                  "  " WS-EMP-ID-DISPLAY
                  "  " WS-PAYEE-NAME(1:24)
                  "  " WS-AMOUNT-DISPLAY
                  "  " WS-CHK-STATUS(WS-CHK-IDX)
                  "  " WS-CHK-SOURCE(WS-CHK-IDX)
             INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

      *> ------------------------------------------------------------
      *> Positive-pay issue file for the bank: an "I" record for every
      *> check issued on the run date and a "V" record for every
      *> check voided on it, so the bank pays only what we wrote.
      *> ------------------------------------------------------------
       WRITE-POSITIVE-PAY-FILE.
           MOVE SPACES TO WS-POSPAY-PATH
           STRING FUNCTION TRIM(WS-REPORT-DIR)
                  "positive_pay_" WS-RUN-DATE ".dat"
             INTO WS-POSPAY-PATH
           END-STRING

           OPEN OUTPUT POSPAY-FILE
           IF WS-POSPAY-STATUS NOT = "00"
               DISPLAY "WARNING: cannot create positive-pay file ("
                   WS-POSPAY-STATUS ")."
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO POSPAY-LINE
           STRING "HDR" WS-RUN-DATE "HELICALPAY"
             INTO POSPAY-LINE
           END-STRING
           WRITE POSPAY-LINE

           MOVE 0 TO WS-DTL-COUNT WS-DTL-TOTAL
           PERFORM VARYING WS-CHK-IDX FROM 1 BY 1
                   UNTIL WS-CHK-IDX > WS-CHK-COUNT
               IF WS-CHK-ISSUE-DATE(WS-CHK-IDX) = WS-RUN-DATE
                   MOVE "I" TO WS-DTL-ACTION
                   PERFORM WRITE-POSITIVE-PAY-DETAIL
               END-IF
               IF WS-CHK-STATUS(WS-CHK-IDX) = "VOID"
                  AND WS-CHK-STATUS-DATE(WS-CHK-IDX) = WS-RUN-DATE
                   MOVE "V" TO WS-DTL-ACTION
                   PERFORM WRITE-POSITIVE-PAY-DETAIL
               END-IF
           END-PERFORM

           MOVE WS-DTL-TOTAL TO WS-TRL-TOTAL-FIXED
           MOVE SPACES TO POSPAY-LINE
           STRING "TRL"
                  WS-DTL-COUNT
                  WS-TRL-TOTAL-FIXED
             INTO POSPAY-LINE
           END-STRING
           WRITE POSPAY-LINE

           CLOSE POSPAY-FILE
           DISPLAY "Positive-pay file written: "
               FUNCTION TRIM(WS-POSPAY-PATH)
               " (" WS-DTL-COUNT " detail line(s))".

       WRITE-POSITIVE-PAY-DETAIL.
           PERFORM FIND-PAYEE-NAME
           MOVE WS-CHK-AMOUNT(WS-CHK-IDX) TO WS-DTL-AMOUNT-FIXED
           MOVE WS-CHK-EMP-ID(WS-CHK-IDX) TO WS-EMP-ID-DISPLAY
           MOVE SPACES TO POSPAY-LINE
           STRING "DTL"
                  WS-CHK-NUMBER(WS-CHK-IDX)
                  WS-CHK-ISSUE-DATE(WS-CHK-IDX)
                  WS-DTL-AMOUNT-FIXED
                  WS-DTL-ACTION
                  WS-EMP-ID-DISPLAY
                  WS-PAYEE-NAME(1:30)
             INTO POSPAY-LINE
           END-STRING
           WRITE POSPAY-LINE

           ADD 1 TO WS-DTL-COUNT
           ADD WS-CHK-AMOUNT(WS-CHK-IDX) TO WS-DTL-TOTAL.

      *> ------------------------------------------------------------
      *> Voids one outstanding check: the issue legs are reversed
      *> (debit CHECK_CLEARING, credit the funding account) and, for
      *> a check drawn on the employee's CHECKING, the amount goes
      *> back on their balance. With REISSUE a replacement check is
      *> drawn the same way the original was, under a new number,
      *> and the voided row points at it.
      *> ------------------------------------------------------------
       VOID-ONE-CHECK.
           MOVE 0 TO WS-CHK-FOUND-IDX
           PERFORM VARYING WS-CHK-IDX FROM 1 BY 1
                   UNTIL WS-CHK-IDX > WS-CHK-COUNT
               IF WS-CHK-NUMBER(WS-CHK-IDX) = WS-VOID-NUMBER
                   MOVE WS-CHK-IDX TO WS-CHK-FOUND-IDX
               END-IF
           END-PERFORM

           IF WS-CHK-FOUND-IDX = 0
               DISPLAY "REFUSED: check " WS-VOID-NUMBER
                   " is not on the check register."
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF

           IF WS-CHK-STATUS(WS-CHK-FOUND-IDX) NOT = "ISSUED"
               DISPLAY "REFUSED: check " WS-VOID-NUMBER " is "
                   FUNCTION TRIM(WS-CHK-STATUS(WS-CHK-FOUND-IDX))
                   " -- only an outstanding check can be voided."
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF

           IF WS-REISSUE = "Y" AND WS-CHK-COUNT >= 2000
               DISPLAY "REFUSED: check register is full -- cannot "
                   "reissue."
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF

           PERFORM ACQUIRE-ACCOUNT-LOCK
           IF WS-LOCK-RESULT NOT = "Y"
               DISPLAY "REFUSED: account file is locked by "
                   FUNCTION TRIM(WS-LOCK-HOLDER)
                   " -- rerun once that session finishes."
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF
           PERFORM SET-BATCH-WINDOW

           MOVE WS-CHK-FOUND-IDX TO WS-CHK-IDX
           MOVE WS-CHK-EMP-ID(WS-CHK-IDX) TO WS-POST-EMP-ID
           MOVE WS-CHK-AMOUNT(WS-CHK-IDX) TO WS-POST-AMOUNT
           MOVE "CHECK_CLEARING" TO WS-DEBIT-ACCOUNT
           MOVE WS-CHK-FUND(WS-CHK-IDX) TO WS-CREDIT-ACCOUNT
           MOVE SPACES TO WS-POST-MEMO
           STRING "CHECK_VOID_" WS-CHK-NUMBER(WS-CHK-IDX)
             INTO WS-POST-MEMO
           END-STRING
           PERFORM POST-DOUBLE-ENTRY
           IF WS-POST-OK NOT = "Y"
               DISPLAY "ERROR: void legs not posted -- check "
                   WS-VOID-NUMBER " left outstanding."
               ADD 1 TO WS-ERROR-COUNT
               PERFORM CLEAR-BATCH-WINDOW
               PERFORM RELEASE-ACCOUNT-LOCK
               EXIT PARAGRAPH
           END-IF

           IF WS-CHK-FUND(WS-CHK-IDX) = "CHECKING"
               MOVE WS-POST-AMOUNT TO WS-BALANCE-CHANGE
               PERFORM ADJUST-CHECKING-BALANCE
           END-IF

           MOVE "VOID" TO WS-CHK-STATUS(WS-CHK-IDX)
           MOVE WS-TODAY TO WS-CHK-STATUS-DATE(WS-CHK-IDX)
           MOVE WS-CHK-AMOUNT(WS-CHK-IDX) TO WS-AMOUNT-DISPLAY
           DISPLAY "Check " WS-VOID-NUMBER " voided -- $"
               WS-AMOUNT-DISPLAY " back to "
               FUNCTION TRIM(WS-CHK-FUND(WS-CHK-IDX)) "."

           MOVE "CHECK_VOID" TO WS-AUDIT-EVENT-TYPE
           MOVE 0 TO WS-CHECK-NUMBER
           IF WS-REISSUE = "Y"
               PERFORM REISSUE-VOIDED-CHECK
           END-IF

           PERFORM SAVE-CHECK-REGISTER
           IF WS-OP-OK NOT = "Y"
               DISPLAY "ERROR: ledger posted but the check register "
                   "could not be rewritten -- mark check "
                   WS-VOID-NUMBER " VOID by hand."
               ADD 1 TO WS-ERROR-COUNT
           END-IF

           PERFORM CLEAR-BATCH-WINDOW
           PERFORM RELEASE-ACCOUNT-LOCK

           MOVE WS-CHK-EMP-ID(WS-CHK-FOUND-IDX) TO WS-AUDIT-EMP-ID
           MOVE SPACES TO WS-AUDIT-DETAIL
           STRING "check " WS-VOID-NUMBER
                  " voided, replaced by " WS-CHECK-NUMBER
             INTO WS-AUDIT-DETAIL
           END-STRING
           CALL "RECORD-AUDIT-EVENT"
               USING WS-AUDIT-EMP-ID
                     WS-AUDIT-PROGRAM
                     WS-AUDIT-EVENT-TYPE
                     WS-AUDIT-DETAIL
           END-CALL

           IF WS-CHECK-NUMBER > 0
               DISPLAY "Run CHECK-ISSUE-BATCH PRINT to print the "
                   "replacement and send its positive-pay record."
           END-IF.

       REISSUE-VOIDED-CHECK.
           PERFORM GET-NEXT-CHECK-NUMBER
           IF WS-OP-OK NOT = "Y"
               DISPLAY "ERROR: no check number available -- "
                   "replacement not issued."
               MOVE 0 TO WS-CHECK-NUMBER
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CHK-FUND(WS-CHK-IDX) TO WS-DEBIT-ACCOUNT
           MOVE "CHECK_CLEARING" TO WS-CREDIT-ACCOUNT
           MOVE SPACES TO WS-POST-MEMO
           STRING "CHECK_ISSUE_" WS-CHECK-NUMBER
             INTO WS-POST-MEMO
           END-STRING
           PERFORM POST-DOUBLE-ENTRY
           IF WS-POST-OK NOT = "Y"
               DISPLAY "ERROR: replacement legs not posted -- "
                   "reissue by hand."
               MOVE 0 TO WS-CHECK-NUMBER
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF

           IF WS-CHK-FUND(WS-CHK-IDX) = "CHECKING"
               COMPUTE WS-BALANCE-CHANGE = 0 - WS-POST-AMOUNT
               PERFORM ADJUST-CHECKING-BALANCE
           END-IF

           MOVE WS-CHECK-NUMBER TO WS-CHK-REPLACED-BY(WS-CHK-IDX)
           ADD 1 TO WS-CHK-COUNT
           MOVE WS-CHECK-NUMBER TO WS-CHK-NUMBER(WS-CHK-COUNT)
           MOVE WS-TODAY TO WS-CHK-ISSUE-DATE(WS-CHK-COUNT)
           MOVE WS-CHK-EMP-ID(WS-CHK-IDX) TO WS-CHK-EMP-ID(WS-CHK-COUNT)
           MOVE WS-CHK-AMOUNT(WS-CHK-IDX) TO WS-CHK-AMOUNT(WS-CHK-COUNT)
           MOVE "ISSUED" TO WS-CHK-STATUS(WS-CHK-COUNT)
           MOVE "REISSUE" TO WS-CHK-SOURCE(WS-CHK-COUNT)
           MOVE WS-CHK-FUND(WS-CHK-IDX) TO WS-CHK-FUND(WS-CHK-COUNT)
           MOVE WS-TX-ID TO WS-CHK-TX-ID(WS-CHK-COUNT)
           MOVE "00000000" TO WS-CHK-STATUS-DATE(WS-CHK-COUNT)
           MOVE 0 TO WS-CHK-REPLACED-BY(WS-CHK-COUNT)

           MOVE "CHECK_REISSUE" TO WS-AUDIT-EVENT-TYPE
           DISPLAY "Replacement check " WS-CHECK-NUMBER " issued.".

      *> Moves WS-BALANCE-CHANGE onto (positive) or off (negative) the
      *> employee's checking balance, matching the legs just posted.
       ADJUST-CHECKING-BALANCE.
           OPEN I-O ACCOUNT-FILE
           IF WS-ACCOUNT-STATUS NOT = "00"
               DISPLAY "WARNING: cannot open account file -- checking "
                   "balance for employee " WS-POST-EMP-ID
                   " not adjusted."
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF

           MOVE WS-POST-EMP-ID TO ACCT-EMP-ID
           READ ACCOUNT-FILE
               INVALID KEY
                   DISPLAY "WARNING: no account row for employee "
                       WS-POST-EMP-ID " -- balance not adjusted."
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   ADD WS-BALANCE-CHANGE TO ACCT-CHECKING-BAL
                   REWRITE ACCOUNT-RECORD
                   IF WS-ACCOUNT-STATUS NOT = "00"
                       DISPLAY "WARNING: cannot rewrite account row "
                           "for employee " WS-POST-EMP-ID "."
                       ADD 1 TO WS-ERROR-COUNT
                   END-IF
           END-READ

           CLOSE ACCOUNT-FILE.

      *> Takes the next number off the shared check control file and
      *> writes it back before the check is used, so a number is
      *> never handed out twice even if the posting then fails.
       GET-NEXT-CHECK-NUMBER.
           MOVE "Y" TO WS-OP-OK
           COMPUTE WS-CHECK-NUMBER = WS-CHECK-FIRST-NUMBER - 1

           OPEN INPUT CHECK-CONTROL-FILE
           IF WS-CHECK-CTL-STATUS = "00"
               READ CHECK-CONTROL-FILE
                   NOT AT END
                       MOVE CHECK-CONTROL-LINE TO WS-CHK-CTL-TEXT
                       IF FUNCTION TEST-NUMVAL(
                              FUNCTION TRIM(WS-CHK-CTL-TEXT)) = 0
                           MOVE FUNCTION NUMVAL(
                               FUNCTION TRIM(WS-CHK-CTL-TEXT))
                             TO WS-CHECK-NUMBER
                       END-IF
               END-READ
               CLOSE CHECK-CONTROL-FILE
           ELSE
               IF WS-CHECK-CTL-STATUS NOT = "35"
                   MOVE "N" TO WS-OP-OK
                   EXIT PARAGRAPH
               END-IF
           END-IF

           ADD 1 TO WS-CHECK-NUMBER

           OPEN OUTPUT CHECK-CONTROL-FILE
           IF WS-CHECK-CTL-STATUS NOT = "00"
               MOVE "N" TO WS-OP-OK
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CHECK-NUMBER TO CHECK-CONTROL-LINE
           WRITE CHECK-CONTROL-LINE
           CLOSE CHECK-CONTROL-FILE.

      *> ------------------------------------------------------------
      *> Stamps PAID every outstanding check on the bank's paid-items
      *> file for the run date. A paid item we never issued, already
      *> voided or paid, or for a different amount is listed as an
      *> exception for treasury -- never stamped.
      *> ------------------------------------------------------------
       APPLY-PAID-ITEMS.
           MOVE SPACES TO WS-PAID-PATH
           STRING "data/check_paid_" WS-RUN-DATE ".dat"
             INTO WS-PAID-PATH
           END-STRING

           MOVE "N" TO WS-EOF
           OPEN INPUT PAID-FILE
           IF WS-PAID-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open paid-items file "
                   FUNCTION TRIM(WS-PAID-PATH)
                   " (" WS-PAID-STATUS ")."
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF = "Y"
               READ PAID-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF PAID-LINE(1:3) = "DTL"
                           ADD 1 TO WS-PAID-READ-COUNT
                           PERFORM MATCH-ONE-PAID-ITEM
                       END-IF
               END-READ
           END-PERFORM

           CLOSE PAID-FILE

           IF WS-PAID-MATCHED > 0
               PERFORM SAVE-CHECK-REGISTER
               IF WS-OP-OK NOT = "Y"
                   DISPLAY "ERROR: check register could not be "
                       "rewritten -- paid stamps lost; rerun."
                   ADD 1 TO WS-ERROR-COUNT
               END-IF
           END-IF

           DISPLAY "Paid items read     : " WS-PAID-READ-COUNT
           DISPLAY "Stamped paid        : " WS-PAID-MATCHED
           DISPLAY "Exceptions          : " WS-PAID-EXCEPTIONS.

       MATCH-ONE-PAID-ITEM.
           IF FUNCTION TEST-NUMVAL(PAID-LINE(4:8)) NOT = 0
              OR FUNCTION TEST-NUMVAL(
                 FUNCTION TRIM(PAID-LINE(12:12))) NOT = 0
               ADD 1 TO WS-PAID-EXCEPTIONS
               DISPLAY "  EXCEPTION: unreadable paid item "
                   FUNCTION TRIM(PAID-LINE)
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION NUMVAL(PAID-LINE(4:8)) TO WS-PAID-NUMBER
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(PAID-LINE(12:12)))
             TO WS-PAID-AMOUNT

           MOVE 0 TO WS-CHK-FOUND-IDX
           PERFORM VARYING WS-CHK-IDX FROM 1 BY 1
                   UNTIL WS-CHK-IDX > WS-CHK-COUNT
               IF WS-CHK-NUMBER(WS-CHK-IDX) = WS-PAID-NUMBER
                   MOVE WS-CHK-IDX TO WS-CHK-FOUND-IDX
               END-IF
           END-PERFORM

           IF WS-CHK-FOUND-IDX = 0
               ADD 1 TO WS-PAID-EXCEPTIONS
               DISPLAY "  EXCEPTION: check " WS-PAID-NUMBER
                   " paid by the bank but never issued."
               EXIT PARAGRAPH
           END-IF

           IF WS-CHK-STATUS(WS-CHK-FOUND-IDX) NOT = "ISSUED"
               ADD 1 TO WS-PAID-EXCEPTIONS
               DISPLAY "  EXCEPTION: check " WS-PAID-NUMBER
                   " paid by the bank but already "
                   FUNCTION TRIM(WS-CHK-STATUS(WS-CHK-FOUND-IDX)) "."
               EXIT PARAGRAPH
           END-IF

           IF WS-CHK-AMOUNT(WS-CHK-FOUND-IDX) NOT = WS-PAID-AMOUNT
               ADD 1 TO WS-PAID-EXCEPTIONS
               MOVE WS-PAID-AMOUNT TO WS-AMOUNT-DISPLAY
               DISPLAY "  EXCEPTION: check " WS-PAID-NUMBER
                   " paid for $" WS-AMOUNT-DISPLAY
                   " -- not the amount issued."
               EXIT PARAGRAPH
           END-IF

           MOVE "PAID" TO WS-CHK-STATUS(WS-CHK-FOUND-IDX)
           MOVE WS-RUN-DATE TO WS-CHK-STATUS-DATE(WS-CHK-FOUND-IDX)
           ADD 1 TO WS-PAID-MATCHED.

      *> ------------------------------------------------------------
      *> Outstanding-checks report: every check still ISSUED, aged
      *> from its issue date and flagged STALE past the stale-after
      *> days, then the CHECK_CLEARING proof -- the ledger balance
      *> (issues less voids) must equal outstanding plus paid on the
      *> register, so treasury can reconcile the clearing account to
      *> the bank.
      *> ------------------------------------------------------------
       WRITE-OUTSTANDING-REPORT.
           MOVE 0 TO WS-OUT-COUNT WS-OUT-TOTAL WS-STALE-COUNT
                     WS-STALE-TOTAL WS-PAID-COUNT WS-PAID-TOTAL
           MOVE WS-TODAY TO WS-DATE-NUM
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)

           MOVE SPACES TO WS-REPORT-PATH
           STRING FUNCTION TRIM(WS-REPORT-DIR)
                  "outstanding_checks_" WS-TODAY ".txt"
             INTO WS-REPORT-PATH
           END-STRING

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "WARNING: cannot create outstanding-checks "
                   "report (" WS-REPORT-STATUS ")."
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO REPORT-LINE
           STRING "===== Helical Pay Systems - Outstanding Checks "
                  WS-TODAY " ====="
             INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Stale after " WS-STALE-DAYS " days"
             INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "CHECK NO  ISSUED    EMP   PAYEE                     "
             & "        AMOUNT    AGE  FLAG" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "--------  --------  ----  ------------------------  "
             & "------------  -----  -----" TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM VARYING WS-CHK-IDX FROM 1 BY 1
                   UNTIL WS-CHK-IDX > WS-CHK-COUNT
               EVALUATE WS-CHK-STATUS(WS-CHK-IDX)
                   WHEN "ISSUED"
                       PERFORM WRITE-OUTSTANDING-LINE
                   WHEN "PAID"
                       ADD 1 TO WS-PAID-COUNT
                       ADD WS-CHK-AMOUNT(WS-CHK-IDX) TO WS-PAID-TOTAL
               END-EVALUATE
           END-PERFORM

           PERFORM SUM-CLEARING-BALANCE
           PERFORM SUM-ARCHIVED-PAID
           COMPUTE WS-REGISTER-BALANCE =
               WS-OUT-TOTAL + WS-PAID-TOTAL + WS-ARCH-PAID-TOTAL
           COMPUTE WS-CLEARING-DIFF =
               WS-CLEARING-BALANCE - WS-REGISTER-BALANCE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-OUT-TOTAL TO WS-TOTAL-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING "Outstanding checks     : " WS-OUT-COUNT
                  "   $" WS-TOTAL-DISPLAY
             INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-STALE-TOTAL TO WS-TOTAL-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING "  of which stale-dated : " WS-STALE-COUNT
                  "   $" WS-TOTAL-DISPLAY
             INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-PAID-TOTAL TO WS-TOTAL-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING "Paid by the bank       : " WS-PAID-COUNT
                  "   $" WS-TOTAL-DISPLAY
             INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-ARCH-PAID-TOTAL TO WS-TOTAL-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING "Paid, since archived   : " WS-ARCH-PAID-COUNT
                  "   $" WS-TOTAL-DISPLAY
             INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-CLEARING-OK NOT = "Y"
               MOVE "CHECK_CLEARING proof not run -- the ledger could "
                 & "not be read." TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               MOVE WS-CLEARING-BALANCE TO WS-SIGNED-DISPLAY
               MOVE SPACES TO REPORT-LINE
               STRING "CHECK_CLEARING per ledger       $" WS-SIGNED-DISPLAY
                 INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               MOVE WS-REGISTER-BALANCE TO WS-SIGNED-DISPLAY
               MOVE SPACES TO REPORT-LINE
               STRING "Outstanding + paid per register $" WS-SIGNED-DISPLAY
                 INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               MOVE WS-CLEARING-DIFF TO WS-SIGNED-DISPLAY
               MOVE SPACES TO REPORT-LINE
               IF WS-CLEARING-DIFF = 0
                   STRING "Difference                      $"
                          WS-SIGNED-DISPLAY "  RECONCILED"
                     INTO REPORT-LINE
                   END-STRING
               ELSE
                   STRING "Difference                      $"
                          WS-SIGNED-DISPLAY "  ** OUT OF BALANCE **"
                     INTO REPORT-LINE
                   END-STRING
               END-IF
               WRITE REPORT-LINE
           END-IF

           CLOSE REPORT-FILE
           DISPLAY "Outstanding-checks report written: "
               FUNCTION TRIM(WS-REPORT-PATH)
           MOVE WS-OUT-TOTAL TO WS-TOTAL-DISPLAY
           DISPLAY "  outstanding " WS-OUT-COUNT "  $" WS-TOTAL-DISPLAY
           DISPLAY "  stale-dated " WS-STALE-COUNT
           IF WS-CLEARING-OK = "Y" AND WS-CLEARING-DIFF NOT = 0
               MOVE WS-CLEARING-DIFF TO WS-SIGNED-DISPLAY
               DISPLAY "WARNING: CHECK_CLEARING differs from the "
                   "check register by $" WS-SIGNED-DISPLAY
               ADD 1 TO WS-ERROR-COUNT
           END-IF.

       WRITE-OUTSTANDING-LINE.
           MOVE WS-CHK-ISSUE-DATE(WS-CHK-IDX) TO WS-DATE-NUM
           COMPUTE WS-AGE-DAYS =
               WS-TODAY-INT - FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           MOVE SPACES TO WS-STALE-FLAG
           IF WS-AGE-DAYS > WS-STALE-DAYS
               MOVE "STALE" TO WS-STALE-FLAG
               ADD 1 TO WS-STALE-COUNT
               ADD WS-CHK-AMOUNT(WS-CHK-IDX) TO WS-STALE-TOTAL
           END-IF
           ADD 1 TO WS-OUT-COUNT
           ADD WS-CHK-AMOUNT(WS-CHK-IDX) TO WS-OUT-TOTAL

           PERFORM FIND-PAYEE-NAME
           MOVE WS-CHK-EMP-ID(WS-CHK-IDX) TO WS-EMP-ID-DISPLAY
           MOVE WS-CHK-AMOUNT(WS-CHK-IDX) TO WS-AMOUNT-DISPLAY
           MOVE WS-AGE-DAYS TO WS-AGE-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING WS-CHK-NUMBER(WS-CHK-IDX)
                  "  " WS-CHK-ISSUE-DATE(WS-CHK-IDX)
                  "  " WS-EMP-ID-DISPLAY
                  "  " WS-PAYEE-NAME(1:24)
                  "  " WS-AMOUNT-DISPLAY
                  "  " WS-AGE-DISPLAY
                  "  " WS-STALE-FLAG
             INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

      *> CHECK_CLEARING carries a credit balance: credits (issues)
      *> less debits (voids). LEDGER-CLOSE-BATCH carries the balance
      *> into each fresh ledger as an OPENING_BALANCE, so the live
      *> ledger alone holds it. No ledger yet (status 35) is a zero
      *> balance; any other failure means the proof cannot be run.
       SUM-CLEARING-BALANCE.
           MOVE 0 TO WS-CLEARING-BALANCE
           MOVE "Y" TO WS-CLEARING-OK
           MOVE "N" TO WS-EOF

           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           IF WS-LEDGER-STATUS NOT = "00"
               DISPLAY "ERROR: cannot read the ledger ("
                   WS-LEDGER-STATUS ") -- CHECK_CLEARING proof not run."
               MOVE "N" TO WS-CLEARING-OK
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF = "Y"
               READ LEDGER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF FUNCTION TRIM(LEDG-ACCOUNT) = "CHECK_CLEARING"
                           IF FUNCTION TRIM(LEDG-ENTRY-TYPE) = "CREDIT"
                               ADD LEDG-AMOUNT
                                 TO WS-CLEARING-BALANCE
                           ELSE
                               SUBTRACT LEDG-AMOUNT
                                 FROM WS-CLEARING-BALANCE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE LEDGER-FILE.

      *> Checks the bank paid that RETENTION-BATCH has since moved
      *> to the archive still sit in CHECK_CLEARING, so they stay in
      *> the register side of the proof. No archive yet is zero.
       SUM-ARCHIVED-PAID.
           MOVE 0 TO WS-ARCH-PAID-COUNT WS-ARCH-PAID-TOTAL
           MOVE "N" TO WS-EOF

           OPEN INPUT CHECK-ARCHIVE-FILE
           IF WS-CHECK-ARCH-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           IF WS-CHECK-ARCH-STATUS NOT = "00"
               DISPLAY "ERROR: cannot read the check register archive ("
                   WS-CHECK-ARCH-STATUS ") -- CHECK_CLEARING proof not "
                   "run."
               MOVE "N" TO WS-CLEARING-OK
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF = "Y"
               READ CHECK-ARCHIVE-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM ADD-ARCHIVED-PAID
               END-READ
           END-PERFORM

           CLOSE CHECK-ARCHIVE-FILE.

       ADD-ARCHIVED-PAID.
           MOVE 0 TO WS-FIELD-COUNT
           MOVE SPACES TO WS-CHK-NUMBER-TEXT
                          WS-CHK-DATE-TEXT
                          WS-CHK-EMP-TEXT
                          WS-CHK-AMOUNT-TEXT
                          WS-CHK-STATUS-TEXT

           UNSTRING CHECK-ARCHIVE-LINE DELIMITED BY "|"
               INTO WS-CHK-NUMBER-TEXT
                    WS-CHK-DATE-TEXT
                    WS-CHK-EMP-TEXT
                    WS-CHK-AMOUNT-TEXT
                    WS-CHK-STATUS-TEXT
               TALLYING IN WS-FIELD-COUNT
           END-UNSTRING

           IF WS-FIELD-COUNT < 5
              OR FUNCTION TEST-NUMVAL(
                 FUNCTION TRIM(WS-CHK-AMOUNT-TEXT)) NOT = 0
               EXIT PARAGRAPH
           END-IF

           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CHK-STATUS-TEXT))
              = "PAID"
               ADD 1 TO WS-ARCH-PAID-COUNT
               ADD FUNCTION NUMVAL(FUNCTION TRIM(WS-CHK-AMOUNT-TEXT))
                 TO WS-ARCH-PAID-TOTAL
           END-IF.

      *> every account a posting names must be open on the chart of
      *> accounts -- CHART-OF-ACCOUNTS raises the alert on a refusal,
      *> and nothing is written for the transaction.
       CHECK-POSTING-ACCOUNTS.
           MOVE WS-POST-EMP-ID TO WS-COA-EMP-ID
           MOVE WS-DEBIT-ACCOUNT TO WS-COA-ACCOUNT
           PERFORM VALIDATE-GL-ACCOUNT
           IF WS-COA-RESULT NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CREDIT-ACCOUNT TO WS-COA-ACCOUNT
           PERFORM VALIDATE-GL-ACCOUNT.

       VALIDATE-GL-ACCOUNT.
           MOVE "VALIDATE" TO WS-COA-ACTION
           MOVE WS-AUDIT-PROGRAM TO WS-COA-PROGRAM
           CALL "CHART-OF-ACCOUNTS" USING WS-COA-REQUEST
           END-CALL
           IF WS-COA-RESULT NOT = "Y"
               IF WS-COA-REASON = "INACTIVE"
                   DISPLAY "  WARNING: posting refused -- account "
                       FUNCTION TRIM(WS-COA-ACCOUNT)
                       " is inactive on the chart of accounts."
               ELSE
                   DISPLAY "  WARNING: posting refused -- account "
                       FUNCTION TRIM(WS-COA-ACCOUNT)
                       " is not on the chart of accounts."
               END-IF
           END-IF.

       POST-DOUBLE-ENTRY.
           MOVE "Y" TO WS-POST-OK

           PERFORM CHECK-POSTING-ACCOUNTS
           IF WS-COA-RESULT NOT = "Y"
               MOVE "N" TO WS-POST-OK
               EXIT PARAGRAPH
           END-IF

           PERFORM GET-NEXT-TX-ID
           IF WS-OP-OK NOT = "Y"
               MOVE "N" TO WS-POST-OK
               EXIT PARAGRAPH
           END-IF

           PERFORM BUILD-TIMESTAMP
           PERFORM ENSURE-LEDGER-FILE
           IF WS-OP-OK NOT = "Y"
               MOVE "N" TO WS-POST-OK
               EXIT PARAGRAPH
           END-IF

           OPEN I-O LEDGER-FILE
           IF WS-LEDGER-STATUS NOT = "00"
               MOVE "N" TO WS-POST-OK
               EXIT PARAGRAPH
           END-IF

           MOVE "DEBIT" TO WS-ENTRY-TYPE
           MOVE WS-DEBIT-ACCOUNT TO WS-ENTRY-ACCOUNT
           MOVE WS-POST-MEMO TO WS-ENTRY-MEMO
           PERFORM WRITE-LEDGER-LINE

           MOVE "CREDIT" TO WS-ENTRY-TYPE
           MOVE WS-CREDIT-ACCOUNT TO WS-ENTRY-ACCOUNT
           MOVE WS-POST-MEMO TO WS-ENTRY-MEMO
           PERFORM WRITE-LEDGER-LINE

           CLOSE LEDGER-FILE.

       WRITE-LEDGER-LINE.
           ADD 1 TO WS-TX-LEG
           MOVE WS-TX-ID TO LEDG-TX-ID
           MOVE WS-TX-LEG TO LEDG-LEG
           MOVE WS-POST-EMP-ID TO LEDG-EMP-ID
           MOVE WS-TIMESTAMP TO LEDG-TIMESTAMP
           MOVE WS-ENTRY-TYPE TO LEDG-ENTRY-TYPE
           MOVE WS-ENTRY-ACCOUNT TO LEDG-ACCOUNT
           MOVE WS-POST-AMOUNT TO LEDG-AMOUNT
           MOVE WS-ENTRY-MEMO TO LEDG-MEMO

           WRITE LEDGER-RECORD
               INVALID KEY
                   MOVE "N" TO WS-POST-OK
           END-WRITE.

      *> ids come from the shared control record, so no other job
      *> posting at the same time can be handed the same one.
       GET-NEXT-TX-ID.
           MOVE 0 TO WS-TX-LEG
           MOVE "NEXT" TO WS-TXC-ACTION
           CALL "LEDGER-TX-CONTROL" USING WS-TXC-ACTION
                                          WS-TX-ID
                                          WS-TXC-RESULT
           END-CALL
           MOVE WS-TXC-RESULT TO WS-OP-OK.

       ENSURE-LEDGER-FILE.
           MOVE "Y" TO WS-OP-OK

           OPEN I-O LEDGER-FILE
           IF WS-LEDGER-STATUS = "00"
               CLOSE LEDGER-FILE
               EXIT PARAGRAPH
           END-IF

           IF WS-LEDGER-STATUS = "35"
               OPEN OUTPUT LEDGER-FILE
               IF WS-LEDGER-STATUS = "00"
                   CLOSE LEDGER-FILE
               ELSE
                   MOVE "N" TO WS-OP-OK
               END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-OP-OK.

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
