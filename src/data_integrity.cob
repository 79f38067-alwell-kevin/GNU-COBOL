
           SELECT LEDGER-FILE
               ASSIGN TO DYNAMIC WS-LEDGER-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LEDG-KEY
               ALTERNATE RECORD KEY IS LEDG-EMP-ID WITH DUPLICATES
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT ALERT-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUBLEDGER-STATUS.

           SELECT INT-HIST-FILE
               ASSIGN TO DYNAMIC WS-INT-HIST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INT-HIST-STATUS.

           SELECT ACCRUAL-FILE
               ASSIGN TO DYNAMIC WS-ACCRUAL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCRUAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-FILE.
       01  LOCKOUT-LINE                   PIC X(256).

       FD  LEDGER-FILE.
       01  LEDGER-RECORD.
           COPY "ledger_record.cpy".

       FD  ALERT-FILE.
       01  ALERT-LINE                     PIC X(256).
       FD  SUBLEDGER-FILE.
       01  SUBLEDGER-LINE                 PIC X(80).

       FD  INT-HIST-FILE.
       01  INT-HIST-LINE                  PIC X(120).

       FD  ACCRUAL-FILE.
       01  ACCRUAL-LINE                   PIC X(120).

       WORKING-STORAGE SECTION.
      *> cross-checks the whole data estate before the nightly
      *> batches run. Exceptions are graded:
      *>   SEV-1  breaks money movement (missing cross-file rows,
      *>          duplicate usernames, non-numeric ledger records)
      *>   SEV-2  wrong but not blocking (unknown employee ids on
      *>          ledger/alert lines, inactive employees holding
      *>          balances)
       77  WS-LOCK-LAST-TEXT              PIC X(19).
       77  WS-LOCK-AT-TEXT                PIC X(19).

       77  WS-LINE-EMP-ID-TEXT            PIC X(20).
       77  WS-LINE-ENTRY-TYPE             PIC X(20).
       77  WS-LINE-ACCOUNT                PIC X(30).
       77  WS-LINE-MEMO                   PIC X(80).
       77  WS-PARSE-OK                    PIC X VALUE "Y".

       77  WS-RSL-NET-EDIT                PIC -Z,ZZZ,ZZ9.99.
       77  WS-PARSED-AMOUNT               PIC 9(7)V99 VALUE 0.

      *> savings interest tie-out: each month-end credit EOD-BATCH-RUN
      *> logged to the interest history must equal that month's
      *> accrual rounded to the cent, and its ledger transaction (while
      *> still in the live ledger) must carry the same employee and
      *> amount. A live EOD_INTEREST credit with no history row, or an
      *> accrual left open on a past month, was never reconciled.
       01  WS-IH-TABLE.
           05 WS-IH-ROW OCCURS 500 TIMES.
               10 WS-IH-EMP-ID            PIC 9(4) VALUE 0.
               10 WS-IH-TX-ID             PIC 9(9) VALUE 0.
               10 WS-IH-CREDITED          PIC 9(7)V99 VALUE 0.

       77  WS-INT-HIST-PATH               PIC X(256)
                           VALUE "data/savings_interest_history.dat".
       77  WS-INT-HIST-STATUS             PIC XX VALUE SPACES.
       77  WS-ACCRUAL-PATH                PIC X(256)
                                   VALUE "data/savings_accrual.dat".
       77  WS-ACCRUAL-STATUS              PIC XX VALUE SPACES.
       77  WS-IH-COUNT                    PIC 9(4) VALUE 0.
       77  WS-IH-IDX                      PIC 9(4) VALUE 0.
       77  WS-IH-FOUND-IDX                PIC 9(4) VALUE 0.
       77  WS-IH-EMP-TEXT                 PIC X(20).
       77  WS-IH-MONTH-TEXT               PIC X(20).
       77  WS-IH-TIER-TEXT                PIC X(20).
       77  WS-IH-RATE-TEXT                PIC X(20).
       77  WS-IH-ACCRUED-TEXT             PIC X(20).
       77  WS-IH-CREDITED-TEXT            PIC X(20).
       77  WS-IH-TX-TEXT                  PIC X(20).
       77  WS-IH-DATE-TEXT                PIC X(20).
       77  WS-IH-ACCRUED                  PIC 9(7)V9(5) VALUE 0.
       77  WS-IH-ROUNDED                  PIC 9(7)V99 VALUE 0.
       77  WS-IH-DIFF                     PIC S9(7)V99 VALUE 0.
       77  WS-IH-LEDGER-TX                PIC 9(9) VALUE 0.
       77  WS-IH-ACCRUED-EDIT             PIC Z,ZZZ,ZZ9.99.
       77  WS-IH-CREDITED-EDIT            PIC Z,ZZZ,ZZ9.99.
       77  WS-IH-TX-EDIT                  PIC Z(8)9.

       77  WS-CURRENT-DATE                PIC X(21) VALUE SPACES.
       77  WS-TIMESTAMP                   PIC X(19) VALUE SPACES.
       77  WS-RUN-STAMP                   PIC X(8) VALUE SPACES.
           PERFORM CHECK-INACTIVE-BALANCES
           PERFORM CHECK-LOCKOUT-FILE
           PERFORM LOAD-REMIT-SUBLEDGER
           PERFORM LOAD-INTEREST-HISTORY
           PERFORM CHECK-LEDGER-FILE
           PERFORM CHECK-ALERT-FILE
           PERFORM CHECK-REMITTANCE-TIEOUT
           PERFORM CHECK-OPEN-ACCRUALS

           PERFORM WRITE-SUMMARY

           END-IF

           PERFORM UNTIL WS-EOF = "Y"
               READ LEDGER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
           CLOSE LEDGER-FILE.

       CHECK-ONE-LEDGER-LINE.
           PERFORM LOAD-LEDGER-FIELDS
           IF WS-PARSE-OK NOT = "Y"
               MOVE WS-LINE-NUMBER TO WS-LINE-NUMBER-EDIT
               MOVE SPACES TO REPORT-LINE
               STRING "SEV-1 ledger record "
                      FUNCTION TRIM(WS-LINE-NUMBER-EDIT)
                      " fails numeric field checks -- "
                      "the audits silently skip it"
                 INTO REPORT-LINE
               END-STRING
           END-IF

           PERFORM NOTE-REMIT-LEDGER-LINE
           PERFORM NOTE-INTEREST-LEDGER-LINE

           MOVE LEDG-EMP-ID TO WS-LOOKUP-EMP-ID
           IF WS-LOOKUP-EMP-ID = 0
               EXIT PARAGRAPH
           END-IF
               MOVE WS-LINE-NUMBER TO WS-LINE-NUMBER-EDIT
               MOVE WS-LOOKUP-EMP-ID TO WS-EMP-ID-EDIT
               MOVE SPACES TO REPORT-LINE
               STRING "SEV-2 ledger record "
                      FUNCTION TRIM(WS-LINE-NUMBER-EDIT)
                      " references unknown employee "
                      FUNCTION TRIM(WS-EMP-ID-EDIT)
               EXIT PARAGRAPH
           END-IF

           MOVE LEDG-AMOUNT TO WS-PARSED-AMOUNT

           IF FUNCTION TRIM(WS-LINE-ENTRY-TYPE) = "CREDIT"
              AND FUNCTION TRIM(WS-LINE-MEMO) = "PAYROLL_DEDUCTION"
               END-IF
           END-PERFORM.

      *> Loads the interest history, flagging any month-end credit
      *> that is not its accrual rounded to the cent.
       LOAD-INTEREST-HISTORY.
           MOVE 0 TO WS-IH-COUNT
           MOVE "N" TO WS-EOF

           OPEN INPUT INT-HIST-FILE
           IF WS-INT-HIST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF = "Y"
               READ INT-HIST-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM APPLY-INTEREST-HISTORY-LINE
               END-READ
           END-PERFORM

           CLOSE INT-HIST-FILE.

       APPLY-INTEREST-HISTORY-LINE.
           MOVE 0 TO WS-FIELD-COUNT
           MOVE SPACES TO WS-IH-EMP-TEXT
                          WS-IH-MONTH-TEXT
                          WS-IH-TIER-TEXT
                          WS-IH-RATE-TEXT
                          WS-IH-ACCRUED-TEXT
                          WS-IH-CREDITED-TEXT
                          WS-IH-TX-TEXT
                          WS-IH-DATE-TEXT

           UNSTRING INT-HIST-LINE DELIMITED BY "|"
               INTO WS-IH-EMP-TEXT
                    WS-IH-MONTH-TEXT
                    WS-IH-TIER-TEXT
                    WS-IH-RATE-TEXT
                    WS-IH-ACCRUED-TEXT
                    WS-IH-CREDITED-TEXT
                    WS-IH-TX-TEXT
                    WS-IH-DATE-TEXT
               TALLYING IN WS-FIELD-COUNT
           END-UNSTRING

           IF WS-FIELD-COUNT NOT = 8
              OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-IH-EMP-TEXT))
                 NOT = 0
              OR FUNCTION TEST-NUMVAL(
                 FUNCTION TRIM(WS-IH-ACCRUED-TEXT)) NOT = 0
              OR FUNCTION TEST-NUMVAL(
                 FUNCTION TRIM(WS-IH-CREDITED-TEXT)) NOT = 0
              OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-IH-TX-TEXT))
                 NOT = 0
               MOVE SPACES TO REPORT-LINE
               STRING "SEV-2 savings interest history row for "
                      "employee " FUNCTION TRIM(WS-IH-EMP-TEXT)
                      " month " FUNCTION TRIM(WS-IH-MONTH-TEXT)
                      " cannot be parsed"
                 INTO REPORT-LINE
               END-STRING
               PERFORM REPORT-SEV2
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-IH-ACCRUED-TEXT))
             TO WS-IH-ACCRUED
           COMPUTE WS-IH-ROUNDED ROUNDED = WS-IH-ACCRUED

           IF WS-IH-COUNT < 500
               ADD 1 TO WS-IH-COUNT
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-IH-EMP-TEXT))
                 TO WS-IH-EMP-ID(WS-IH-COUNT)
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-IH-TX-TEXT))
                 TO WS-IH-TX-ID(WS-IH-COUNT)
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-IH-CREDITED-TEXT))
                 TO WS-IH-CREDITED(WS-IH-COUNT)
           END-IF

           COMPUTE WS-IH-DIFF =
               FUNCTION NUMVAL(FUNCTION TRIM(WS-IH-CREDITED-TEXT))
               - WS-IH-ROUNDED
           IF WS-IH-DIFF > 0.01 OR WS-IH-DIFF < -0.01
               MOVE WS-IH-ROUNDED TO WS-IH-ACCRUED-EDIT
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-IH-CREDITED-TEXT))
                 TO WS-IH-CREDITED-EDIT
               MOVE SPACES TO REPORT-LINE
               STRING "SEV-2 employee " FUNCTION TRIM(WS-IH-EMP-TEXT)
                      " month " FUNCTION TRIM(WS-IH-MONTH-TEXT)
                      " savings interest credited "
                      FUNCTION TRIM(WS-IH-CREDITED-EDIT)
                      " does not match accrued "
                      FUNCTION TRIM(WS-IH-ACCRUED-EDIT)
                 INTO REPORT-LINE
               END-STRING
               PERFORM REPORT-SEV2
           END-IF.

      *> An EOD_INTEREST savings credit in the live ledger must be a
      *> logged month-end credit for the same employee and amount.
       NOTE-INTEREST-LEDGER-LINE.
           IF FUNCTION TRIM(WS-LINE-MEMO) NOT = "EOD_INTEREST"
              OR FUNCTION TRIM(WS-LINE-ACCOUNT) NOT = "SAVINGS"
              OR FUNCTION TRIM(WS-LINE-ENTRY-TYPE) NOT = "CREDIT"
               EXIT PARAGRAPH
           END-IF

           MOVE LEDG-TX-ID TO WS-IH-LEDGER-TX
           MOVE LEDG-AMOUNT TO WS-PARSED-AMOUNT
           MOVE WS-IH-LEDGER-TX TO WS-IH-TX-EDIT

           MOVE 0 TO WS-IH-FOUND-IDX
           PERFORM VARYING WS-IH-IDX FROM 1 BY 1
                   UNTIL WS-IH-IDX > WS-IH-COUNT
                   OR WS-IH-FOUND-IDX > 0
               IF WS-IH-TX-ID(WS-IH-IDX) = WS-IH-LEDGER-TX
                   MOVE WS-IH-IDX TO WS-IH-FOUND-IDX
               END-IF
           END-PERFORM

           IF WS-IH-FOUND-IDX = 0
               MOVE SPACES TO REPORT-LINE
               STRING "SEV-3 savings interest credit tx "
                      FUNCTION TRIM(WS-IH-TX-EDIT)
                      " for employee "
                      FUNCTION TRIM(WS-LINE-EMP-ID-TEXT)
                      " has no accrual history row"
                 INTO REPORT-LINE
               END-STRING
               PERFORM REPORT-SEV3
               EXIT PARAGRAPH
           END-IF

           IF WS-IH-CREDITED(WS-IH-FOUND-IDX) NOT = WS-PARSED-AMOUNT
              OR WS-IH-EMP-ID(WS-IH-FOUND-IDX) NOT = LEDG-EMP-ID
               MOVE WS-PARSED-AMOUNT TO WS-IH-ACCRUED-EDIT
               MOVE WS-IH-CREDITED(WS-IH-FOUND-IDX)
                 TO WS-IH-CREDITED-EDIT
               MOVE SPACES TO REPORT-LINE
               STRING "SEV-2 savings interest credit tx "
                      FUNCTION TRIM(WS-IH-TX-EDIT)
                      " posts "
                      FUNCTION TRIM(WS-IH-ACCRUED-EDIT)
                      " for employee "
                      FUNCTION TRIM(WS-LINE-EMP-ID-TEXT)
                      " but the history credited "
                      FUNCTION TRIM(WS-IH-CREDITED-EDIT)
                 INTO REPORT-LINE
               END-STRING
               PERFORM REPORT-SEV2
           END-IF.

      *> An accrual row still on an earlier month with interest in it
      *> means that month's credit never ran.
       CHECK-OPEN-ACCRUALS.
           MOVE "N" TO WS-EOF

           OPEN INPUT ACCRUAL-FILE
           IF WS-ACCRUAL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF = "Y"
               READ ACCRUAL-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM CHECK-ONE-ACCRUAL-LINE
               END-READ
           END-PERFORM

           CLOSE ACCRUAL-FILE.

       CHECK-ONE-ACCRUAL-LINE.
           MOVE 0 TO WS-FIELD-COUNT
           MOVE SPACES TO WS-IH-EMP-TEXT
                          WS-IH-MONTH-TEXT
                          WS-IH-TIER-TEXT
                          WS-IH-RATE-TEXT
                          WS-IH-ACCRUED-TEXT
                          WS-IH-DATE-TEXT

           UNSTRING ACCRUAL-LINE DELIMITED BY "|"
               INTO WS-IH-EMP-TEXT
                    WS-IH-MONTH-TEXT
                    WS-IH-TIER-TEXT
                    WS-IH-RATE-TEXT
                    WS-IH-ACCRUED-TEXT
                    WS-IH-DATE-TEXT
               TALLYING IN WS-FIELD-COUNT
           END-UNSTRING

           IF WS-FIELD-COUNT NOT = 6
              OR FUNCTION TEST-NUMVAL(
                 FUNCTION TRIM(WS-IH-ACCRUED-TEXT)) NOT = 0
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-IH-ACCRUED-TEXT))
             TO WS-IH-ACCRUED
           IF WS-IH-ACCRUED > 0
              AND FUNCTION TRIM(WS-IH-MONTH-TEXT) <
                  WS-RUN-STAMP(1:6)
               COMPUTE WS-IH-ACCRUED-EDIT ROUNDED = WS-IH-ACCRUED
               MOVE SPACES TO REPORT-LINE
               STRING "SEV-2 employee " FUNCTION TRIM(WS-IH-EMP-TEXT)
                      " savings interest of "
                      FUNCTION TRIM(WS-IH-ACCRUED-EDIT)
                      " accrued for month "
                      FUNCTION TRIM(WS-IH-MONTH-TEXT)
                      " was never credited"
                 INTO REPORT-LINE
               END-STRING
               PERFORM REPORT-SEV2
           END-IF.

       CHECK-ALERT-FILE.
           MOVE "N" TO WS-EOF
           MOVE 0 TO WS-LINE-NUMBER
                   FUNCTION TRIM(WS-REPORT-PATH)
           END-IF.

      *> copies the keyed ledger row just read into the working
      *> fields the checks below test. A row whose id, employee or
      *> amount is not numeric is flagged rather than audited.
       LOAD-LEDGER-FIELDS.
           MOVE "Y" TO WS-PARSE-OK
           MOVE LEDG-EMP-ID TO WS-LINE-EMP-ID-TEXT
           MOVE LEDG-ENTRY-TYPE TO WS-LINE-ENTRY-TYPE
           MOVE LEDG-ACCOUNT TO WS-LINE-ACCOUNT
           MOVE LEDG-MEMO TO WS-LINE-MEMO

           IF LEDG-TX-ID NOT NUMERIC
              OR LEDG-EMP-ID NOT NUMERIC
              OR LEDG-AMOUNT NOT NUMERIC
               MOVE "N" TO WS-PARSE-OK
           END-IF.

