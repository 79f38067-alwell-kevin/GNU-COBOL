       IDENTIFICATION DIVISION.
       PROGRAM-ID. YEAR-END-INTEREST-BATCH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-FILE
               ASSIGN TO DYNAMIC WS-EMPLOYEE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID OF EMPLOYEE-RECORD
               FILE STATUS IS WS-EMPLOYEE-STATUS.

           SELECT LEDGER-FILE
               ASSIGN TO DYNAMIC WS-SCAN-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LEDG-KEY
               ALTERNATE RECORD KEY IS LEDG-EMP-ID WITH DUPLICATES
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT POLICY-FILE
               ASSIGN TO DYNAMIC WS-POLICY-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POLICY-STATUS.

           SELECT STATEMENT-FILE
               ASSIGN TO DYNAMIC WS-STATEMENT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATEMENT-STATUS.

           SELECT FILING-FILE
               ASSIGN TO DYNAMIC WS-FILING-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILING-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-FILE.
       01  EMPLOYEE-RECORD.
           COPY "employee_record.cpy".

       FD  LEDGER-FILE.
       01  LEDGER-RECORD.
           COPY "ledger_record.cpy".

       FD  POLICY-FILE.
       01  POLICY-LINE                    PIC X(80).

       FD  STATEMENT-FILE.
       01  STATEMENT-LINE                 PIC X(132).

       FD  FILING-FILE.
       01  FILING-LINE                    PIC X(120).

       WORKING-STORAGE SECTION.
      *> Year-end interest information returns. Sums, per employee
      *> for one calendar year, the savings interest the bank paid
      *> (EOD_INTEREST credits to SAVINGS -- 1099-INT style) and the
      *> loan interest it charged (EOD_LOAN_INTEREST credits to LOAN
      *> -- 1098 style). LEDGER-CLOSE-BATCH moves every posting into
      *> exactly one month archive (data/ledger_YYYYMM.dat, tagged
      *> with the month the close ran), so the year's postings sit in
      *> the archives tagged that year or the next, or still in the
      *> live ledger. All of them are read in that order and a leg
      *> counts when its own timestamp falls in the year. An interest
      *> transaction a supervisor reversed (REVERSAL_OF_<tx id>) nets
      *> out -- even when the reversal ran after the year end -- and
      *> is shown on the statement as reversed.
      *>
      *> Amounts at or over the reporting threshold
      *> (data/info_return_policy.dat: INT_THRESHOLD, LOAN_INT_
      *> THRESHOLD and the payer's PAYER_TIN, KEY|value rows as in
      *> loan_policy.dat) go on the electronic filing file,
      *> data/reports/interest_returns_YYYY.dat:
      *>   HDR  cols 1-3 "HDR", 4-7 tax year, 8-15 created date,
      *>        16-25 originator
      *>   PAY  cols 1-3 "PAY", 4-12 payer TIN, 13-52 payer name
      *>   DTL  cols 1-3 "DTL", 4 form "I" interest paid / "M" loan
      *>        interest received, 5-8 employee id (payee account),
      *>        9-17 payee TIN (zeros -- not held on the employee
      *>        master), 18-57 payee name, 58-69 reportable amount,
      *>        70-81 reversed amount netted out
      *>   SUM  cols 1-3 "SUM", 4 form, 5-10 detail count, 11-24
      *>        amount total (one per form)
      *>   TRL  cols 1-3 "TRL", 4-9 detail count, 10-23 hash total
      *> Amounts are zero-filled with an explicit decimal point, as
      *> on the bank interchange file.
       01  WS-EMPLOYEE-TABLE.
           05 WS-EMP-TBL-ENTRY OCCURS 200 TIMES.
               10 WS-EMP-TBL-ID            PIC 9(4) VALUE 0.
               10 WS-EMP-TBL-NAME          PIC X(40) VALUE SPACES.
               10 WS-EMP-TBL-INT-GROSS     PIC 9(9)V99 VALUE 0.
               10 WS-EMP-TBL-INT-REV       PIC 9(9)V99 VALUE 0.
               10 WS-EMP-TBL-LOAN-GROSS    PIC 9(9)V99 VALUE 0.
               10 WS-EMP-TBL-LOAN-REV      PIC 9(9)V99 VALUE 0.

      *> transaction ids some REVERSAL_OF_ leg points back at
       01  WS-REVERSED-TABLE.
           05 WS-RV-TX-ID OCCURS 2000 TIMES PIC 9(9) VALUE 0.

       77  WS-EMPLOYEE-PATH               PIC X(256)
                                           VALUE "data/employees.dat".
       77  WS-LEDGER-PATH                 PIC X(256)
                                           VALUE "data/ledger.dat".
       77  WS-POLICY-PATH                 PIC X(256)
                               VALUE "data/info_return_policy.dat".
       77  WS-SCAN-PATH                   PIC X(256) VALUE SPACES.
       77  WS-STATEMENT-PATH              PIC X(256) VALUE SPACES.
       77  WS-FILING-PATH                 PIC X(256) VALUE SPACES.
       77  WS-REPORT-DIR                  PIC X(256)
                                           VALUE "data/reports/".

       77  WS-EMPLOYEE-STATUS             PIC XX VALUE SPACES.
       77  WS-LEDGER-STATUS               PIC XX VALUE SPACES.
       77  WS-POLICY-STATUS               PIC XX VALUE SPACES.
       77  WS-STATEMENT-STATUS            PIC XX VALUE SPACES.
       77  WS-FILING-STATUS               PIC XX VALUE SPACES.

       77  WS-EOF                         PIC X VALUE "N".
       77  WS-FIELD-COUNT                 PIC 9 VALUE 0.

       77  WS-ARGS-IN                     PIC X(80) VALUE SPACES.
       77  WS-YEAR                        PIC X(4) VALUE SPACES.
       77  WS-YEAR-NUM                    PIC 9(4) VALUE 0.
       77  WS-CURRENT-DATE                PIC X(21) VALUE SPACES.
       77  WS-RUN-STAMP                   PIC X(8) VALUE SPACES.

      *> the 24 archive tags that can hold the year's postings, then
      *> the live ledger as file 25
       77  WS-FILE-IDX                    PIC 99 VALUE 0.
       77  WS-SCAN-YEAR                   PIC 9(4) VALUE 0.
       77  WS-SCAN-MONTH                  PIC 99 VALUE 0.
       77  WS-FILES-READ                  PIC 99 VALUE 0.
       77  WS-SCAN-PASS                   PIC X VALUE "R".

       77  WS-INT-THRESHOLD               PIC 9(7)V99 VALUE 10.00.
       77  WS-LOAN-INT-THRESHOLD          PIC 9(7)V99 VALUE 600.00.
       77  WS-PAYER-TIN                   PIC 9(9) VALUE 0.
       77  WS-PAYER-NAME                  PIC X(40)
                                   VALUE "HELICAL COMMUNITY BANK".
       77  WS-POLICY-KEY-TEXT             PIC X(20).
       77  WS-POLICY-VALUE-TEXT           PIC X(20).

       77  WS-EMPLOYEE-COUNT              PIC 9(4) VALUE 0.
       77  WS-ROW-IDX                     PIC 9(4) VALUE 0.
       77  WS-FOUND-IDX                   PIC 9(4) VALUE 0.
       77  WS-RV-COUNT                    PIC 9(4) VALUE 0.
       77  WS-RV-IDX                      PIC 9(4) VALUE 0.
       77  WS-RV-FOUND                    PIC X VALUE "N".
       77  WS-RV-TEXT                     PIC X(20).
       77  WS-STATEMENT-COUNT             PIC 9(4) VALUE 0.

       77  WS-LINE-TS-TEXT                PIC X(30).
       77  WS-LINE-ENTRY-TYPE             PIC X(20).
       77  WS-LINE-ACCOUNT                PIC X(30).
       77  WS-LINE-MEMO                   PIC X(80).
       77  WS-PARSED-TX-ID                PIC 9(9) VALUE 0.
       77  WS-PARSED-EMP-ID               PIC 9(4) VALUE 0.
       77  WS-PARSED-AMOUNT               PIC 9(7)V99 VALUE 0.

       77  WS-NET-INTEREST                PIC 9(9)V99 VALUE 0.
       77  WS-NET-LOAN-INTEREST           PIC 9(9)V99 VALUE 0.
       77  WS-FORM-TYPE                   PIC X VALUE SPACE.
       77  WS-FORM-AMOUNT                 PIC 9(9)V99 VALUE 0.
       77  WS-FORM-REVERSED               PIC 9(9)V99 VALUE 0.

      *> filing control totals
       77  WS-INT-FORM-COUNT              PIC 9(6) VALUE 0.
       77  WS-INT-FORM-TOTAL              PIC 9(11)V99 VALUE 0.
       77  WS-LOAN-FORM-COUNT             PIC 9(6) VALUE 0.
       77  WS-LOAN-FORM-TOTAL             PIC 9(11)V99 VALUE 0.
       77  WS-DTL-COUNT                   PIC 9(6) VALUE 0.
       77  WS-DTL-TOTAL                   PIC 9(11)V99 VALUE 0.
       77  WS-BELOW-COUNT                 PIC 9(6) VALUE 0.
       77  WS-FILING-OK                   PIC X VALUE "N".

       77  WS-EMP-ID-TEXT                 PIC 9(4).
       77  WS-PAYEE-TIN                   PIC 9(9) VALUE 0.
       77  WS-DTL-AMOUNT-FIXED            PIC 9(8).99.
       77  WS-DTL-REVERSED-FIXED          PIC 9(8).99.
       77  WS-SUM-TOTAL-FIXED             PIC 9(11).99.
       77  WS-TRL-TOTAL-FIXED             PIC 9(11).99.
       77  WS-AMOUNT-EDIT                 PIC Z,ZZZ,ZZ9.99.
       77  WS-AMOUNT-TEXT                 PIC X(15).
       77  WS-TOTAL-EDIT                  PIC ZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY " "
           DISPLAY "===== Helical Pay Systems - Year-End Interest "
               "Information Returns ====="
           DISPLAY " "

           PERFORM RESOLVE-RETURN-YEAR
           DISPLAY "Tax year: " WS-YEAR
           PERFORM LOAD-RETURN-POLICY

           PERFORM LOAD-EMPLOYEE-TABLE
           IF WS-EMPLOYEE-COUNT = 0
               DISPLAY "ERROR: No employee rows loaded -- nothing to "
                   "report."
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

      *> pass 1 gathers the reversals, pass 2 sums the interest legs
      *> and nets out every one of them that was reversed.
           MOVE "R" TO WS-SCAN-PASS
           PERFORM SCAN-ALL-LEDGERS
           MOVE "S" TO WS-SCAN-PASS
           PERFORM SCAN-ALL-LEDGERS

           IF WS-FILES-READ = 0
               DISPLAY "ERROR: neither the live ledger nor any month "
                   "archive for " WS-YEAR " could be read."
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM OPEN-FILING-FILE

           MOVE "I" TO WS-FORM-TYPE
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                   UNTIL WS-ROW-IDX > WS-EMPLOYEE-COUNT
               PERFORM WRITE-FILING-DETAIL
           END-PERFORM
           PERFORM WRITE-FILING-SUMMARY

           MOVE "M" TO WS-FORM-TYPE
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                   UNTIL WS-ROW-IDX > WS-EMPLOYEE-COUNT
               PERFORM WRITE-FILING-DETAIL
           END-PERFORM
           PERFORM WRITE-FILING-SUMMARY

           PERFORM CLOSE-FILING-FILE

           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                   UNTIL WS-ROW-IDX > WS-EMPLOYEE-COUNT
               IF WS-EMP-TBL-INT-GROSS(WS-ROW-IDX) > 0
                  OR WS-EMP-TBL-LOAN-GROSS(WS-ROW-IDX) > 0
                   PERFORM WRITE-INTEREST-STATEMENT
               END-IF
           END-PERFORM

           DISPLAY " "
           DISPLAY "Ledger files read       : " WS-FILES-READ
           MOVE WS-INT-FORM-TOTAL TO WS-TOTAL-EDIT
           DISPLAY "Interest paid returns   : " WS-INT-FORM-COUNT
               "  $" WS-TOTAL-EDIT
           MOVE WS-LOAN-FORM-TOTAL TO WS-TOTAL-EDIT
           DISPLAY "Loan interest returns   : " WS-LOAN-FORM-COUNT
               "  $" WS-TOTAL-EDIT
           DISPLAY "Below threshold         : " WS-BELOW-COUNT
           DISPLAY WS-STATEMENT-COUNT " interest statement(s) written "
               "under " FUNCTION TRIM(WS-REPORT-DIR) "."

           GOBACK.

      *> The tax year may be passed on the command line; with no
      *> argument the run reports the year just ended, which is what
      *> a January run wants.
       RESOLVE-RETURN-YEAR.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE(1:8) TO WS-RUN-STAMP
           MOVE WS-CURRENT-DATE(1:4) TO WS-YEAR-NUM
           SUBTRACT 1 FROM WS-YEAR-NUM

           MOVE SPACES TO WS-ARGS-IN
           ACCEPT WS-ARGS-IN FROM COMMAND-LINE

           IF FUNCTION TRIM(WS-ARGS-IN) NOT = SPACES
               IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-ARGS-IN)) = 0
                  AND FUNCTION LENGTH(FUNCTION TRIM(WS-ARGS-IN)) = 4
                   MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-ARGS-IN))
                     TO WS-YEAR-NUM
               ELSE
                   DISPLAY "WARNING: year argument must be YYYY -- "
                       "reporting last year."
               END-IF
           END-IF

           MOVE WS-YEAR-NUM TO WS-YEAR.

       LOAD-RETURN-POLICY.
           MOVE "N" TO WS-EOF

           OPEN INPUT POLICY-FILE
           IF WS-POLICY-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF = "Y"
               READ POLICY-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM APPLY-RETURN-POLICY-LINE
               END-READ
           END-PERFORM

           CLOSE POLICY-FILE.

       APPLY-RETURN-POLICY-LINE.
           MOVE 0 TO WS-FIELD-COUNT
           MOVE SPACES TO WS-POLICY-KEY-TEXT WS-POLICY-VALUE-TEXT

           UNSTRING POLICY-LINE DELIMITED BY "|"
               INTO WS-POLICY-KEY-TEXT
                    WS-POLICY-VALUE-TEXT
               TALLYING IN WS-FIELD-COUNT
           END-UNSTRING

           IF WS-FIELD-COUNT NOT = 2
              OR FUNCTION TEST-NUMVAL(
                 FUNCTION TRIM(WS-POLICY-VALUE-TEXT)) NOT = 0
               EXIT PARAGRAPH
           END-IF

           EVALUATE FUNCTION UPPER-CASE(
                    FUNCTION TRIM(WS-POLICY-KEY-TEXT))
               WHEN "INT_THRESHOLD"
                   MOVE FUNCTION NUMVAL(
                        FUNCTION TRIM(WS-POLICY-VALUE-TEXT))
                     TO WS-INT-THRESHOLD
               WHEN "LOAN_INT_THRESHOLD"
                   MOVE FUNCTION NUMVAL(
                        FUNCTION TRIM(WS-POLICY-VALUE-TEXT))
                     TO WS-LOAN-INT-THRESHOLD
               WHEN "PAYER_TIN"
                   MOVE FUNCTION NUMVAL(
                        FUNCTION TRIM(WS-POLICY-VALUE-TEXT))
                     TO WS-PAYER-TIN
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       LOAD-EMPLOYEE-TABLE.
           MOVE 0 TO WS-EMPLOYEE-COUNT
           MOVE "N" TO WS-EOF

           OPEN INPUT EMPLOYEE-FILE
           IF WS-EMPLOYEE-STATUS NOT = "00"
               DISPLAY "ERROR: Cannot open employee data file."
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF = "Y"
               READ EMPLOYEE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF WS-EMPLOYEE-COUNT < 200
                           ADD 1 TO WS-EMPLOYEE-COUNT
                           MOVE EMP-ID
                             TO WS-EMP-TBL-ID(WS-EMPLOYEE-COUNT)
                           MOVE EMP-FULL-NAME
                             TO WS-EMP-TBL-NAME(WS-EMPLOYEE-COUNT)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE EMPLOYEE-FILE.

      *> Archives tagged January of the tax year through December of
      *> the next, oldest first, then the live ledger. A missing
      *> archive (no close that month) is simply skipped.
       SCAN-ALL-LEDGERS.
           MOVE 0 TO WS-FILES-READ
           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
                   UNTIL WS-FILE-IDX > 25
               PERFORM SET-SCAN-PATH
               PERFORM SCAN-ONE-LEDGER
           END-PERFORM.

       SET-SCAN-PATH.
           IF WS-FILE-IDX = 25
               MOVE WS-LEDGER-PATH TO WS-SCAN-PATH
               EXIT PARAGRAPH
           END-IF

           IF WS-FILE-IDX > 12
               COMPUTE WS-SCAN-YEAR = WS-YEAR-NUM + 1
               COMPUTE WS-SCAN-MONTH = WS-FILE-IDX - 12
           ELSE
               MOVE WS-YEAR-NUM TO WS-SCAN-YEAR
               MOVE WS-FILE-IDX TO WS-SCAN-MONTH
           END-IF

           MOVE SPACES TO WS-SCAN-PATH
           STRING "data/ledger_" WS-SCAN-YEAR WS-SCAN-MONTH ".dat"
             INTO WS-SCAN-PATH
           END-STRING.

       SCAN-ONE-LEDGER.
           MOVE "N" TO WS-EOF

           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FILES-READ

           PERFORM UNTIL WS-EOF = "Y"
               READ LEDGER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM LOAD-LEDGER-FIELDS
                       IF WS-SCAN-PASS = "R"
                           PERFORM NOTE-REVERSAL-LEG
                       ELSE
                           PERFORM APPLY-INTEREST-LEG
                       END-IF
               END-READ
           END-PERFORM

           CLOSE LEDGER-FILE.

       NOTE-REVERSAL-LEG.
           IF WS-LINE-MEMO(1:12) NOT = "REVERSAL_OF_"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-LINE-MEMO(13:20) TO WS-RV-TEXT
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-RV-TEXT)) NOT = 0
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-RV-TEXT))
             TO WS-PARSED-TX-ID
           PERFORM FIND-REVERSED-TX
           IF WS-RV-FOUND = "Y"
               EXIT PARAGRAPH
           END-IF

           IF WS-RV-COUNT >= 2000
               DISPLAY "WARNING: reversal table full -- later "
                   "reversals are not netted."
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-RV-COUNT
           MOVE WS-PARSED-TX-ID TO WS-RV-TX-ID(WS-RV-COUNT).

       FIND-REVERSED-TX.
           MOVE "N" TO WS-RV-FOUND
           PERFORM VARYING WS-RV-IDX FROM 1 BY 1
                   UNTIL WS-RV-IDX > WS-RV-COUNT
                   OR WS-RV-FOUND = "Y"
               IF WS-RV-TX-ID(WS-RV-IDX) = WS-PARSED-TX-ID
                   MOVE "Y" TO WS-RV-FOUND
               END-IF
           END-PERFORM.

      *> Only the employee's own leg of an interest posting counts:
      *> the SAVINGS credit for interest paid, the LOAN credit for
      *> loan interest charged.
       APPLY-INTEREST-LEG.
           IF WS-LINE-TS-TEXT(1:4) NOT = WS-YEAR
              OR FUNCTION TRIM(WS-LINE-ENTRY-TYPE) NOT = "CREDIT"
               EXIT PARAGRAPH
           END-IF

           IF NOT (FUNCTION TRIM(WS-LINE-MEMO) = "EOD_INTEREST"
                   AND FUNCTION TRIM(WS-LINE-ACCOUNT) = "SAVINGS")
              AND NOT (FUNCTION TRIM(WS-LINE-MEMO) =
                       "EOD_LOAN_INTEREST"
                   AND FUNCTION TRIM(WS-LINE-ACCOUNT) = "LOAN")
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-EMPLOYEE-ROW
           IF WS-FOUND-IDX = 0
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-REVERSED-TX

           IF FUNCTION TRIM(WS-LINE-ACCOUNT) = "SAVINGS"
               ADD WS-PARSED-AMOUNT
                 TO WS-EMP-TBL-INT-GROSS(WS-FOUND-IDX)
               IF WS-RV-FOUND = "Y"
                   ADD WS-PARSED-AMOUNT
                     TO WS-EMP-TBL-INT-REV(WS-FOUND-IDX)
               END-IF
           ELSE
               ADD WS-PARSED-AMOUNT
                 TO WS-EMP-TBL-LOAN-GROSS(WS-FOUND-IDX)
               IF WS-RV-FOUND = "Y"
                   ADD WS-PARSED-AMOUNT
                     TO WS-EMP-TBL-LOAN-REV(WS-FOUND-IDX)
               END-IF
           END-IF.

      *> an employee id in the ledger that is no longer on the master
      *> still gets a row -- the interest was paid all the same.
       FIND-EMPLOYEE-ROW.
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                   UNTIL WS-ROW-IDX > WS-EMPLOYEE-COUNT
                   OR WS-FOUND-IDX > 0
               IF WS-EMP-TBL-ID(WS-ROW-IDX) = WS-PARSED-EMP-ID
                   MOVE WS-ROW-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM

           IF WS-FOUND-IDX > 0
               EXIT PARAGRAPH
           END-IF

           IF WS-EMPLOYEE-COUNT >= 200
               DISPLAY "WARNING: employee table full -- interest for "
                   "employee " WS-PARSED-EMP-ID " is not reported."
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-EMPLOYEE-COUNT
           MOVE WS-EMPLOYEE-COUNT TO WS-FOUND-IDX
           MOVE WS-PARSED-EMP-ID TO WS-EMP-TBL-ID(WS-FOUND-IDX)
           MOVE "(not on employee master)"
             TO WS-EMP-TBL-NAME(WS-FOUND-IDX).

       OPEN-FILING-FILE.
           MOVE "N" TO WS-FILING-OK
           MOVE 0 TO WS-DTL-COUNT WS-DTL-TOTAL
           MOVE SPACES TO WS-FILING-PATH
           STRING FUNCTION TRIM(WS-REPORT-DIR)
                  "interest_returns_"
                  WS-YEAR
                  ".dat"
             INTO WS-FILING-PATH
           END-STRING

           OPEN OUTPUT FILING-FILE
           IF WS-FILING-STATUS NOT = "00"
               DISPLAY "WARNING: cannot create the filing file "
                   FUNCTION TRIM(WS-FILING-PATH) " ("
                   WS-FILING-STATUS ") -- statements only."
               EXIT PARAGRAPH
           END-IF

           MOVE "Y" TO WS-FILING-OK
           MOVE SPACES TO FILING-LINE
           STRING "HDR" WS-YEAR WS-RUN-STAMP "HELICALPAY"
             INTO FILING-LINE
           END-STRING
           WRITE FILING-LINE

           MOVE SPACES TO FILING-LINE
           STRING "PAY" WS-PAYER-TIN WS-PAYER-NAME
             INTO FILING-LINE
           END-STRING
           WRITE FILING-LINE.

       SET-FORM-AMOUNT.
           IF WS-FORM-TYPE = "I"
               COMPUTE WS-FORM-AMOUNT =
                   WS-EMP-TBL-INT-GROSS(WS-ROW-IDX)
                   - WS-EMP-TBL-INT-REV(WS-ROW-IDX)
               MOVE WS-EMP-TBL-INT-REV(WS-ROW-IDX) TO WS-FORM-REVERSED
           ELSE
               COMPUTE WS-FORM-AMOUNT =
                   WS-EMP-TBL-LOAN-GROSS(WS-ROW-IDX)
                   - WS-EMP-TBL-LOAN-REV(WS-ROW-IDX)
               MOVE WS-EMP-TBL-LOAN-REV(WS-ROW-IDX) TO WS-FORM-REVERSED
           END-IF.

       WRITE-FILING-DETAIL.
           PERFORM SET-FORM-AMOUNT
           IF WS-FORM-AMOUNT = 0
               EXIT PARAGRAPH
           END-IF

           IF (WS-FORM-TYPE = "I"
               AND WS-FORM-AMOUNT < WS-INT-THRESHOLD)
              OR (WS-FORM-TYPE = "M"
               AND WS-FORM-AMOUNT < WS-LOAN-INT-THRESHOLD)
               ADD 1 TO WS-BELOW-COUNT
               EXIT PARAGRAPH
           END-IF

           IF WS-FORM-TYPE = "I"
               ADD 1 TO WS-INT-FORM-COUNT
               ADD WS-FORM-AMOUNT TO WS-INT-FORM-TOTAL
           ELSE
               ADD 1 TO WS-LOAN-FORM-COUNT
               ADD WS-FORM-AMOUNT TO WS-LOAN-FORM-TOTAL
           END-IF
           ADD 1 TO WS-DTL-COUNT
           ADD WS-FORM-AMOUNT TO WS-DTL-TOTAL

           IF WS-FILING-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-EMP-TBL-ID(WS-ROW-IDX) TO WS-EMP-ID-TEXT
           MOVE 0 TO WS-PAYEE-TIN
           MOVE WS-FORM-AMOUNT TO WS-DTL-AMOUNT-FIXED
           MOVE WS-FORM-REVERSED TO WS-DTL-REVERSED-FIXED
           MOVE SPACES TO FILING-LINE
           STRING "DTL"
                  WS-FORM-TYPE
                  WS-EMP-ID-TEXT
                  WS-PAYEE-TIN
                  WS-EMP-TBL-NAME(WS-ROW-IDX)
                  WS-DTL-AMOUNT-FIXED
                  WS-DTL-REVERSED-FIXED
             INTO FILING-LINE
           END-STRING
           WRITE FILING-LINE.

       WRITE-FILING-SUMMARY.
           IF WS-FILING-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO FILING-LINE
           IF WS-FORM-TYPE = "I"
               MOVE WS-INT-FORM-TOTAL TO WS-SUM-TOTAL-FIXED
               STRING "SUM" WS-FORM-TYPE WS-INT-FORM-COUNT
                      WS-SUM-TOTAL-FIXED
                 INTO FILING-LINE
               END-STRING
           ELSE
               MOVE WS-LOAN-FORM-TOTAL TO WS-SUM-TOTAL-FIXED
               STRING "SUM" WS-FORM-TYPE WS-LOAN-FORM-COUNT
                      WS-SUM-TOTAL-FIXED
                 INTO FILING-LINE
               END-STRING
           END-IF
           WRITE FILING-LINE.

       CLOSE-FILING-FILE.
           IF WS-FILING-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-DTL-TOTAL TO WS-TRL-TOTAL-FIXED
           MOVE SPACES TO FILING-LINE
           STRING "TRL" WS-DTL-COUNT WS-TRL-TOTAL-FIXED
             INTO FILING-LINE
           END-STRING
           WRITE FILING-LINE

           CLOSE FILING-FILE
           DISPLAY "Filing file written: " FUNCTION TRIM(WS-FILING-PATH)
               " (" WS-DTL-COUNT " return(s))".

       WRITE-INTEREST-STATEMENT.
           MOVE WS-EMP-TBL-ID(WS-ROW-IDX) TO WS-EMP-ID-TEXT
           MOVE SPACES TO WS-STATEMENT-PATH
           STRING FUNCTION TRIM(WS-REPORT-DIR)
                  "EMP"
                  WS-EMP-ID-TEXT
                  "_"
                  WS-YEAR
                  "_interest.txt"
             INTO WS-STATEMENT-PATH
           END-STRING

           OPEN OUTPUT STATEMENT-FILE
           IF WS-STATEMENT-STATUS NOT = "00"
               DISPLAY "WARNING: cannot write interest statement for "
                   "employee " WS-EMP-ID-TEXT " ("
                   WS-STATEMENT-STATUS ")."
               EXIT PARAGRAPH
           END-IF

           MOVE "===== Helical Community Bank - Year-End Interest "
               & "Statement =====" TO STATEMENT-LINE
           WRITE STATEMENT-LINE

           MOVE SPACES TO STATEMENT-LINE
           STRING "Account Holder   : "
                  FUNCTION TRIM(WS-EMP-TBL-NAME(WS-ROW-IDX))
                  " (" WS-EMP-ID-TEXT ")"
             INTO STATEMENT-LINE
           END-STRING
           WRITE STATEMENT-LINE

           MOVE SPACES TO STATEMENT-LINE
           STRING "Tax Year         : " WS-YEAR
             INTO STATEMENT-LINE
           END-STRING
           WRITE STATEMENT-LINE

           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE

           MOVE "Interest Paid on Savings (1099-INT)"
             TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE "I" TO WS-FORM-TYPE
           PERFORM WRITE-STATEMENT-FORM

           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE

           MOVE "Loan Interest Received (1098)" TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE "M" TO WS-FORM-TYPE
           PERFORM WRITE-STATEMENT-FORM

           CLOSE STATEMENT-FILE

           ADD 1 TO WS-STATEMENT-COUNT
           DISPLAY "Wrote " FUNCTION TRIM(WS-STATEMENT-PATH).

       WRITE-STATEMENT-FORM.
           PERFORM SET-FORM-AMOUNT

           COMPUTE WS-AMOUNT-EDIT =
               WS-FORM-AMOUNT + WS-FORM-REVERSED
           MOVE WS-AMOUNT-EDIT TO WS-AMOUNT-TEXT
           MOVE SPACES TO STATEMENT-LINE
           STRING "  Posted           : $" WS-AMOUNT-TEXT
             INTO STATEMENT-LINE
           END-STRING
           WRITE STATEMENT-LINE

           MOVE WS-FORM-REVERSED TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT TO WS-AMOUNT-TEXT
           MOVE SPACES TO STATEMENT-LINE
           STRING "  Reversed         : $" WS-AMOUNT-TEXT
             INTO STATEMENT-LINE
           END-STRING
           WRITE STATEMENT-LINE

           MOVE WS-FORM-AMOUNT TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT TO WS-AMOUNT-TEXT
           MOVE SPACES TO STATEMENT-LINE
           STRING "  Net for the year : $" WS-AMOUNT-TEXT
             INTO STATEMENT-LINE
           END-STRING
           WRITE STATEMENT-LINE

           MOVE SPACES TO STATEMENT-LINE
           IF WS-FORM-AMOUNT = 0
               MOVE "  Reported         : no -- nothing to report"
                 TO STATEMENT-LINE
           ELSE
               IF (WS-FORM-TYPE = "I"
                   AND WS-FORM-AMOUNT < WS-INT-THRESHOLD)
                  OR (WS-FORM-TYPE = "M"
                   AND WS-FORM-AMOUNT < WS-LOAN-INT-THRESHOLD)
                   MOVE "  Reported         : no -- below the "
                     & "reporting threshold" TO STATEMENT-LINE
               ELSE
                   MOVE "  Reported         : yes" TO STATEMENT-LINE
               END-IF
           END-IF
           WRITE STATEMENT-LINE.

      *> copies the keyed ledger row just read into the working
      *> fields the rest of the run tests.
       LOAD-LEDGER-FIELDS.
           MOVE LEDG-TX-ID TO WS-PARSED-TX-ID
           MOVE LEDG-EMP-ID TO WS-PARSED-EMP-ID
           MOVE LEDG-AMOUNT TO WS-PARSED-AMOUNT
           MOVE LEDG-TIMESTAMP TO WS-LINE-TS-TEXT
           MOVE LEDG-ENTRY-TYPE TO WS-LINE-ENTRY-TYPE
           MOVE LEDG-ACCOUNT TO WS-LINE-ACCOUNT
           MOVE LEDG-MEMO TO WS-LINE-MEMO.
