
           SELECT ARCHIVE-FILE
               ASSIGN TO DYNAMIC WS-ARCHIVE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LEDG-KEY
               ALTERNATE RECORD KEY IS LEDG-EMP-ID WITH DUPLICATES
               FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT STATEMENT-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATEMENT-STATUS.

           SELECT ACCRUAL-FILE
               ASSIGN TO DYNAMIC WS-ACCRUAL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCRUAL-STATUS.

           SELECT INT-HIST-FILE
               ASSIGN TO DYNAMIC WS-INT-HIST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INT-HIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-FILE.
           COPY "employee_record.cpy".

       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD.
           COPY "ledger_record.cpy".

       FD  STATEMENT-FILE.
       01  STATEMENT-LINE                 PIC X(132).

       FD  ACCRUAL-FILE.
       01  ACCRUAL-LINE                   PIC X(120).

       FD  INT-HIST-FILE.
       01  INT-HIST-LINE                  PIC X(120).

       WORKING-STORAGE SECTION.
      *> Builds one formatted statement per employee per closed
      *> month from the archive LEDGER-CLOSE-BATCH wrote
       77  WS-STATEMENT-DIR               PIC X(256)
                                           VALUE "data/statements/".

      *> savings interest for the statement's interest section:
      *> EOD-BATCH-RUN logs each month-end credit (tier, rate,
      *> accrued, credited) to the interest history; a month not yet
      *> credited is still open in the accrual file. The credited
      *> figure itself is the month's EOD_INTEREST savings credits
      *> in the archive.
       77  WS-ACCRUAL-PATH                PIC X(256)
                                   VALUE "data/savings_accrual.dat".
       77  WS-INT-HIST-PATH               PIC X(256)
                           VALUE "data/savings_interest_history.dat".
       77  WS-ACCRUAL-STATUS              PIC XX VALUE SPACES.
       77  WS-INT-HIST-STATUS             PIC XX VALUE SPACES.

       77  WS-EMPLOYEE-STATUS             PIC XX VALUE SPACES.
       77  WS-ARCHIVE-STATUS              PIC XX VALUE SPACES.
       77  WS-STATEMENT-STATUS            PIC XX VALUE SPACES.
       77  WS-CLOSE-LOAN                  PIC S9(9)V99 VALUE 0.
       77  WS-DELTA-SIGNED                PIC S9(9)V99 VALUE 0.

       77  WS-LINE-TS-TEXT                PIC X(30).
       77  WS-LINE-ENTRY-TYPE             PIC X(20).
       77  WS-LINE-ACCOUNT                PIC X(30).
       77  WS-LINE-MEMO                   PIC X(80).
       77  WS-PARSED-EMP-ID               PIC 9(4) VALUE 0.
       77  WS-PARSED-AMOUNT               PIC 9(9)V99 VALUE 0.
       77  WS-PARSE-OK                    PIC X VALUE "Y".

       77  WS-EMP-ID-TEXT                 PIC 9(4).
       77  WS-AMOUNT-DISPLAY              PIC -ZZ,ZZZ,ZZ9.99.
       77  WS-AMOUNT-TEXT                 PIC X(15).

       77  WS-INT-SOURCE                  PIC X VALUE "N".
       77  WS-INT-TIER                    PIC X(10) VALUE SPACES.
       77  WS-INT-RATE                    PIC 9V9(5) VALUE 0.
       77  WS-INT-ACCRUED                 PIC 9(7)V9(5) VALUE 0.
       77  WS-INT-CREDITED                PIC 9(9)V99 VALUE 0.
       77  WS-INT-RATE-PCT                PIC Z9.999.
       77  WS-IN-EMP-TEXT                 PIC X(20).
       77  WS-IN-MONTH-TEXT               PIC X(20).
       77  WS-IN-TIER-TEXT                PIC X(20).
       77  WS-IN-RATE-TEXT                PIC X(20).
       77  WS-IN-ACCRUED-TEXT             PIC X(20).
       77  WS-IN-FIELD6-TEXT              PIC X(20).
       77  WS-IN-FIELD7-TEXT              PIC X(20).
       77  WS-IN-FIELD8-TEXT              PIC X(20).

       77  WS-CURRENT-DATE                PIC X(21) VALUE SPACES.
       77  WS-TIMESTAMP                   PIC X(19) VALUE SPACES.

       WRITE-ONE-STATEMENT.
           MOVE 0 TO WS-OPEN-CHECKING WS-OPEN-SAVINGS WS-OPEN-LOAN
           MOVE 0 TO WS-CLOSE-CHECKING WS-CLOSE-SAVINGS WS-CLOSE-LOAN
           MOVE 0 TO WS-TXN-COUNT WS-INT-CREDITED
           MOVE WS-EMP-TBL-ID(WS-ROW-IDX) TO WS-EMP-ID-TEXT

           MOVE SPACES TO WS-STATEMENT-PATH
               EXIT PARAGRAPH
           END-IF

      *> the employee's rows come straight off the alternate key,
      *> in posting order, instead of a pass over the whole month.
           MOVE WS-EMP-TBL-ID(WS-ROW-IDX) TO LEDG-EMP-ID
           START ARCHIVE-FILE KEY = LEDG-EMP-ID
               INVALID KEY
                   MOVE "Y" TO WS-EOF
           END-START

           PERFORM UNTIL WS-EOF = "Y"
               READ ARCHIVE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF LEDG-EMP-ID NOT = WS-EMP-TBL-ID(WS-ROW-IDX)
                           MOVE "Y" TO WS-EOF
                       ELSE
                           PERFORM APPLY-ARCHIVE-LINE
                       END-IF
               END-READ
           END-PERFORM

           WRITE STATEMENT-LINE

           PERFORM WRITE-BALANCE-SUMMARY
           PERFORM WRITE-INTEREST-SUMMARY

           CLOSE STATEMENT-FILE

           DISPLAY "Wrote " FUNCTION TRIM(WS-STATEMENT-PATH).

       APPLY-ARCHIVE-LINE.
           PERFORM LOAD-ARCHIVE-FIELDS
           IF WS-PARSE-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
                   CONTINUE
           END-EVALUATE

           IF FUNCTION TRIM(WS-LINE-MEMO) = "EOD_INTEREST"
              AND FUNCTION TRIM(WS-LINE-ACCOUNT) = "SAVINGS"
              AND FUNCTION TRIM(WS-LINE-ENTRY-TYPE) = "CREDIT"
               ADD WS-PARSED-AMOUNT TO WS-INT-CREDITED
           END-IF

           IF FUNCTION TRIM(WS-LINE-MEMO) = "OPENING_BALANCE"
               EVALUATE FUNCTION TRIM(WS-LINE-ACCOUNT)
                   WHEN "CHECKING"
           END-STRING
           WRITE STATEMENT-LINE.

      *> Tier, rate and accrual come from the month's interest
      *> history row once the month has been credited, otherwise
      *> from the open accrual row (interest accrued to date).
       WRITE-INTEREST-SUMMARY.
           PERFORM LOOKUP-INTEREST-HISTORY
           IF WS-INT-SOURCE = "N"
               PERFORM LOOKUP-OPEN-ACCRUAL
           END-IF

           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE "Savings Interest" TO STATEMENT-LINE
           WRITE STATEMENT-LINE

           MOVE SPACES TO STATEMENT-LINE
           IF WS-INT-SOURCE = "N"
               MOVE "  Tier applied      : none on file"
                 TO STATEMENT-LINE
           ELSE
               COMPUTE WS-INT-RATE-PCT = WS-INT-RATE * 100
               STRING "  Tier applied      : "
                      FUNCTION TRIM(WS-INT-TIER)
                      " at "
                      FUNCTION TRIM(WS-INT-RATE-PCT)
                      "% a year"
                 INTO STATEMENT-LINE
               END-STRING
           END-IF
           WRITE STATEMENT-LINE

           COMPUTE WS-AMOUNT-DISPLAY ROUNDED = WS-INT-ACCRUED
           MOVE WS-AMOUNT-DISPLAY TO WS-AMOUNT-TEXT
           MOVE SPACES TO STATEMENT-LINE
           IF WS-INT-SOURCE = "A"
               STRING "  Interest accrued  : $" WS-AMOUNT-TEXT
                      "  (to date -- credited at month end)"
                 INTO STATEMENT-LINE
               END-STRING
           ELSE
               STRING "  Interest accrued  : $" WS-AMOUNT-TEXT
                 INTO STATEMENT-LINE
               END-STRING
           END-IF
           WRITE STATEMENT-LINE

           MOVE WS-INT-CREDITED TO WS-AMOUNT-DISPLAY
           MOVE WS-AMOUNT-DISPLAY TO WS-AMOUNT-TEXT
           MOVE SPACES TO STATEMENT-LINE
           STRING "  Interest credited : $" WS-AMOUNT-TEXT
             INTO STATEMENT-LINE
           END-STRING
           WRITE STATEMENT-LINE.

       LOOKUP-INTEREST-HISTORY.
           MOVE "N" TO WS-INT-SOURCE
           MOVE SPACES TO WS-INT-TIER
           MOVE 0 TO WS-INT-RATE WS-INT-ACCRUED

           OPEN INPUT INT-HIST-FILE
           IF WS-INT-HIST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ INT-HIST-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE INT-HIST-LINE TO ACCRUAL-LINE
                       PERFORM PARSE-INTEREST-LINE
                       IF WS-FIELD-COUNT = 8
                           PERFORM TAKE-INTEREST-LINE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE INT-HIST-FILE
           IF WS-INT-TIER NOT = SPACES
               MOVE "H" TO WS-INT-SOURCE
           END-IF.

       LOOKUP-OPEN-ACCRUAL.
           OPEN INPUT ACCRUAL-FILE
           IF WS-ACCRUAL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ ACCRUAL-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM PARSE-INTEREST-LINE
                       IF WS-FIELD-COUNT = 6
                           PERFORM TAKE-INTEREST-LINE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ACCRUAL-FILE
           IF WS-INT-TIER NOT = SPACES
               MOVE "A" TO WS-INT-SOURCE
           END-IF.

      *> history and accrual rows share their first five fields:
      *> employee id|month|tier code|annual rate|accrued interest.
       PARSE-INTEREST-LINE.
           MOVE 0 TO WS-FIELD-COUNT
           MOVE SPACES TO WS-IN-EMP-TEXT
                          WS-IN-MONTH-TEXT
                          WS-IN-TIER-TEXT
                          WS-IN-RATE-TEXT
                          WS-IN-ACCRUED-TEXT
                          WS-IN-FIELD6-TEXT
                          WS-IN-FIELD7-TEXT
                          WS-IN-FIELD8-TEXT

           UNSTRING ACCRUAL-LINE DELIMITED BY "|"
               INTO WS-IN-EMP-TEXT
                    WS-IN-MONTH-TEXT
                    WS-IN-TIER-TEXT
                    WS-IN-RATE-TEXT
                    WS-IN-ACCRUED-TEXT
                    WS-IN-FIELD6-TEXT
                    WS-IN-FIELD7-TEXT
                    WS-IN-FIELD8-TEXT
               TALLYING IN WS-FIELD-COUNT
           END-UNSTRING.

       TAKE-INTEREST-LINE.
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-IN-EMP-TEXT))
              NOT = 0
              OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-IN-RATE-TEXT))
                 NOT = 0
              OR FUNCTION TEST-NUMVAL(
                 FUNCTION TRIM(WS-IN-ACCRUED-TEXT)) NOT = 0
               EXIT PARAGRAPH
           END-IF

           IF FUNCTION NUMVAL(FUNCTION TRIM(WS-IN-EMP-TEXT))
              NOT = WS-EMP-TBL-ID(WS-ROW-IDX)
              OR FUNCTION TRIM(WS-IN-MONTH-TEXT) NOT = WS-STMT-MONTH
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION TRIM(WS-IN-TIER-TEXT) TO WS-INT-TIER
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-IN-RATE-TEXT))
             TO WS-INT-RATE
           ADD FUNCTION NUMVAL(FUNCTION TRIM(WS-IN-ACCRUED-TEXT))
             TO WS-INT-ACCRUED.

       LOAD-ARCHIVE-FIELDS.
           MOVE "Y" TO WS-PARSE-OK
           IF LEDG-EMP-ID NOT NUMERIC
              OR LEDG-AMOUNT NOT NUMERIC
               MOVE "N" TO WS-PARSE-OK
               EXIT PARAGRAPH
           END-IF

           MOVE LEDG-TIMESTAMP TO WS-LINE-TS-TEXT
           MOVE LEDG-ENTRY-TYPE TO WS-LINE-ENTRY-TYPE
           MOVE LEDG-ACCOUNT TO WS-LINE-ACCOUNT
           MOVE LEDG-MEMO TO WS-LINE-MEMO
           MOVE LEDG-EMP-ID TO WS-PARSED-EMP-ID
           MOVE LEDG-AMOUNT TO WS-PARSED-AMOUNT.

       BUILD-TIMESTAMP.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
