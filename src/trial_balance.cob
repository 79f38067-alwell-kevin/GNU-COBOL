       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRIAL-BALANCE-BATCH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGER-FILE
               ASSIGN TO DYNAMIC WS-SCAN-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LEDG-KEY
               ALTERNATE RECORD KEY IS LEDG-EMP-ID WITH DUPLICATES
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO DYNAMIC WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LEDGER-FILE.
       01  LEDGER-RECORD.
           COPY "ledger_record.cpy".

       FD  REPORT-FILE.
       01  REPORT-LINE                    PIC X(150).

       WORKING-STORAGE SECTION.
      *> Trial balance by account for a date range. Every leg ever
      *> posted sits in exactly one ledger file -- a month archive
      *> (data/ledger_YYYYMM.dat) or the live ledger -- so all of them
      *> are read, oldest archive first. A leg dated before the range
      *> goes to the account's opening balance, a leg inside it to the
      *> period debits or credits, and a leg after it is ignored.
      *>
      *> Each close starts the fresh ledger with OPENING_BALANCE and
      *> PAYROLL_CARRYFWD transactions that restate balances already
      *> built from the archived postings, so those are only counted
      *> from the first file read -- where they stand in for archives
      *> no longer on hand -- and skipped in every later file.
      *>
      *> Balances are kept debit-positive; the report shows each one
      *> on its DR or CR side. Opening and closing balances and the
      *> period debits and credits must all net to zero across the
      *> accounts, otherwise the run ends OUT OF BALANCE with RC 1.
      *> GL number, type and normal balance come from the chart of
      *> accounts; a ledger account not on the chart is flagged.
       01  WS-TB-TABLE.
           05 WS-TB-ENTRY OCCURS 100 TIMES.
               10 WS-TB-ACCOUNT           PIC X(24) VALUE SPACES.
               10 WS-TB-GL-NUMBER         PIC X(12) VALUE SPACES.
               10 WS-TB-TYPE              PIC X(10) VALUE SPACES.
               10 WS-TB-NORMAL            PIC X(6) VALUE SPACES.
               10 WS-TB-SORT-KEY          PIC X(36) VALUE SPACES.
               10 WS-TB-OPENING           PIC S9(11)V99 VALUE 0.
               10 WS-TB-DEBITS            PIC 9(11)V99 VALUE 0.
               10 WS-TB-CREDITS           PIC 9(11)V99 VALUE 0.
               10 WS-TB-CLOSING           PIC S9(11)V99 VALUE 0.

       01  WS-TB-SWAP-ENTRY.
           05 WS-SWAP-ACCOUNT             PIC X(24).
           05 WS-SWAP-GL-NUMBER           PIC X(12).
           05 WS-SWAP-TYPE                PIC X(10).
           05 WS-SWAP-NORMAL              PIC X(6).
           05 WS-SWAP-SORT-KEY            PIC X(36).
           05 WS-SWAP-OPENING             PIC S9(11)V99.
           05 WS-SWAP-DEBITS              PIC 9(11)V99.
           05 WS-SWAP-CREDITS             PIC 9(11)V99.
           05 WS-SWAP-CLOSING             PIC S9(11)V99.

       01  WS-COA-REQUEST.
           COPY "coa_request.cpy".

       77  WS-LEDGER-PATH                 PIC X(256)
                                           VALUE "data/ledger.dat".
       77  WS-SCAN-PATH                   PIC X(256) VALUE SPACES.
       77  WS-REPORT-PATH                 PIC X(256) VALUE SPACES.
       77  WS-REPORT-DIR                  PIC X(256)
                                           VALUE "data/reports/".

       77  WS-LEDGER-STATUS               PIC XX VALUE SPACES.
       77  WS-REPORT-STATUS               PIC XX VALUE SPACES.

       77  WS-EOF                         PIC X VALUE "N".

       77  WS-ARGS-IN                     PIC X(80) VALUE SPACES.
       77  WS-FROM-TEXT                   PIC X(20) VALUE SPACES.
       77  WS-TO-TEXT                     PIC X(20) VALUE SPACES.
       77  WS-FROM-DATE                   PIC X(8) VALUE SPACES.
       77  WS-TO-DATE                     PIC X(8) VALUE SPACES.
       77  WS-DATE-NUM                    PIC 9(8) VALUE 0.
       77  WS-DATE-OK                     PIC X VALUE "N".
       77  WS-CURRENT-DATE                PIC X(21) VALUE SPACES.
       77  WS-TIMESTAMP                   PIC X(19) VALUE SPACES.

      *> archives are found by walking month tags back from the
      *> current month until two years in a row turn up nothing.
       77  WS-THIS-TAG                    PIC 9(6) VALUE 0.
       77  WS-EARLIEST-TAG                PIC 9(6) VALUE 0.
       77  WS-SCAN-TAG                    PIC 9(6) VALUE 0.
       77  WS-SCAN-YEAR                   PIC 9(4) VALUE 0.
       77  WS-SCAN-MONTH                  PIC 99 VALUE 0.
       77  WS-MISSED-MONTHS               PIC 99 VALUE 0.
       77  WS-FILE-FOUND                  PIC X VALUE "N".
       77  WS-FILES-READ                  PIC 9(4) VALUE 0.
       77  WS-LEGS-READ                   PIC 9(9) VALUE 0.
       77  WS-CARRY-SKIPPED               PIC 9(9) VALUE 0.

       77  WS-LINE-DATE                   PIC X(8) VALUE SPACES.
       77  WS-LINE-ENTRY-TYPE             PIC X(6) VALUE SPACES.
       77  WS-LINE-ACCOUNT                PIC X(24) VALUE SPACES.
       77  WS-LINE-MEMO                   PIC X(60) VALUE SPACES.
       77  WS-PARSED-AMOUNT               PIC S9(9)V99 VALUE 0.

       77  WS-TB-COUNT                    PIC 9(4) VALUE 0.
       77  WS-TB-IDX                      PIC 9(4) VALUE 0.
       77  WS-TB-NEXT-IDX                 PIC 9(4) VALUE 0.
       77  WS-TB-FOUND-IDX                PIC 9(4) VALUE 0.
       77  WS-UNMAPPED-COUNT              PIC 9(4) VALUE 0.

       77  WS-TOTAL-OPENING               PIC S9(13)V99 VALUE 0.
       77  WS-TOTAL-DEBITS                PIC 9(13)V99 VALUE 0.
       77  WS-TOTAL-CREDITS               PIC 9(13)V99 VALUE 0.
       77  WS-TOTAL-CLOSING               PIC S9(13)V99 VALUE 0.
       77  WS-IN-BALANCE                  PIC X VALUE "Y".

       77  WS-BALANCE-AMOUNT              PIC S9(13)V99 VALUE 0.
       77  WS-BALANCE-SIDE                PIC XX VALUE SPACES.
       77  WS-OPENING-EDIT                PIC Z,ZZZ,ZZZ,ZZ9.99.
       77  WS-OPENING-SIDE                PIC XX VALUE SPACES.
       77  WS-DEBITS-EDIT                 PIC Z,ZZZ,ZZZ,ZZ9.99.
       77  WS-CREDITS-EDIT                PIC Z,ZZZ,ZZZ,ZZ9.99.
       77  WS-CLOSING-EDIT                PIC Z,ZZZ,ZZZ,ZZ9.99.
       77  WS-CLOSING-SIDE                PIC XX VALUE SPACES.
       77  WS-FLAG-TEXT                   PIC X(20) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY " "
           DISPLAY "===== Helical Pay Systems - Trial Balance ====="
           DISPLAY " "

           PERFORM RESOLVE-DATE-RANGE
           IF WS-DATE-OK NOT = "Y"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           DISPLAY "Period: " WS-FROM-DATE " through " WS-TO-DATE

           PERFORM FIND-EARLIEST-ARCHIVE
           PERFORM SCAN-ALL-LEDGERS

           IF WS-FILES-READ = 0
               DISPLAY "ERROR: neither the live ledger nor any month "
                   "archive could be read."
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM VARYING WS-TB-IDX FROM 1 BY 1
                   UNTIL WS-TB-IDX > WS-TB-COUNT
               PERFORM LOOKUP-CHART-ROW
               COMPUTE WS-TB-CLOSING(WS-TB-IDX) =
                   WS-TB-OPENING(WS-TB-IDX)
                   + WS-TB-DEBITS(WS-TB-IDX)
                   - WS-TB-CREDITS(WS-TB-IDX)
               ADD WS-TB-OPENING(WS-TB-IDX) TO WS-TOTAL-OPENING
               ADD WS-TB-DEBITS(WS-TB-IDX) TO WS-TOTAL-DEBITS
               ADD WS-TB-CREDITS(WS-TB-IDX) TO WS-TOTAL-CREDITS
               ADD WS-TB-CLOSING(WS-TB-IDX) TO WS-TOTAL-CLOSING
           END-PERFORM
           PERFORM SORT-TB-TABLE

           IF WS-TOTAL-OPENING NOT = 0
              OR WS-TOTAL-CLOSING NOT = 0
              OR WS-TOTAL-DEBITS NOT = WS-TOTAL-CREDITS
               MOVE "N" TO WS-IN-BALANCE
           END-IF

           PERFORM WRITE-TRIAL-BALANCE

           DISPLAY " "
           DISPLAY "Ledger files read       : " WS-FILES-READ
           DISPLAY "Ledger legs read        : " WS-LEGS-READ
           DISPLAY "Carry-forward legs skip : " WS-CARRY-SKIPPED
           DISPLAY "Accounts reported       : " WS-TB-COUNT
           IF WS-UNMAPPED-COUNT > 0
               DISPLAY "WARNING: " WS-UNMAPPED-COUNT
                   " account(s) not on the chart of accounts."
           END-IF
           MOVE WS-TOTAL-DEBITS TO WS-DEBITS-EDIT
           MOVE WS-TOTAL-CREDITS TO WS-CREDITS-EDIT
           DISPLAY "Period debits           : $" WS-DEBITS-EDIT
           DISPLAY "Period credits          : $" WS-CREDITS-EDIT

           IF WS-IN-BALANCE = "Y"
               DISPLAY "Trial balance IN BALANCE."
           ELSE
               DISPLAY "ERROR: trial balance OUT OF BALANCE."
               MOVE 1 TO RETURN-CODE
           END-IF

           GOBACK.

      *> FROM and TO (YYYYMMDD) may be passed on the command line; with
      *> no argument the run covers the current month to date, and
      *> with FROM alone it runs through today.
       RESOLVE-DATE-RANGE.
           MOVE "N" TO WS-DATE-OK
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE(1:8) TO WS-TO-DATE
           MOVE WS-CURRENT-DATE(1:6) TO WS-FROM-DATE(1:6)
           MOVE "01" TO WS-FROM-DATE(7:2)

           MOVE SPACES TO WS-ARGS-IN WS-FROM-TEXT WS-TO-TEXT
           ACCEPT WS-ARGS-IN FROM COMMAND-LINE
           UNSTRING FUNCTION TRIM(WS-ARGS-IN) DELIMITED BY ALL SPACE
               INTO WS-FROM-TEXT WS-TO-TEXT
           END-UNSTRING

           IF WS-FROM-TEXT NOT = SPACES
               PERFORM CHECK-DATE-ARGUMENT
               IF WS-DATE-NUM = 0
                   DISPLAY "ERROR: FROM date must be YYYYMMDD."
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-DATE-NUM TO WS-FROM-DATE
           END-IF

           IF WS-TO-TEXT NOT = SPACES
               MOVE WS-TO-TEXT TO WS-FROM-TEXT
               PERFORM CHECK-DATE-ARGUMENT
               IF WS-DATE-NUM = 0
                   DISPLAY "ERROR: TO date must be YYYYMMDD."
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-DATE-NUM TO WS-TO-DATE
           END-IF

           IF WS-FROM-DATE > WS-TO-DATE
               DISPLAY "ERROR: FROM date " WS-FROM-DATE
                   " is after TO date " WS-TO-DATE "."
               EXIT PARAGRAPH
           END-IF

           MOVE "Y" TO WS-DATE-OK.

       CHECK-DATE-ARGUMENT.
           MOVE 0 TO WS-DATE-NUM
           IF FUNCTION LENGTH(FUNCTION TRIM(WS-FROM-TEXT)) NOT = 8
              OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-FROM-TEXT))
                 NOT = 0
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-FROM-TEXT))
             TO WS-DATE-NUM
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM) NOT = 0
               MOVE 0 TO WS-DATE-NUM
           END-IF.

      *> Archives are tagged with the month the close ran. Walk back
      *> from the current month; a gap of 24 months with no archive
      *> ends the search (retention purges everything older as a block).
       FIND-EARLIEST-ARCHIVE.
           MOVE WS-CURRENT-DATE(1:6) TO WS-THIS-TAG
           MOVE WS-THIS-TAG TO WS-SCAN-TAG
           MOVE 0 TO WS-EARLIEST-TAG WS-MISSED-MONTHS

           PERFORM UNTIL WS-MISSED-MONTHS >= 24
               PERFORM SET-ARCHIVE-PATH
               PERFORM PROBE-LEDGER-FILE
               IF WS-FILE-FOUND = "Y"
                   MOVE WS-SCAN-TAG TO WS-EARLIEST-TAG
                   MOVE 0 TO WS-MISSED-MONTHS
               ELSE
                   ADD 1 TO WS-MISSED-MONTHS
               END-IF
               PERFORM STEP-TAG-BACK
           END-PERFORM.

       STEP-TAG-BACK.
           DIVIDE WS-SCAN-TAG BY 100 GIVING WS-SCAN-YEAR
               REMAINDER WS-SCAN-MONTH
           IF WS-SCAN-MONTH = 1
               SUBTRACT 1 FROM WS-SCAN-YEAR
               MOVE 12 TO WS-SCAN-MONTH
           ELSE
               SUBTRACT 1 FROM WS-SCAN-MONTH
           END-IF
           COMPUTE WS-SCAN-TAG = WS-SCAN-YEAR * 100 + WS-SCAN-MONTH.

       STEP-TAG-FORWARD.
           DIVIDE WS-SCAN-TAG BY 100 GIVING WS-SCAN-YEAR
               REMAINDER WS-SCAN-MONTH
           IF WS-SCAN-MONTH = 12
               ADD 1 TO WS-SCAN-YEAR
               MOVE 1 TO WS-SCAN-MONTH
           ELSE
               ADD 1 TO WS-SCAN-MONTH
           END-IF
           COMPUTE WS-SCAN-TAG = WS-SCAN-YEAR * 100 + WS-SCAN-MONTH.

       SET-ARCHIVE-PATH.
           MOVE SPACES TO WS-SCAN-PATH
           STRING "data/ledger_" WS-SCAN-TAG ".dat"
             INTO WS-SCAN-PATH
           END-STRING.

       PROBE-LEDGER-FILE.
           MOVE "N" TO WS-FILE-FOUND
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-STATUS = "00"
               MOVE "Y" TO WS-FILE-FOUND
               CLOSE LEDGER-FILE
           END-IF.

      *> Oldest archive through the current month's, then the live
      *> ledger. Months with no close are simply skipped.
       SCAN-ALL-LEDGERS.
           MOVE 0 TO WS-FILES-READ

           IF WS-EARLIEST-TAG > 0
               MOVE WS-EARLIEST-TAG TO WS-SCAN-TAG
               PERFORM UNTIL WS-SCAN-TAG > WS-THIS-TAG
                   PERFORM SET-ARCHIVE-PATH
                   PERFORM SCAN-ONE-LEDGER
                   PERFORM STEP-TAG-FORWARD
               END-PERFORM
           END-IF

           MOVE WS-LEDGER-PATH TO WS-SCAN-PATH
           PERFORM SCAN-ONE-LEDGER.

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
                       PERFORM APPLY-LEDGER-LEG
               END-READ
           END-PERFORM

           CLOSE LEDGER-FILE.

       LOAD-LEDGER-FIELDS.
           MOVE SPACES TO WS-LINE-DATE
           STRING LEDG-TIMESTAMP(1:4)
                  LEDG-TIMESTAMP(6:2)
                  LEDG-TIMESTAMP(9:2)
             INTO WS-LINE-DATE
           END-STRING
           MOVE FUNCTION UPPER-CASE(LEDG-ENTRY-TYPE)
             TO WS-LINE-ENTRY-TYPE
           MOVE FUNCTION UPPER-CASE(LEDG-ACCOUNT) TO WS-LINE-ACCOUNT
           MOVE LEDG-MEMO TO WS-LINE-MEMO
           MOVE LEDG-AMOUNT TO WS-PARSED-AMOUNT.

       APPLY-LEDGER-LEG.
           ADD 1 TO WS-LEGS-READ

           IF WS-FILES-READ > 1
              AND (FUNCTION TRIM(WS-LINE-MEMO) = "OPENING_BALANCE"
                   OR FUNCTION TRIM(WS-LINE-MEMO) = "PAYROLL_CARRYFWD")
               ADD 1 TO WS-CARRY-SKIPPED
               EXIT PARAGRAPH
           END-IF

           IF WS-LINE-DATE > WS-TO-DATE
              OR WS-LINE-ACCOUNT = SPACES
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-OR-ADD-TB-ROW
           IF WS-TB-FOUND-IDX = 0
               EXIT PARAGRAPH
           END-IF

           IF WS-LINE-DATE < WS-FROM-DATE
               IF FUNCTION TRIM(WS-LINE-ENTRY-TYPE) = "DEBIT"
                   ADD WS-PARSED-AMOUNT
                     TO WS-TB-OPENING(WS-TB-FOUND-IDX)
               ELSE
                   SUBTRACT WS-PARSED-AMOUNT
                     FROM WS-TB-OPENING(WS-TB-FOUND-IDX)
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF FUNCTION TRIM(WS-LINE-ENTRY-TYPE) = "DEBIT"
               ADD WS-PARSED-AMOUNT TO WS-TB-DEBITS(WS-TB-FOUND-IDX)
           ELSE
               ADD WS-PARSED-AMOUNT TO WS-TB-CREDITS(WS-TB-FOUND-IDX)
           END-IF.

       FIND-OR-ADD-TB-ROW.
           MOVE 0 TO WS-TB-FOUND-IDX
           PERFORM VARYING WS-TB-IDX FROM 1 BY 1
                   UNTIL WS-TB-IDX > WS-TB-COUNT
                   OR WS-TB-FOUND-IDX > 0
               IF WS-TB-ACCOUNT(WS-TB-IDX) = WS-LINE-ACCOUNT
                   MOVE WS-TB-IDX TO WS-TB-FOUND-IDX
               END-IF
           END-PERFORM

           IF WS-TB-FOUND-IDX > 0
               EXIT PARAGRAPH
           END-IF

           IF WS-TB-COUNT >= 100
               DISPLAY "WARNING: account table full -- "
                   FUNCTION TRIM(WS-LINE-ACCOUNT) " is not reported."
               MOVE "N" TO WS-IN-BALANCE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-TB-COUNT
           MOVE WS-TB-COUNT TO WS-TB-FOUND-IDX
           MOVE WS-LINE-ACCOUNT TO WS-TB-ACCOUNT(WS-TB-FOUND-IDX)
           MOVE 0 TO WS-TB-OPENING(WS-TB-FOUND-IDX)
                     WS-TB-DEBITS(WS-TB-FOUND-IDX)
                     WS-TB-CREDITS(WS-TB-FOUND-IDX)
                     WS-TB-CLOSING(WS-TB-FOUND-IDX).

      *> rows print in GL number order; accounts not on the chart
      *> sort to the end by name.
       LOOKUP-CHART-ROW.
           MOVE "LOOKUP" TO WS-COA-ACTION
           MOVE "TRIAL-BALANCE-BATCH" TO WS-COA-PROGRAM
           MOVE 0 TO WS-COA-EMP-ID
           MOVE WS-TB-ACCOUNT(WS-TB-IDX) TO WS-COA-ACCOUNT
           CALL "CHART-OF-ACCOUNTS" USING WS-COA-REQUEST
           END-CALL

           MOVE WS-COA-GL-NUMBER TO WS-TB-GL-NUMBER(WS-TB-IDX)
           MOVE WS-COA-TYPE TO WS-TB-TYPE(WS-TB-IDX)
           MOVE WS-COA-NORMAL TO WS-TB-NORMAL(WS-TB-IDX)
           MOVE SPACES TO WS-TB-SORT-KEY(WS-TB-IDX)
           IF WS-COA-GL-NUMBER = SPACES
               ADD 1 TO WS-UNMAPPED-COUNT
               STRING "~" WS-TB-ACCOUNT(WS-TB-IDX)
                 DELIMITED BY SIZE
                 INTO WS-TB-SORT-KEY(WS-TB-IDX)
               END-STRING
           ELSE
               STRING WS-COA-GL-NUMBER WS-TB-ACCOUNT(WS-TB-IDX)
                 DELIMITED BY SIZE
                 INTO WS-TB-SORT-KEY(WS-TB-IDX)
               END-STRING
           END-IF.

       SORT-TB-TABLE.
           PERFORM VARYING WS-TB-IDX FROM 1 BY 1
                   UNTIL WS-TB-IDX >= WS-TB-COUNT
               PERFORM VARYING WS-TB-NEXT-IDX FROM WS-TB-IDX BY 1
                       UNTIL WS-TB-NEXT-IDX > WS-TB-COUNT
                   IF WS-TB-SORT-KEY(WS-TB-NEXT-IDX)
                      < WS-TB-SORT-KEY(WS-TB-IDX)
                       MOVE WS-TB-ENTRY(WS-TB-IDX) TO WS-TB-SWAP-ENTRY
                       MOVE WS-TB-ENTRY(WS-TB-NEXT-IDX)
                         TO WS-TB-ENTRY(WS-TB-IDX)
                       MOVE WS-TB-SWAP-ENTRY
                         TO WS-TB-ENTRY(WS-TB-NEXT-IDX)
                   END-IF
               END-PERFORM
           END-PERFORM.

       WRITE-TRIAL-BALANCE.
           MOVE SPACES TO WS-REPORT-PATH
           STRING FUNCTION TRIM(WS-REPORT-DIR)
                  "trial_balance_"
                  WS-FROM-DATE
                  "_"
                  WS-TO-DATE
                  ".txt"
             INTO WS-REPORT-PATH
           END-STRING

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "WARNING: cannot write the trial balance "
                   FUNCTION TRIM(WS-REPORT-PATH) " ("
                   WS-REPORT-STATUS ")."
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE SPACES TO WS-TIMESTAMP
           STRING WS-CURRENT-DATE(1:4) "-" WS-CURRENT-DATE(5:2) "-"
                  WS-CURRENT-DATE(7:2) " " WS-CURRENT-DATE(9:2) ":"
                  WS-CURRENT-DATE(11:2) ":" WS-CURRENT-DATE(13:2)
             INTO WS-TIMESTAMP
           END-STRING

           MOVE "===== Helical Pay Systems - Trial Balance ====="
             TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "Period    : " WS-FROM-DATE " through " WS-TO-DATE
             INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "Generated : " WS-TIMESTAMP
             INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "GL NUMBER    ACCOUNT                  TYPE       "
                  "         OPENING            DEBITS"
                  "           CREDITS           CLOSING"
                  DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM VARYING WS-TB-IDX FROM 1 BY 1
                   UNTIL WS-TB-IDX > WS-TB-COUNT
               PERFORM WRITE-TB-ROW
           END-PERFORM

           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-TOTAL-OPENING TO WS-BALANCE-AMOUNT
           PERFORM SET-BALANCE-SIDE
           MOVE WS-BALANCE-AMOUNT TO WS-OPENING-EDIT
           MOVE WS-BALANCE-SIDE TO WS-OPENING-SIDE
           MOVE WS-TOTAL-CLOSING TO WS-BALANCE-AMOUNT
           PERFORM SET-BALANCE-SIDE
           MOVE WS-BALANCE-AMOUNT TO WS-CLOSING-EDIT
           MOVE WS-BALANCE-SIDE TO WS-CLOSING-SIDE
           MOVE WS-TOTAL-DEBITS TO WS-DEBITS-EDIT
           MOVE WS-TOTAL-CREDITS TO WS-CREDITS-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "TOTALS                                           "
                  WS-OPENING-EDIT WS-OPENING-SIDE
                  WS-DEBITS-EDIT "  "
                  WS-CREDITS-EDIT "  "
                  WS-CLOSING-EDIT WS-CLOSING-SIDE
                  DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           IF WS-IN-BALANCE = "Y"
               MOVE "Trial balance: IN BALANCE" TO REPORT-LINE
           ELSE
               MOVE "Trial balance: OUT OF BALANCE" TO REPORT-LINE
           END-IF
           WRITE REPORT-LINE

           IF WS-UNMAPPED-COUNT > 0
               MOVE SPACES TO REPORT-LINE
               STRING "Accounts not on the chart of accounts: "
                      WS-UNMAPPED-COUNT
                 INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF

           CLOSE REPORT-FILE
           DISPLAY "Trial balance written: "
               FUNCTION TRIM(WS-REPORT-PATH).

       WRITE-TB-ROW.
           MOVE WS-TB-OPENING(WS-TB-IDX) TO WS-BALANCE-AMOUNT
           PERFORM SET-BALANCE-SIDE
           MOVE WS-BALANCE-AMOUNT TO WS-OPENING-EDIT
           MOVE WS-BALANCE-SIDE TO WS-OPENING-SIDE
           MOVE WS-TB-CLOSING(WS-TB-IDX) TO WS-BALANCE-AMOUNT
           PERFORM SET-BALANCE-SIDE
           MOVE WS-BALANCE-AMOUNT TO WS-CLOSING-EDIT
           MOVE WS-BALANCE-SIDE TO WS-CLOSING-SIDE
           MOVE WS-TB-DEBITS(WS-TB-IDX) TO WS-DEBITS-EDIT
           MOVE WS-TB-CREDITS(WS-TB-IDX) TO WS-CREDITS-EDIT

           MOVE SPACES TO WS-FLAG-TEXT
           IF WS-TB-GL-NUMBER(WS-TB-IDX) = SPACES
               MOVE "** NOT ON CHART **" TO WS-FLAG-TEXT
           END-IF

           MOVE SPACES TO REPORT-LINE
           STRING WS-TB-GL-NUMBER(WS-TB-IDX) " "
                  WS-TB-ACCOUNT(WS-TB-IDX) " "
                  WS-TB-TYPE(WS-TB-IDX) " "
                  WS-OPENING-EDIT WS-OPENING-SIDE
                  WS-DEBITS-EDIT "  "
                  WS-CREDITS-EDIT "  "
                  WS-CLOSING-EDIT WS-CLOSING-SIDE " "
                  WS-FLAG-TEXT
                  DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

      *> a debit-positive balance prints unsigned on its own side; a
      *> zero balance carries no side.
       SET-BALANCE-SIDE.
           EVALUATE TRUE
               WHEN WS-BALANCE-AMOUNT > 0
                   MOVE "DR" TO WS-BALANCE-SIDE
               WHEN WS-BALANCE-AMOUNT < 0
                   MOVE "CR" TO WS-BALANCE-SIDE
                   COMPUTE WS-BALANCE-AMOUNT = 0 - WS-BALANCE-AMOUNT
               WHEN OTHER
                   MOVE "  " TO WS-BALANCE-SIDE
           END-EVALUATE.
