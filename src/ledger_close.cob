       FILE-CONTROL.
           SELECT LEDGER-FILE
               ASSIGN TO DYNAMIC WS-LEDGER-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LEDG-KEY
               ALTERNATE RECORD KEY IS LEDG-EMP-ID WITH DUPLICATES
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT ARCHIVE-FILE
               ASSIGN TO DYNAMIC WS-ARCHIVE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARCH-KEY
               ALTERNATE RECORD KEY IS ARCH-EMP-ID WITH DUPLICATES
               FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT ACCOUNT-FILE
       DATA DIVISION.
       FILE SECTION.
       FD  LEDGER-FILE.
       01  LEDGER-RECORD.
           COPY "ledger_record.cpy".

      *> the archive keeps the ledger layout and keys under ARCH-
      *> names so a row moves across whole.
       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD.
           COPY "ledger_record.cpy"
               REPLACING LEADING ==LEDG-== BY ==ARCH-==.

       FD  ACCOUNT-FILE.
       01  ACCOUNT-RECORD.

       77  WS-EOF                         PIC X VALUE "N".
       77  WS-OP-OK                       PIC X VALUE "Y".

       77  WS-LINE-ENTRY-TYPE             PIC X(20).
       77  WS-LINE-ACCOUNT                PIC X(30).
       77  WS-LINE-MEMO                   PIC X(80).
       77  WS-PARSE-OK                    PIC X VALUE "Y".
       77  WS-PARSED-TX-ID                PIC 9(9) VALUE 0.
       77  WS-PARSED-EMP-ID               PIC 9(4) VALUE 0.
       77  WS-PARSED-AMOUNT               PIC 9(9)V99 VALUE 0.

      *> the two legs of a transaction are always written together,
      *> so the balance check runs on each change of transaction id
       77  WS-PAY-FOUND-IDX               PIC 9(4) VALUE 0.

       77  WS-TX-ID                       PIC 9(9) VALUE 0.
       77  WS-TX-LEG                      PIC 9(2) VALUE 0.
       77  WS-TXC-ACTION                  PIC X(8) VALUE SPACES.
       77  WS-TXC-RESULT                  PIC X VALUE "N".

       01  WS-COA-REQUEST.
           COPY "coa_request.cpy".
       77  WS-CURRENT-DATE                PIC X(21) VALUE SPACES.
       77  WS-TIMESTAMP                   PIC X(19) VALUE SPACES.
       77  WS-CLOSE-MONTH                 PIC X(6) VALUE SPACES.

      *> the period closes on the month's last business day
      *> (weekends and data/bank_holidays.dat excluded, through
      *> BUSINESS-CALENDAR) or after it. A close run before any
      *> business day of the new month has gone by still closes the
      *> month just ended; any other run before the month-end
      *> business day is refused.
       77  WS-BCAL-ACTION                 PIC X(8) VALUE SPACES.
       77  WS-BCAL-DATE                   PIC 9(8) VALUE 0.
       77  WS-BCAL-RESULT                 PIC 9(8) VALUE 0.
       77  WS-BCAL-BUSINESS               PIC X VALUE "N".
       77  WS-TODAY-NUM                   PIC 9(8) VALUE 0.
       77  WS-MONTH-END-BUS-DATE          PIC 9(8) VALUE 0.
       77  WS-PREV-BUS-DATE               PIC 9(8) VALUE 0.
       77  WS-CLOSE-YEAR                  PIC 9(4) VALUE 0.
       77  WS-CLOSE-MON                   PIC 9(2) VALUE 0.
       77  WS-CLOSE-MONTH-NUM             PIC 9(6) VALUE 0.

       77  WS-DEBIT-ACCOUNT               PIC X(20) VALUE SPACES.
       77  WS-CREDIT-ACCOUNT              PIC X(20) VALUE SPACES.
       77  WS-POST-MEMO                   PIC X(40) VALUE SPACES.

       77  WS-CARRY-BALANCE               PIC S9(7)V99 VALUE 0.
       77  WS-CARRY-COUNT                 PIC 9(6) VALUE 0.
       77  WS-CARRY-CHECK-ACCOUNT         PIC X(24) VALUE SPACES.

      *> CHECK_CLEARING is not kept on any master file -- its balance
      *> lives only in the ledger (credits for checks issued, debits
      *> for voids), so the close nets it here and carries it into
      *> the fresh ledger, where CHECK-ISSUE-BATCH proves it.
       77  WS-CLEARING-CARRY              PIC S9(9)V99 VALUE 0.

       77  WS-TX-ID-TEXT                  PIC X(12).

       77  WS-AUDIT-PROGRAM               PIC X(24)
                                   VALUE "LEDGER-CLOSE-BATCH".
           DISPLAY " "

           PERFORM BUILD-TIMESTAMP
           PERFORM RESOLVE-CLOSE-MONTH
           IF WS-OP-OK NOT = "Y"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE SPACES TO WS-ARCHIVE-PATH
           STRING "data/ledger_" WS-CLOSE-MONTH ".dat"
           END-IF

           DISPLAY "Transactions audited : " WS-TX-COUNT
           DISPLAY "Unreadable records   : " WS-SKIPPED-COUNT

           IF WS-IMBALANCED-COUNT > 0
               DISPLAY " "
               GOBACK
           END-IF

      *> the carry-forward is written after the live ledger is
      *> truncated, so every account it names must be open on the
      *> chart of accounts before anything is archived.
           PERFORM CHECK-CARRY-FORWARD-ACCOUNTS
           IF WS-COA-RESULT NOT = "Y"
               DISPLAY " "
               DISPLAY "REFUSED: carry-forward account "
                   FUNCTION TRIM(WS-COA-ACCOUNT)
                   " cannot be posted -- correct the chart of "
                   "accounts before closing the period."
               PERFORM CLEAR-BATCH-WINDOW
               PERFORM RELEASE-ACCOUNT-LOCK
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

      *> the carry-forward entry holds at most 9,999,999.99 -- a
      *> clearing balance past that would be truncated, not carried.
           IF WS-CLEARING-CARRY > 9999999.99
              OR WS-CLEARING-CARRY < -9999999.99
               DISPLAY " "
               DISPLAY "REFUSED: CHECK_CLEARING balance is too large "
                   "to carry forward in one entry -- review the "
                   "clearing account before closing the period."
               PERFORM CLEAR-BATCH-WINDOW
               PERFORM RELEASE-ACCOUNT-LOCK
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM ARCHIVE-LEDGER
           IF WS-OP-OK NOT = "Y"
               PERFORM CLEAR-BATCH-WINDOW

           DISPLAY " "
           DISPLAY "Period closed: " WS-ARCHIVED-COUNT
               " record(s) archived to " FUNCTION TRIM(WS-ARCHIVE-PATH)
           DISPLAY WS-CARRY-COUNT " carry-forward transaction(s) "
               "written to the fresh ledger."

           GOBACK.

       RESOLVE-CLOSE-MONTH.
           MOVE "Y" TO WS-OP-OK
           MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY-NUM
           MOVE WS-CURRENT-DATE(1:6) TO WS-CLOSE-MONTH

           MOVE "MONTHEND" TO WS-BCAL-ACTION
           MOVE WS-TODAY-NUM TO WS-BCAL-DATE
           PERFORM CALL-BUSINESS-CALENDAR
           MOVE WS-BCAL-RESULT TO WS-MONTH-END-BUS-DATE

           IF WS-TODAY-NUM >= WS-MONTH-END-BUS-DATE
               EXIT PARAGRAPH
           END-IF

           MOVE "BEFORE" TO WS-BCAL-ACTION
           MOVE WS-TODAY-NUM TO WS-BCAL-DATE
           PERFORM CALL-BUSINESS-CALENDAR
           MOVE WS-BCAL-RESULT TO WS-PREV-BUS-DATE

           IF WS-PREV-BUS-DATE(1:6) = WS-CLOSE-MONTH
               DISPLAY "REFUSED: " WS-CLOSE-MONTH " closes on its last "
                   "business day, " WS-MONTH-END-BUS-DATE
                   " -- rerun then."
               MOVE "N" TO WS-OP-OK
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CURRENT-DATE(1:4) TO WS-CLOSE-YEAR
           MOVE WS-CURRENT-DATE(5:2) TO WS-CLOSE-MON
           SUBTRACT 1 FROM WS-CLOSE-MON
           IF WS-CLOSE-MON = 0
               MOVE 12 TO WS-CLOSE-MON
               SUBTRACT 1 FROM WS-CLOSE-YEAR
           END-IF
           COMPUTE WS-CLOSE-MONTH-NUM =
               (WS-CLOSE-YEAR * 100) + WS-CLOSE-MON
           MOVE WS-CLOSE-MONTH-NUM TO WS-CLOSE-MONTH
           DISPLAY "No business day of the new month has passed -- "
               "closing " WS-CLOSE-MONTH ".".

       CALL-BUSINESS-CALENDAR.
           CALL "BUSINESS-CALENDAR"
               USING WS-BCAL-ACTION
                     WS-BCAL-DATE
                     WS-BCAL-RESULT
                     WS-BCAL-BUSINESS
           END-CALL.

       ACQUIRE-ACCOUNT-LOCK.
           MOVE "ACQUIRE" TO WS-LOCK-ACTION
           CALL "ACCOUNT-LOCK"
           MOVE "N" TO WS-EOF
           MOVE 0 TO WS-TX-COUNT WS-IMBALANCED-COUNT WS-SKIPPED-COUNT
           MOVE 0 TO WS-CUR-TX-ID WS-CUR-TX-DEBIT WS-CUR-TX-CREDIT
           MOVE 0 TO WS-CLEARING-CARRY

           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-STATUS = "35"
           END-IF

           PERFORM UNTIL WS-EOF = "Y"
               READ LEDGER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
           CLOSE LEDGER-FILE.

       AUDIT-LEDGER-LINE.
           PERFORM LOAD-LEDGER-FIELDS
           IF WS-PARSE-OK NOT = "Y"
               ADD 1 TO WS-SKIPPED-COUNT
               EXIT PARAGRAPH
               PERFORM ADD-PAYROLL-TOTAL
           END-IF

           IF FUNCTION TRIM(WS-LINE-ACCOUNT) = "CHECK_CLEARING"
               IF FUNCTION TRIM(WS-LINE-ENTRY-TYPE) = "CREDIT"
                   ADD WS-PARSED-AMOUNT TO WS-CLEARING-CARRY
               ELSE
                   SUBTRACT WS-PARSED-AMOUNT FROM WS-CLEARING-CARRY
               END-IF
           END-IF

      *> payroll reversals net against the credits above, so the
      *> carry-forward matches the backed-out YTD wages after a
      *> supervisor correction.
                 FROM WS-PAY-TBL-TOTAL(WS-PAY-FOUND-IDX)
           END-IF.

       CHECK-CARRY-FORWARD-ACCOUNTS.
           MOVE WS-AUDIT-EMP-ID TO WS-COA-EMP-ID
           MOVE "Y" TO WS-COA-RESULT
           MOVE "OPENING_BALANCE" TO WS-CARRY-CHECK-ACCOUNT
           PERFORM CHECK-ONE-CARRY-ACCOUNT
           MOVE "CHECKING" TO WS-CARRY-CHECK-ACCOUNT
           PERFORM CHECK-ONE-CARRY-ACCOUNT
           MOVE "SAVINGS" TO WS-CARRY-CHECK-ACCOUNT
           PERFORM CHECK-ONE-CARRY-ACCOUNT
           MOVE "LOAN" TO WS-CARRY-CHECK-ACCOUNT
           PERFORM CHECK-ONE-CARRY-ACCOUNT
           MOVE "PAYROLL_EXPENSE" TO WS-CARRY-CHECK-ACCOUNT
           PERFORM CHECK-ONE-CARRY-ACCOUNT
           MOVE "PAYROLL_YTD" TO WS-CARRY-CHECK-ACCOUNT
           PERFORM CHECK-ONE-CARRY-ACCOUNT
           IF WS-CLEARING-CARRY NOT = 0
               MOVE "CHECK_CLEARING" TO WS-CARRY-CHECK-ACCOUNT
               PERFORM CHECK-ONE-CARRY-ACCOUNT
           END-IF.

       CHECK-ONE-CARRY-ACCOUNT.
           IF WS-COA-RESULT NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CARRY-CHECK-ACCOUNT TO WS-COA-ACCOUNT
           PERFORM VALIDATE-GL-ACCOUNT.

       ARCHIVE-LEDGER.
           MOVE "Y" TO WS-OP-OK
           MOVE "N" TO WS-EOF
           END-IF

           PERFORM UNTIL WS-EOF = "Y"
               READ LEDGER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM ARCHIVE-LEDGER-ROW
               END-READ
           END-PERFORM

           CLOSE LEDGER-FILE
           CLOSE ARCHIVE-FILE.

      *> a row the archive will not take leaves the live ledger in
      *> place -- it is only truncated once every row has been copied.
       ARCHIVE-LEDGER-ROW.
           MOVE LEDGER-RECORD TO ARCHIVE-RECORD
           WRITE ARCHIVE-RECORD
               INVALID KEY
                   DISPLAY "ERROR: Cannot archive ledger row ("
                       WS-ARCHIVE-STATUS ")."
                   MOVE "N" TO WS-OP-OK
                   MOVE "Y" TO WS-EOF
               NOT INVALID KEY
                   ADD 1 TO WS-ARCHIVED-COUNT
           END-WRITE.

      *> Starts the fresh ledger: one OPENING_BALANCE transaction per
      *> non-zero account balance so SHOW-RECENT-LEDGER and the
      *> console audit keep a complete current-period picture, plus
      *> one PAYROLL_CARRYFWD transaction per employee so the YTD
      *> reconciliation still sees the full payroll posting history,
      *> and one OPENING_BALANCE for CHECK_CLEARING so the check
      *> clearing proof keeps balancing across the close.
       WRITE-CARRY-FORWARD.
           MOVE "Y" TO WS-OP-OK
           MOVE "N" TO WS-EOF
           MOVE 0 TO WS-CARRY-COUNT

      *> open the account master before truncating the live ledger --
      *> if accounts.dat is unreadable the current ledger must be
               END-IF
           END-PERFORM

      *> CHECK_CLEARING normally stands in credit (checks issued and
      *> not voided), so it opens on the credit side like a funded
      *> account; a debit balance opens on the debit side.
           MOVE 0 TO WS-POST-EMP-ID
           MOVE "OPENING_BALANCE" TO WS-POST-MEMO
           MOVE WS-CLEARING-CARRY TO WS-CARRY-BALANCE
           MOVE "CHECK_CLEARING" TO WS-ENTRY-ACCOUNT
           PERFORM WRITE-BALANCE-OPENING

           CLOSE LEDGER-FILE.

       WRITE-ACCOUNT-OPENING.
           PERFORM WRITE-CARRY-TX.

       WRITE-CARRY-TX.
           PERFORM GET-NEXT-TX-ID
           IF WS-TXC-RESULT NOT = "Y"
               MOVE "N" TO WS-OP-OK
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CARRY-COUNT

           MOVE "DEBIT" TO WS-ENTRY-TYPE
           MOVE WS-CREDIT-ACCOUNT TO WS-LINE-ACCOUNT
           PERFORM WRITE-LEDGER-LINE.

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

       WRITE-LEDGER-LINE.
           ADD 1 TO WS-TX-LEG
           MOVE WS-TX-ID TO LEDG-TX-ID
           MOVE WS-TX-LEG TO LEDG-LEG
           MOVE WS-POST-EMP-ID TO LEDG-EMP-ID
           MOVE WS-TIMESTAMP TO LEDG-TIMESTAMP
           MOVE WS-ENTRY-TYPE TO LEDG-ENTRY-TYPE
           MOVE WS-LINE-ACCOUNT TO LEDG-ACCOUNT
           MOVE WS-POST-AMOUNT TO LEDG-AMOUNT
           MOVE WS-POST-MEMO TO LEDG-MEMO

           WRITE LEDGER-RECORD
               INVALID KEY
                   MOVE "N" TO WS-OP-OK
           END-WRITE.

      *> ids come from the shared control record, so the fresh
      *> ledger continues the numbering of the period just archived.
       GET-NEXT-TX-ID.
           MOVE 0 TO WS-TX-LEG
           MOVE "NEXT" TO WS-TXC-ACTION
           CALL "LEDGER-TX-CONTROL" USING WS-TXC-ACTION
                                          WS-TX-ID
                                          WS-TXC-RESULT
           END-CALL.

       LOAD-LEDGER-FIELDS.
           MOVE "Y" TO WS-PARSE-OK
           IF LEDG-TX-ID NOT NUMERIC
              OR LEDG-EMP-ID NOT NUMERIC
              OR LEDG-AMOUNT NOT NUMERIC
               MOVE "N" TO WS-PARSE-OK
               EXIT PARAGRAPH
           END-IF

           MOVE LEDG-TX-ID TO WS-PARSED-TX-ID
           MOVE LEDG-EMP-ID TO WS-PARSED-EMP-ID
           MOVE LEDG-AMOUNT TO WS-PARSED-AMOUNT
           MOVE LEDG-ENTRY-TYPE TO WS-LINE-ENTRY-TYPE
           MOVE LEDG-ACCOUNT TO WS-LINE-ACCOUNT
           MOVE LEDG-MEMO TO WS-LINE-MEMO.

       BUILD-TIMESTAMP.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
