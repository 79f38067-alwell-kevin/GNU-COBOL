
           SELECT LEDGER-FILE
               ASSIGN TO DYNAMIC WS-LEDGER-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LEDG-KEY
               ALTERNATE RECORD KEY IS LEDG-EMP-ID WITH DUPLICATES
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT MARKER-FILE
           COPY "pay_history_record.cpy".

       FD  LEDGER-FILE.
       01  LEDGER-RECORD.
           COPY "ledger_record.cpy".

       FD  MARKER-FILE.
       01  MARKER-LINE                    PIC X(40).
               10 WS-EMP-TBL-ID            PIC 9(4) VALUE 0.
               10 WS-EMP-TBL-NAME          PIC X(40) VALUE SPACES.
               10 WS-EMP-TBL-TAX           PIC 9(9)V99 VALUE 0.
               10 WS-EMP-TBL-SS            PIC 9(9)V99 VALUE 0.
               10 WS-EMP-TBL-MEDICARE      PIC 9(9)V99 VALUE 0.
               10 WS-EMP-TBL-PERIODS       PIC 9(4) VALUE 0.

       77  WS-EMPLOYEE-PATH               PIC X(256)

       77  WS-EOF                         PIC X VALUE "N".
       77  WS-OP-OK                       PIC X VALUE "Y".

       77  WS-ARGS-IN                     PIC X(80) VALUE SPACES.
       77  WS-QUARTER-TAG                 PIC X(6) VALUE SPACES.
       77  WS-DETAIL-COUNT                PIC 9(4) VALUE 0.
       77  WS-PERIOD-COUNT                PIC 9(6) VALUE 0.
       77  WS-TOTAL-TAX                   PIC 9(11)V99 VALUE 0.
      *> employee Social Security and Medicare withheld over the
      *> quarter -- cleared out of their own payable accounts in the
      *> same remittance transaction as the bracket tax.
       77  WS-TOTAL-SS                    PIC 9(11)V99 VALUE 0.
       77  WS-TOTAL-MEDICARE              PIC 9(11)V99 VALUE 0.
       77  WS-TOTAL-REMIT                 PIC 9(11)V99 VALUE 0.

       77  WS-TX-ID                       PIC 9(9) VALUE 0.
       77  WS-TX-LEG                      PIC 9(2) VALUE 0.
       77  WS-TXC-ACTION                  PIC X(8) VALUE SPACES.
       77  WS-TXC-RESULT                  PIC X VALUE "N".

       01  WS-COA-REQUEST.
           COPY "coa_request.cpy".
       77  WS-POST-OK                     PIC X VALUE "Y".

       77  WS-POST-MEMO                   PIC X(40) VALUE SPACES.
       77  WS-POST-AMOUNT                 PIC 9(9)V99 VALUE 0.
       77  WS-ENTRY-TYPE                  PIC X(10) VALUE SPACES.
       77  WS-ENTRY-ACCOUNT               PIC X(20) VALUE SPACES.
       77  WS-ENTRY-MEMO                  PIC X(40) VALUE SPACES.

       77  WS-AMOUNT-EDIT                 PIC -999999999.99.
       77  WS-AMOUNT-TEXT                 PIC X(20).
       77  WS-EMP-ID-DISPLAY              PIC 9(4).
       77  WS-TAX-DISPLAY                 PIC Z,ZZZ,ZZ9.99.
       77  WS-TOTAL-TAX-DISPLAY           PIC ZZ,ZZZ,ZZ9.99.
       77  WS-SS-DISPLAY                  PIC Z,ZZZ,ZZ9.99.
       77  WS-MEDICARE-DISPLAY            PIC Z,ZZZ,ZZ9.99.
       77  WS-TOTAL-SS-DISPLAY            PIC ZZ,ZZZ,ZZ9.99.
       77  WS-TOTAL-MEDICARE-DISPLAY      PIC ZZ,ZZZ,ZZ9.99.
       77  WS-TOTAL-REMIT-DISPLAY         PIC ZZ,ZZZ,ZZ9.99.
       77  WS-PERIODS-EDIT                PIC ZZZ9.

       77  WS-CURRENT-DATE                PIC X(21) VALUE SPACES.
           END-IF

      *> one balanced transaction clears the quarter's liability:
      *> the withheld dollars come out of each payable bucket (the
      *> bracket tax, Social Security, Medicare) and go to the
      *> remittance clearing account the payment is drawn on.
           MOVE SPACES TO WS-POST-MEMO
           STRING "TAX_REMIT_" WS-QUARTER-TAG
             INTO WS-POST-MEMO
           END-STRING
           PERFORM POST-REMITTANCE-ENTRY

           IF WS-POST-OK NOT = "Y"
               DISPLAY "ERROR: remittance ledger posting failed -- "
           PERFORM WRITE-QUARTER-MARKER

           MOVE "TAX_REMITTED" TO WS-AUDIT-EVENT-TYPE
           MOVE WS-TOTAL-REMIT TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT TO WS-AMOUNT-TEXT
           MOVE SPACES TO WS-AUDIT-DETAIL
           STRING WS-QUARTER-TAG
                     WS-AUDIT-DETAIL
           END-CALL

           MOVE WS-TOTAL-REMIT TO WS-TOTAL-REMIT-DISPLAY
           DISPLAY " "
           DISPLAY "Remittance posted for " WS-QUARTER-TAG
               ": $" WS-TOTAL-REMIT-DISPLAY
           DISPLAY "Report written: " FUNCTION TRIM(WS-REPORT-PATH)

           GOBACK.
           MOVE "Y" TO WS-OP-OK
           MOVE "N" TO WS-EOF
           MOVE 0 TO WS-PERIOD-COUNT WS-TOTAL-TAX
                     WS-TOTAL-SS WS-TOTAL-MEDICARE WS-TOTAL-REMIT

           OPEN INPUT PAY-HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = "00"

           ADD PAYH-TAX-AMOUNT TO WS-EMP-TBL-TAX(WS-FOUND-IDX)
           ADD 1 TO WS-EMP-TBL-PERIODS(WS-FOUND-IDX)
           ADD PAYH-SS-TAX TO WS-EMP-TBL-SS(WS-FOUND-IDX)
           ADD PAYH-MEDICARE-TAX TO WS-EMP-TBL-MEDICARE(WS-FOUND-IDX)
           ADD PAYH-TAX-AMOUNT TO WS-TOTAL-TAX
           ADD PAYH-SS-TAX TO WS-TOTAL-SS
           ADD PAYH-MEDICARE-TAX TO WS-TOTAL-MEDICARE
           ADD PAYH-TAX-AMOUNT PAYH-SS-TAX PAYH-MEDICARE-TAX
             TO WS-TOTAL-REMIT
           ADD 1 TO WS-PERIOD-COUNT.

       WRITE-REMITTANCE-REPORT.
           WRITE REPORT-LINE

           MOVE "ID    NAME                            PERIODS  "
              & "TAX WITHHELD  SOCIAL SEC    MEDICARE"
             TO REPORT-LINE
           WRITE REPORT-LINE

           END-STRING
           WRITE REPORT-LINE

           MOVE WS-TOTAL-SS TO WS-TOTAL-SS-DISPLAY
           MOVE WS-TOTAL-MEDICARE TO WS-TOTAL-MEDICARE-DISPLAY
           MOVE WS-TOTAL-REMIT TO WS-TOTAL-REMIT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING "        Social Security $" WS-TOTAL-SS-DISPLAY
                  ", Medicare $" WS-TOTAL-MEDICARE-DISPLAY
             INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "        Total remitted $" WS-TOTAL-REMIT-DISPLAY
             INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           CLOSE REPORT-FILE.

       WRITE-DETAIL-LINE.
           MOVE WS-EMP-TBL-ID(WS-ROW-IDX) TO WS-EMP-ID-DISPLAY
           MOVE WS-EMP-TBL-TAX(WS-ROW-IDX) TO WS-TAX-DISPLAY
           MOVE WS-EMP-TBL-PERIODS(WS-ROW-IDX) TO WS-PERIODS-EDIT
           MOVE WS-EMP-TBL-SS(WS-ROW-IDX) TO WS-SS-DISPLAY
           MOVE WS-EMP-TBL-MEDICARE(WS-ROW-IDX) TO WS-MEDICARE-DISPLAY

           MOVE SPACES TO REPORT-LINE
           STRING WS-EMP-ID-DISPLAY
                  WS-PERIODS-EDIT
                  "     "
                  WS-TAX-DISPLAY
                  "  "
                  WS-SS-DISPLAY
                  "  "
                  WS-MEDICARE-DISPLAY
             INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

      *> The quarter's clearing entry: one debit leg per payable
      *> bucket that has anything in it and a single TAX_REMITTANCE
      *> credit for the total, all under one tx id so the
      *> per-transaction balance audits see debits equal credits.
       POST-REMITTANCE-ENTRY.
           MOVE "Y" TO WS-POST-OK

           MOVE WS-AUDIT-EMP-ID TO WS-COA-EMP-ID
           MOVE "TAX_REMITTANCE" TO WS-COA-ACCOUNT
           PERFORM VALIDATE-GL-ACCOUNT
           IF WS-COA-RESULT = "Y" AND WS-TOTAL-TAX > 0
               MOVE "TAX_WITHHELD_PAYABLE" TO WS-COA-ACCOUNT
               PERFORM VALIDATE-GL-ACCOUNT
           END-IF
           IF WS-COA-RESULT = "Y" AND WS-TOTAL-SS > 0
               MOVE "SS_TAX_PAYABLE" TO WS-COA-ACCOUNT
               PERFORM VALIDATE-GL-ACCOUNT
           END-IF
           IF WS-COA-RESULT = "Y" AND WS-TOTAL-MEDICARE > 0
               MOVE "MEDICARE_TAX_PAYABLE" TO WS-COA-ACCOUNT
               PERFORM VALIDATE-GL-ACCOUNT
           END-IF
           IF WS-COA-RESULT NOT = "Y"
               MOVE "N" TO WS-POST-OK
               EXIT PARAGRAPH
           END-IF

           PERFORM GET-NEXT-TX-ID
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
           MOVE WS-POST-MEMO TO WS-ENTRY-MEMO
           IF WS-TOTAL-TAX > 0
               MOVE "TAX_WITHHELD_PAYABLE" TO WS-ENTRY-ACCOUNT
               MOVE WS-TOTAL-TAX TO WS-POST-AMOUNT
               PERFORM WRITE-LEDGER-LINE
           END-IF
           IF WS-TOTAL-SS > 0
               MOVE "SS_TAX_PAYABLE" TO WS-ENTRY-ACCOUNT
               MOVE WS-TOTAL-SS TO WS-POST-AMOUNT
               PERFORM WRITE-LEDGER-LINE
           END-IF
           IF WS-TOTAL-MEDICARE > 0
               MOVE "MEDICARE_TAX_PAYABLE" TO WS-ENTRY-ACCOUNT
               MOVE WS-TOTAL-MEDICARE TO WS-POST-AMOUNT
               PERFORM WRITE-LEDGER-LINE
           END-IF

           MOVE "CREDIT" TO WS-ENTRY-TYPE
           MOVE "TAX_REMITTANCE" TO WS-ENTRY-ACCOUNT
           MOVE WS-TOTAL-REMIT TO WS-POST-AMOUNT
           PERFORM WRITE-LEDGER-LINE

           CLOSE LEDGER-FILE.

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
           MOVE WS-AUDIT-EMP-ID TO LEDG-EMP-ID
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

           MOVE "N" TO WS-OP-OK.

       BUILD-TIMESTAMP.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           STRING WS-CURRENT-DATE(1:4)
