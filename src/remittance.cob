               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEDUCTION-STATUS.

           SELECT GARNISH-FILE
               ASSIGN TO DYNAMIC WS-GARNISH-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GARNISH-STATUS.

           SELECT LEDGER-FILE
               ASSIGN TO DYNAMIC WS-LEDGER-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LEDG-KEY
               ALTERNATE RECORD KEY IS LEDG-EMP-ID WITH DUPLICATES
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT REPORT-FILE
       FD  DEDUCTION-FILE.
       01  DEDUCTION-LINE                 PIC X(256).

       FD  GARNISH-FILE.
       01  GARNISH-LINE                   PIC X(256).

       FD  LEDGER-FILE.
       01  LEDGER-RECORD.
           COPY "ledger_record.cpy".

       FD  REPORT-FILE.
       01  REPORT-LINE                    PIC X(120).
                                           VALUE "data/deductions.dat".
       77  WS-LEDGER-PATH                 PIC X(256)
                                           VALUE "data/ledger.dat".
       77  WS-GARNISH-PATH                PIC X(256)
                               VALUE "data/garnishment_orders.dat".
       77  WS-GARNISH-STATUS              PIC XX VALUE SPACES.
       77  WS-GO-FIELD-COUNT              PIC 9(2) VALUE 0.
       77  WS-GO-ID-TEXT                  PIC X(20).
       77  WS-GO-EMP-TEXT                 PIC X(20).
       77  WS-GO-CASE-TEXT                PIC X(30).
       77  WS-REPORT-PATH                 PIC X(256) VALUE SPACES.
       77  WS-DISBURSE-PATH               PIC X(256) VALUE SPACES.
       77  WS-REPORT-DIR                  PIC X(256)
       77  WS-DTL-COUNT                   PIC 9(6) VALUE 0.

       77  WS-TX-ID                       PIC 9(9) VALUE 0.
       77  WS-TX-LEG                      PIC 9(2) VALUE 0.
       77  WS-TXC-ACTION                  PIC X(8) VALUE SPACES.
       77  WS-TXC-RESULT                  PIC X VALUE "N".

       01  WS-COA-REQUEST.
           COPY "coa_request.cpy".

       77  WS-DEBIT-ACCOUNT               PIC X(20) VALUE SPACES.
       77  WS-CREDIT-ACCOUNT              PIC X(20) VALUE SPACES.
       77  WS-ENTRY-ACCOUNT               PIC X(20) VALUE SPACES.
       77  WS-ENTRY-MEMO                  PIC X(40) VALUE SPACES.

       77  WS-AMOUNT-EDIT                 PIC -999999999.99.
       77  WS-AMOUNT-TEXT                 PIC X(20).
       77  WS-AMOUNT-DISPLAY              PIC Z,ZZZ,ZZ9.99.
           ADD WS-SUB-AMOUNT(WS-SUB-IDX) TO WS-REMIT-TOTAL.

      *> Pulls each plan's description out of data/deductions.dat so
      *> the report names the payee, not just the code. A court
      *> order's payee code is named from the garnishment order file.
       LOAD-PLAN-DESCRIPTIONS.
           PERFORM LOAD-GARNISHMENT-PAYEES
           MOVE "N" TO WS-EOF

           OPEN INPUT DEDUCTION-FILE
               END-IF
           END-PERFORM.

       LOAD-GARNISHMENT-PAYEES.
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
                       PERFORM APPLY-GARNISHMENT-PAYEE-LINE
               END-READ
           END-PERFORM

           CLOSE GARNISH-FILE.

       APPLY-GARNISHMENT-PAYEE-LINE.
           MOVE 0 TO WS-GO-FIELD-COUNT
           MOVE SPACES TO WS-GO-ID-TEXT WS-GO-EMP-TEXT WS-GO-CASE-TEXT
                          WS-PLAN-CODE-TEXT WS-PLAN-DESC-TEXT

           UNSTRING GARNISH-LINE DELIMITED BY "|"
               INTO WS-GO-ID-TEXT
                    WS-GO-EMP-TEXT
                    WS-GO-CASE-TEXT
                    WS-PLAN-CODE-TEXT
                    WS-PLAN-DESC-TEXT
               TALLYING IN WS-GO-FIELD-COUNT
           END-UNSTRING

           IF WS-GO-FIELD-COUNT < 5
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-PAYEE-IDX FROM 1 BY 1
                   UNTIL WS-PAYEE-IDX > WS-PAYEE-COUNT
               IF WS-PAYEE-PLAN(WS-PAYEE-IDX) =
                  FUNCTION UPPER-CASE(
                      FUNCTION TRIM(WS-PLAN-CODE-TEXT))
                   MOVE FUNCTION TRIM(WS-PLAN-DESC-TEXT)
                     TO WS-PAYEE-DESC(WS-PAYEE-IDX)
               END-IF
           END-PERFORM.

       WRITE-REMITTANCE-REPORT.
           MOVE SPACES TO WS-REPORT-PATH
           STRING FUNCTION TRIM(WS-REPORT-DIR)
           END-STRING
           WRITE SUBLEDGER-LINE.

      *> every account a posting names must be open on the chart of
      *> accounts -- CHART-OF-ACCOUNTS raises the alert on a refusal,
      *> and nothing is written for the transaction.
       CHECK-POSTING-ACCOUNTS.
           MOVE WS-AUDIT-EMP-ID TO WS-COA-EMP-ID
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

           OPEN I-O LEDGER-FILE
           IF WS-LEDGER-STATUS NOT = "00"
               MOVE "N" TO WS-POST-OK
               EXIT PARAGRAPH
           CLOSE LEDGER-FILE.

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
