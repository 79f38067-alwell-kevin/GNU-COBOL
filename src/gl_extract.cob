       FILE-CONTROL.
           SELECT LEDGER-FILE
               ASSIGN TO DYNAMIC WS-LEDGER-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LEDG-KEY
               ALTERNATE RECORD KEY IS LEDG-EMP-ID WITH DUPLICATES
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT EXTRACT-FILE
       DATA DIVISION.
       FILE SECTION.
       FD  LEDGER-FILE.
       01  LEDGER-RECORD.
           COPY "ledger_record.cpy".

       FD  EXTRACT-FILE.
       01  EXTRACT-LINE                   PIC X(120).
       01  WS-SUMMARY-TABLE.
           05 WS-SUM-ENTRY OCCURS 50 TIMES.
               10 WS-SUM-ACCOUNT          PIC X(20) VALUE SPACES.
               10 WS-SUM-GL-NUMBER        PIC X(12) VALUE SPACES.
               10 WS-SUM-DEBITS           PIC 9(11)V99 VALUE 0.
               10 WS-SUM-CREDITS          PIC 9(11)V99 VALUE 0.

       77  WS-EXTRACT-STATUS              PIC XX VALUE SPACES.

       77  WS-EOF                         PIC X VALUE "N".

       77  WS-ARGS-IN                     PIC X(80) VALUE SPACES.
       77  WS-RUN-DATE                    PIC X(8) VALUE SPACES.
       77  WS-LINE-DATE                   PIC X(8) VALUE SPACES.

       77  WS-LINE-TS-TEXT                PIC X(30).
       77  WS-LINE-ENTRY-TYPE             PIC X(20).
       77  WS-LINE-ACCOUNT                PIC X(30).
       77  WS-PARSED-AMOUNT               PIC 9(9)V99 VALUE 0.

       77  WS-SUMMARY-COUNT               PIC 9(2) VALUE 0.
       77  WS-SUM-IDX                     PIC 9(2) VALUE 0.
       77  WS-DROPPED-COUNT               PIC 9(6) VALUE 0.
       77  WS-MATCHED-COUNT               PIC 9(6) VALUE 0.

      *> corporate books by its own GL number, taken from the chart
      *> of accounts -- an account with no chart row cannot be booked
      *> there, so its presence refuses the extract.
       01  WS-COA-REQUEST.
           COPY "coa_request.cpy".
       77  WS-UNMAPPED-COUNT              PIC 9(2) VALUE 0.

       77  WS-TOTAL-DEBITS                PIC 9(11)V99 VALUE 0.
       77  WS-TOTAL-CREDITS               PIC 9(11)V99 VALUE 0.

      *> block restates those rows by center with a CCTOT control
      *> line that must (and does) equal their sum -- corporate can
      *> tie the split back to the grand totals in the trailer.
      *> Expense claims paid through the register post the same way
      *> as REIMB_EXPENSE_<center> and get their own CCRMB block with
      *> a CCRMBTOT control line, kept apart from labor.
       77  WS-CC-CODE                     PIC X(4) VALUE SPACES.
       77  WS-CC-GRAND-TOTAL              PIC 9(11)V99 VALUE 0.
       77  WS-CC-COUNT                    PIC 9(2) VALUE 0.
               GOBACK
           END-IF

           IF WS-UNMAPPED-COUNT > 0
               DISPLAY " "
               DISPLAY "REFUSED: " WS-UNMAPPED-COUNT
                   " account(s) not on the chart of accounts for "
                   WS-RUN-DATE " -- no file written."
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM WRITE-EXTRACT-FILE
           IF WS-EXTRACT-STATUS NOT = "00"
               MOVE 1 TO RETURN-CODE
       SUMMARIZE-LEDGER.
           MOVE 0 TO WS-SUMMARY-COUNT WS-MATCHED-COUNT
                     WS-DROPPED-COUNT WS-TOTAL-DEBITS WS-TOTAL-CREDITS
                     WS-UNMAPPED-COUNT
           MOVE "N" TO WS-EOF

           OPEN INPUT LEDGER-FILE
           END-IF

           PERFORM UNTIL WS-EOF = "Y"
               READ LEDGER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
           MOVE "00" TO WS-LEDGER-STATUS.

       APPLY-LEDGER-LINE.
           PERFORM LOAD-LEDGER-FIELDS

      *> the ledger timestamp is YYYY-MM-DD HH:MM:SS -- compress the
      *> date part for the business-date match.
                   MOVE 0 TO WS-SUM-DEBITS(WS-SUMMARY-COUNT)
                   MOVE 0 TO WS-SUM-CREDITS(WS-SUMMARY-COUNT)
                   MOVE WS-SUMMARY-COUNT TO WS-SUM-FOUND-IDX
                   PERFORM LOOKUP-GL-NUMBER
               END-IF
           END-IF.

      *> an inactive account still carries its GL number -- legs
      *> posted before it was closed out still have to be booked.
       LOOKUP-GL-NUMBER.
           MOVE "LOOKUP" TO WS-COA-ACTION
           MOVE "GL-EXTRACT-BATCH" TO WS-COA-PROGRAM
           MOVE 0 TO WS-COA-EMP-ID
           MOVE WS-SUM-ACCOUNT(WS-SUM-FOUND-IDX) TO WS-COA-ACCOUNT
           CALL "CHART-OF-ACCOUNTS" USING WS-COA-REQUEST
           END-CALL

           IF WS-COA-GL-NUMBER = SPACES
               ADD 1 TO WS-UNMAPPED-COUNT
               DISPLAY "  account " FUNCTION TRIM(WS-COA-ACCOUNT)
                   " is not on the chart of accounts."
           END-IF
           MOVE WS-COA-GL-NUMBER TO WS-SUM-GL-NUMBER(WS-SUM-FOUND-IDX).

      *> CSV layout transmitted to corporate accounting:
      *>   HDR,GLEXTRACT,<business date>,<generated timestamp>
      *>   <corporate GL>,<account>,<debits>,<credits>  (per account)
      *>   TRL,<account count>,<total debits>,<total credits>
      *> The trailer totals are equal by the time this runs -- an
      *> imbalanced day was refused above.
           END-PERFORM

           PERFORM WRITE-CC-SUBTOTALS
           PERFORM WRITE-CC-REIMB-SUBTOTALS

           MOVE WS-SUMMARY-COUNT TO WS-COUNT-TEXT
           MOVE WS-TOTAL-DEBITS TO WS-TOTAL-FIXED
               WRITE EXTRACT-LINE
           END-IF.

      *>   CCRMB,<center>,<reimbursement debits>  (one per center)
      *>   CCRMBTOT,<center count>,<reimbursement total>
      *> restating the REIMB_EXPENSE_<center> accounts the same way.
       WRITE-CC-REIMB-SUBTOTALS.
           MOVE 0 TO WS-CC-GRAND-TOTAL WS-CC-COUNT

           PERFORM VARYING WS-SUM-IDX FROM 1 BY 1
                   UNTIL WS-SUM-IDX > WS-SUMMARY-COUNT
               IF WS-SUM-ACCOUNT(WS-SUM-IDX)(1:14) =
                  "REIMB_EXPENSE_"
                   ADD 1 TO WS-CC-COUNT
                   MOVE WS-SUM-ACCOUNT(WS-SUM-IDX)(15:4)
                     TO WS-CC-CODE
                   ADD WS-SUM-DEBITS(WS-SUM-IDX)
                     TO WS-CC-GRAND-TOTAL
                   MOVE WS-SUM-DEBITS(WS-SUM-IDX) TO WS-TOTAL-FIXED
                   MOVE SPACES TO EXTRACT-LINE
                   STRING "CCRMB,"
                          FUNCTION TRIM(WS-CC-CODE)
                          ","
                          WS-TOTAL-FIXED
                     INTO EXTRACT-LINE
                   END-STRING
                   WRITE EXTRACT-LINE
               END-IF
           END-PERFORM

           IF WS-CC-COUNT > 0
               MOVE WS-CC-GRAND-TOTAL TO WS-TOTAL-FIXED
               MOVE SPACES TO EXTRACT-LINE
               STRING "CCRMBTOT,"
                      WS-CC-COUNT
                      ","
                      WS-TOTAL-FIXED
                 INTO EXTRACT-LINE
               END-STRING
               WRITE EXTRACT-LINE
           END-IF.

       WRITE-SUMMARY-ROW.
           MOVE SPACES TO EXTRACT-LINE
           MOVE WS-SUM-DEBITS(WS-SUM-IDX) TO WS-TOTAL-FIXED
           MOVE WS-SUM-CREDITS(WS-SUM-IDX) TO WS-TOTAL-FIXED-2
           STRING FUNCTION TRIM(WS-SUM-GL-NUMBER(WS-SUM-IDX))
                  ","
                  FUNCTION TRIM(WS-SUM-ACCOUNT(WS-SUM-IDX))
                  ","
                  WS-TOTAL-FIXED
                  ","
           END-STRING
           WRITE EXTRACT-LINE.

      *> copies the keyed ledger row just read into the working
      *> fields the rest of the run tests.
       LOAD-LEDGER-FIELDS.
           MOVE LEDG-AMOUNT TO WS-PARSED-AMOUNT
           MOVE LEDG-TIMESTAMP TO WS-LINE-TS-TEXT
           MOVE LEDG-ENTRY-TYPE TO WS-LINE-ENTRY-TYPE
           MOVE LEDG-ACCOUNT TO WS-LINE-ACCOUNT.

       BUILD-TIMESTAMP.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
