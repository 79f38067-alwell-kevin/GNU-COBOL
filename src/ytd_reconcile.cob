
           SELECT LEDGER-FILE
               ASSIGN TO DYNAMIC WS-LEDGER-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LEDG-KEY
               ALTERNATE RECORD KEY IS LEDG-EMP-ID WITH DUPLICATES
               FILE STATUS IS WS-LEDGER-STATUS.

       DATA DIVISION.
           COPY "employee_record.cpy".

       FD  LEDGER-FILE.
       01  LEDGER-RECORD.
           COPY "ledger_record.cpy".

       WORKING-STORAGE SECTION.
       01  WS-EMPLOYEE-TABLE.
       77  WS-LEDGER-STATUS               PIC XX VALUE SPACES.

       77  WS-EOF                         PIC X VALUE "N".
       77  WS-EMPLOYEE-COUNT              PIC 9(4) VALUE 0.
       77  WS-ROW-IDX                     PIC 9(4) VALUE 0.
       77  WS-FOUND-IDX                   PIC 9(4) VALUE 0.
       77  WS-MISMATCH-COUNT              PIC 9(4) VALUE 0.

       77  WS-LINE-ENTRY-TYPE             PIC X(20).
       77  WS-LINE-ACCOUNT                PIC X(30).
       77  WS-LINE-MEMO                   PIC X(80).
       77  WS-PARSED-EMP-ID               PIC 9(4) VALUE 0.
       77  WS-PARSED-AMOUNT               PIC 9(7)V99 VALUE 0.

           END-IF

           PERFORM UNTIL WS-EOF = "Y"
               READ LEDGER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
           CLOSE LEDGER-FILE.

       APPLY-LEDGER-LINE.
           PERFORM LOAD-LEDGER-FIELDS

      *> a supervisor payroll reversal writes a DEBIT CHECKING leg
      *> with memo PAYROLL_REVERSAL_<original tx> and backs the same
               END-IF
           END-IF.

      *> copies the keyed ledger row just read into the working
      *> fields the rest of the run tests.
       LOAD-LEDGER-FIELDS.
           MOVE LEDG-EMP-ID TO WS-PARSED-EMP-ID
           MOVE LEDG-AMOUNT TO WS-PARSED-AMOUNT
           MOVE LEDG-ENTRY-TYPE TO WS-LINE-ENTRY-TYPE
           MOVE LEDG-ACCOUNT TO WS-LINE-ACCOUNT
           MOVE LEDG-MEMO TO WS-LINE-MEMO.

       DISPLAY-RECONCILE-LINE.
           MOVE WS-EMP-TBL-ID(WS-ROW-IDX) TO WS-EMP-ID-TEXT
