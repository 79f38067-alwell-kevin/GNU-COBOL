               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CENTER-STATUS.

           SELECT PROOF-FILE
               ASSIGN TO DYNAMIC WS-PROOF-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROOF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-FILE.
       FD  CENTER-FILE.
       01  CENTER-LINE                    PIC X(40).

       FD  PROOF-FILE.
       01  PROOF-LINE                     PIC X(80).

       WORKING-STORAGE SECTION.
      *> the authenticated supervisor/operator approving or closing
      *> timesheets -- approval gates whether PAYROLL-REGISTER-BATCH
       77  WS-EMP-ID-TEXT                 PIC 9(4).
       77  WS-HOURS-EDIT                  PIC Z9.99.

      *> the payroll proof awaiting sign-off (data/payroll_proof.dat,
      *> one line written by PAYROLL-REGISTER-BATCH PROOF: run date|
      *> PENDING or SIGNED|employees|flagged|signed-off by|signed-off
      *> at). NIGHT-RUN-DRIVER starts the live register only once the
      *> line for its date reads SIGNED.
       77  WS-PROOF-PATH                  PIC X(256)
                                   VALUE "data/payroll_proof.dat".
       77  WS-PROOF-STATUS                PIC XX VALUE SPACES.
       77  WS-PROOF-FOUND                 PIC X VALUE "N".
       77  WS-PROOF-DATE                  PIC X(8) VALUE SPACES.
       77  WS-PROOF-STATE                 PIC X(10) VALUE SPACES.
       77  WS-PROOF-EMP-TEXT              PIC X(10) VALUE SPACES.
       77  WS-PROOF-FLAG-TEXT             PIC X(10) VALUE SPACES.
       77  WS-PROOF-BY-TEXT               PIC X(12) VALUE SPACES.
       77  WS-PROOF-AT-TEXT               PIC X(20) VALUE SPACES.
       77  WS-PROOF-FLAGGED               PIC 9(4) VALUE 0.
       77  WS-PROOF-FIELD-COUNT           PIC 9(2) VALUE 0.
       77  WS-CONFIRM-IN                  PIC X VALUE SPACE.

       77  WS-CURRENT-DATE                PIC X(21) VALUE SPACES.
       77  WS-TIMESTAMP                   PIC X(19) VALUE SPACES.
       77  WS-TODAY-STAMP                 PIC X(8) VALUE SPACES.
           DISPLAY " 2. View an employee's timesheet"
           DISPLAY " 3. Approve a timesheet (supervisor)"
           DISPLAY " 4. Close the period into payroll hours"
           DISPLAY " 5. Sign off today's payroll proof (supervisor)"
           DISPLAY " 6. Exit"
           DISPLAY ANSI-BASE WITH NO ADVANCING
           DISPLAY ANSI-KEYWORD WITH NO ADVANCING
           DISPLAY "Select an option : " WITH NO ADVANCING
               WHEN "4"
                   PERFORM CLOSE-TIMESHEET-PERIOD
               WHEN "5"
                   PERFORM SIGN-OFF-PAYROLL-PROOF
               WHEN "6"
                   MOVE "Y" TO WS-EXIT-APP
               WHEN OTHER
                   DISPLAY ANSI-LITERAL WITH NO ADVANCING
                   DISPLAY "Invalid option. Choose 1-6."
                   DISPLAY ANSI-BASE WITH NO ADVANCING
           END-EVALUATE.


           CLOSE EMPLOYEE-FILE.

      *> ----------------------------------------------------------
      *> Supervisor sign-off of the day's payroll proof. The proof
      *> must be today's and still PENDING; a proof with flagged
      *> employees needs an explicit confirmation that the variance
      *> report was reviewed. Sign-off is what releases the live
      *> register to NIGHT-RUN-DRIVER.
      *> ----------------------------------------------------------
       SIGN-OFF-PAYROLL-PROOF.
           PERFORM BUILD-TIMESTAMP
           PERFORM LOAD-PROOF-STATUS

           IF WS-PROOF-FOUND NOT = "Y"
              OR WS-PROOF-DATE NOT = WS-TODAY-STAMP
               DISPLAY ANSI-LITERAL WITH NO ADVANCING
               DISPLAY "No payroll proof has been run today -- run "
                   "PAYROLL-REGISTER-BATCH PROOF first."
               DISPLAY ANSI-BASE WITH NO ADVANCING
               EXIT PARAGRAPH
           END-IF

           IF WS-PROOF-STATE = "SIGNED"
               DISPLAY ANSI-COMMENT WITH NO ADVANCING
               DISPLAY "Today's proof was already signed off by "
                   FUNCTION TRIM(WS-PROOF-BY-TEXT) " at "
                   FUNCTION TRIM(WS-PROOF-AT-TEXT) "."
               DISPLAY ANSI-BASE WITH NO ADVANCING
               EXIT PARAGRAPH
           END-IF

           DISPLAY ANSI-COMMENT WITH NO ADVANCING
           DISPLAY "Payroll proof " WS-PROOF-DATE ": "
               FUNCTION TRIM(WS-PROOF-EMP-TEXT) " employee(s), "
               FUNCTION TRIM(WS-PROOF-FLAG-TEXT) " flagged."
           DISPLAY "Variance report: data/reports/payroll_proof_"
               WS-PROOF-DATE ".txt"
           DISPLAY "The signing supervisor must sign on."
           DISPLAY ANSI-BASE WITH NO ADVANCING

           PERFORM SIGN-ON-APPROVER
           IF WS-APPROVER-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF

           MOVE EMP-ID OF WS-APPROVER-RECORD TO WS-WORK-EMP-ID
           IF EMP-ROLE OF WS-APPROVER-RECORD NOT = "S"
              AND EMP-ROLE OF WS-APPROVER-RECORD NOT = "A"
               DISPLAY ANSI-LITERAL WITH NO ADVANCING
               DISPLAY "Sign-off requires a supervisor or admin "
                   "sign-on -- proof not signed off."
               DISPLAY ANSI-BASE WITH NO ADVANCING
               MOVE "PROOF_SIGNOFF_DENIED" TO WS-AUDIT-EVENT-TYPE
               MOVE SPACES TO WS-AUDIT-DETAIL
               STRING "approver role "
                      EMP-ROLE OF WS-APPROVER-RECORD
                      " lacks supervisor authority"
                 INTO WS-AUDIT-DETAIL
               END-STRING
               PERFORM RECORD-TS-AUDIT
               EXIT PARAGRAPH
           END-IF

           IF WS-PROOF-FLAGGED > 0
               DISPLAY ANSI-KEYWORD WITH NO ADVANCING
               DISPLAY FUNCTION TRIM(WS-PROOF-FLAG-TEXT)
                   " employee(s) flagged -- reviewed, sign off "
                   "anyway (Y/N)? " WITH NO ADVANCING
               DISPLAY ANSI-INPUT WITH NO ADVANCING
               MOVE SPACE TO WS-CONFIRM-IN
               ACCEPT WS-CONFIRM-IN
               DISPLAY ANSI-BASE WITH NO ADVANCING
               IF FUNCTION UPPER-CASE(WS-CONFIRM-IN) NOT = "Y"
                   DISPLAY ANSI-LITERAL WITH NO ADVANCING
                   DISPLAY "Proof not signed off."
                   DISPLAY ANSI-BASE WITH NO ADVANCING
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE EMP-ID OF WS-APPROVER-RECORD TO WS-EMP-ID-TEXT
           OPEN OUTPUT PROOF-FILE
           IF WS-PROOF-STATUS NOT = "00"
               DISPLAY ANSI-LITERAL WITH NO ADVANCING
               DISPLAY "Cannot update the proof file ("
                   WS-PROOF-STATUS ") -- not signed off."
               DISPLAY ANSI-BASE WITH NO ADVANCING
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO PROOF-LINE
           STRING WS-PROOF-DATE
                  "|SIGNED|"
                  FUNCTION TRIM(WS-PROOF-EMP-TEXT)
                  "|"
                  FUNCTION TRIM(WS-PROOF-FLAG-TEXT)
                  "|"
                  WS-EMP-ID-TEXT
                  "|"
                  WS-TIMESTAMP
             INTO PROOF-LINE
           END-STRING
           WRITE PROOF-LINE
           CLOSE PROOF-FILE

           MOVE "PROOF_SIGNED_OFF" TO WS-AUDIT-EVENT-TYPE
           MOVE SPACES TO WS-AUDIT-DETAIL
           STRING "payroll proof " WS-PROOF-DATE
                  " signed off by " WS-EMP-ID-TEXT ", "
                  FUNCTION TRIM(WS-PROOF-FLAG-TEXT) " flagged"
             INTO WS-AUDIT-DETAIL
           END-STRING
           PERFORM RECORD-TS-AUDIT

           DISPLAY ANSI-COMMENT WITH NO ADVANCING
           DISPLAY "Proof signed off -- the night run may post "
               "today's register."
           DISPLAY ANSI-BASE WITH NO ADVANCING.

       LOAD-PROOF-STATUS.
           MOVE "N" TO WS-PROOF-FOUND
           MOVE 0 TO WS-PROOF-FLAGGED
           MOVE SPACES TO WS-PROOF-DATE WS-PROOF-STATE
                          WS-PROOF-EMP-TEXT WS-PROOF-FLAG-TEXT
                          WS-PROOF-BY-TEXT WS-PROOF-AT-TEXT

           OPEN INPUT PROOF-FILE
           IF WS-PROOF-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           READ PROOF-FILE
               AT END
                   CLOSE PROOF-FILE
                   EXIT PARAGRAPH
           END-READ
           CLOSE PROOF-FILE

           MOVE 0 TO WS-PROOF-FIELD-COUNT
           UNSTRING PROOF-LINE DELIMITED BY "|"
               INTO WS-PROOF-DATE
                    WS-PROOF-STATE
                    WS-PROOF-EMP-TEXT
                    WS-PROOF-FLAG-TEXT
                    WS-PROOF-BY-TEXT
                    WS-PROOF-AT-TEXT
               TALLYING IN WS-PROOF-FIELD-COUNT
           END-UNSTRING

           IF WS-PROOF-FIELD-COUNT < 4
               EXIT PARAGRAPH
           END-IF

           MOVE "Y" TO WS-PROOF-FOUND
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PROOF-STATE))
             TO WS-PROOF-STATE
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-PROOF-FLAG-TEXT))
              = 0
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-PROOF-FLAG-TEXT))
                 TO WS-PROOF-FLAGGED
           END-IF.

      *> Signs the approver on through the same credential check
      *> every other screen uses; a failed sign-on leaves
      *> WS-APPROVER-OK at "N" with the refusal already displayed.
