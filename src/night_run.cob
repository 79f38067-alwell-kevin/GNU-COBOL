               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-STATUS.

           SELECT PROOF-FILE
               ASSIGN TO DYNAMIC WS-PROOF-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROOF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PLAN-FILE.
       FD  STATUS-FILE.
       01  STATUS-LINE                    PIC X(80).

       FD  PROOF-FILE.
       01  PROOF-LINE                     PIC X(80).

       WORKING-STORAGE SECTION.
      *> One command runs the whole night in the order the job plan
      *> dictates (data/job_plan.dat: sequence|job name|prerequisite
      *> OK today are skipped, and a single step named on the command
      *> line is refused -- with an audit event -- unless its
      *> prerequisite completed OK today.
      *> An optional fourth plan field of B marks a step business-
      *> day-only: on a weekend or bank holiday (BUSINESS-CALENDAR
      *> over data/bank_holidays.dat) it is not run but logged as
      *> SKIPPED, and a step that depends on it is routed around it
      *> -- a SKIPPED prerequisite counts as satisfied for the day.
      *> The register waiting on an unsigned proof is logged HELD and
      *> counts as satisfied the same way, so the rest of the night
      *> still runs -- except a step flagged H (the flag field may
      *> carry both, e.g. BH), which pays out what the register
      *> produced and is held with it. A rerun once the proof is
      *> signed runs the held steps.
       01  WS-JOB-TABLE.
           05 WS-JOB-ROW OCCURS 20 TIMES.
               10 WS-JOB-SEQ              PIC 9(3) VALUE 0.
               10 WS-JOB-NAME             PIC X(24) VALUE SPACES.
               10 WS-JOB-PREREQ           PIC X(24) VALUE SPACES.
               10 WS-JOB-TODAY-STATUS     PIC X(8) VALUE SPACES.
               10 WS-JOB-BUS-ONLY         PIC X VALUE "N".
               10 WS-JOB-HOLD-WITH        PIC X VALUE "N".

       77  WS-PLAN-PATH                   PIC X(256)
                                           VALUE "data/job_plan.dat".
       77  WS-JOB-PICK-IDX                PIC 9(3) VALUE 0.
       77  WS-SCAN-IDX                    PIC 9(3) VALUE 0.
       77  WS-PREREQ-OK                   PIC X VALUE "N".
       77  WS-PREREQ-HELD                 PIC X VALUE "N".
       77  WS-NIGHT-FAILED                PIC X VALUE "N".
       77  WS-RUN-COUNT                   PIC 9(3) VALUE 0.
       77  WS-SKIP-COUNT                  PIC 9(3) VALUE 0.
       77  WS-SEQ-TEXT                    PIC X(20).
       77  WS-NAME-TEXT                   PIC X(30).
       77  WS-PREREQ-TEXT                 PIC X(30).
       77  WS-FLAG-TEXT                   PIC X(10).
       77  WS-ST-DATE-TEXT                PIC X(20).
       77  WS-ST-JOB-TEXT                 PIC X(30).
       77  WS-ST-STATUS-TEXT              PIC X(20).
       77  WS-ST-TS-TEXT                  PIC X(30).
       77  WS-CALL-NAME                   PIC X(24) VALUE SPACES.

      *> the live register posts money, so it waits on a supervisor's
      *> sign-off of the same day's proof run (data/payroll_proof.dat:
      *> run date|PENDING or SIGNED|employees|flagged|by|at, written
      *> by PAYROLL-REGISTER-BATCH PROOF and signed in TIMESHEET-
      *> CAPTURE) -- a missing, stale or unsigned proof refuses the
      *> step like an unmet prerequisite.
       77  WS-PROOF-PATH                  PIC X(256)
                                   VALUE "data/payroll_proof.dat".
       77  WS-PROOF-STATUS                PIC XX VALUE SPACES.
       77  WS-PROOF-OK                    PIC X VALUE "N".
       77  WS-PROOF-DATE-TEXT             PIC X(20).
       77  WS-PROOF-STATE-TEXT            PIC X(20).
       77  WS-PROOF-REGISTER-JOB          PIC X(24)
                                   VALUE "PAYROLL-REGISTER-BATCH".

       77  WS-BCAL-ACTION                 PIC X(8) VALUE SPACES.
       77  WS-BCAL-DATE                   PIC 9(8) VALUE 0.
       77  WS-BCAL-RESULT                 PIC 9(8) VALUE 0.
       77  WS-BCAL-BUSINESS               PIC X VALUE "N".
       77  WS-TODAY-IS-BUSINESS           PIC X VALUE "Y".
       77  WS-HELD-COUNT                  PIC 9(3) VALUE 0.
       77  WS-PROOF-HELD-COUNT            PIC 9(3) VALUE 0.
       77  WS-FLAG-TALLY                  PIC 9(2) VALUE 0.

       77  WS-CURRENT-DATE                PIC X(21) VALUE SPACES.
       77  WS-TIMESTAMP                   PIC X(19) VALUE SPACES.


           PERFORM BUILD-TIMESTAMP
           MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY-STAMP
           PERFORM RESOLVE-BUSINESS-DAY

           PERFORM LOAD-JOB-PLAN
           IF WS-JOB-COUNT = 0
           ELSE
               DISPLAY "Night complete: " WS-RUN-COUNT " step(s) "
                   "run, " WS-SKIP-COUNT " already done."
               IF WS-HELD-COUNT > 0
                   DISPLAY WS-HELD-COUNT " business-day-only step(s) "
                       "skipped -- not a business day."
               END-IF
               IF WS-PROOF-HELD-COUNT > 0
                   DISPLAY WS-PROOF-HELD-COUNT " step(s) HELD for the "
                       "payroll proof sign-off -- sign it off and "
                       "rerun the night to release them, then rerun "
                       "GL-EXTRACT-BATCH " WS-TODAY-STAMP
                       " for the register's postings."
               END-IF
           END-IF

           GOBACK.
               EXIT PARAGRAPH
           END-IF

           IF WS-JOB-TODAY-STATUS(WS-JOB-IDX) = "SKIPPED"
               ADD 1 TO WS-HELD-COUNT
               DISPLAY "-- " FUNCTION TRIM(WS-JOB-NAME(WS-JOB-IDX))
                   " already skipped today (not a business day)."
               EXIT PARAGRAPH
           END-IF

           IF WS-JOB-BUS-ONLY(WS-JOB-IDX) = "Y"
              AND WS-TODAY-IS-BUSINESS NOT = "Y"
               PERFORM SKIP-NON-BUSINESS-STEP
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-STEP-PREREQ
           IF WS-PREREQ-OK NOT = "Y"
      *> inside the full-night run this can only mean the plan file
               EXIT PARAGRAPH
           END-IF

           IF WS-PREREQ-HELD = "Y"
              AND WS-JOB-HOLD-WITH(WS-JOB-IDX) = "Y"
               PERFORM HOLD-DEPENDENT-STEP
               EXIT PARAGRAPH
           END-IF

      *> an unsigned proof holds the register alone -- it is not a
      *> failure, and the night goes on around it.
           PERFORM CHECK-PROOF-SIGNOFF
           IF WS-PROOF-OK NOT = "Y"
               PERFORM REFUSE-UNSIGNED-PROOF
               DISPLAY "-- " FUNCTION TRIM(WS-JOB-NAME(WS-JOB-IDX))
                   " HELD -- the rest of the night goes on."
               PERFORM HOLD-PLAN-STEP
               EXIT PARAGRAPH
           END-IF

           PERFORM EXECUTE-ONE-JOB
           IF WS-STEP-STATUS NOT = "OK"
               MOVE "Y" TO WS-NIGHT-FAILED
               EXIT PARAGRAPH
           END-IF

           IF WS-JOB-BUS-ONLY(WS-JOB-IDX) = "Y"
              AND WS-TODAY-IS-BUSINESS NOT = "Y"
               IF WS-JOB-TODAY-STATUS(WS-JOB-IDX) NOT = "SKIPPED"
                   PERFORM SKIP-NON-BUSINESS-STEP
               ELSE
                   DISPLAY FUNCTION TRIM(WS-JOB-NAME(WS-JOB-IDX))
                       " runs on business days only -- "
                       "already skipped today."
               END-IF
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-STEP-PREREQ
           IF WS-PREREQ-OK NOT = "Y"
               DISPLAY "REFUSED: "
               EXIT PARAGRAPH
           END-IF

           IF WS-PREREQ-HELD = "Y"
              AND WS-JOB-HOLD-WITH(WS-JOB-IDX) = "Y"
               DISPLAY "REFUSED: "
                   FUNCTION TRIM(WS-JOB-NAME(WS-JOB-IDX))
                   " is held with its prerequisite "
                   FUNCTION TRIM(WS-JOB-PREREQ(WS-JOB-IDX))
                   " until that step runs OK today."
               PERFORM RECORD-REFUSED-AUDIT
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-PROOF-SIGNOFF
           IF WS-PROOF-OK NOT = "Y"
               PERFORM REFUSE-UNSIGNED-PROOF
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           PERFORM EXECUTE-ONE-JOB
           IF WS-STEP-STATUS NOT = "OK"
               MOVE 1 TO RETURN-CODE

       CHECK-STEP-PREREQ.
           MOVE "Y" TO WS-PREREQ-OK
           MOVE "N" TO WS-PREREQ-HELD

           IF FUNCTION TRIM(WS-JOB-PREREQ(WS-JOB-IDX)) = SPACES
               EXIT PARAGRAPH
                   UNTIL WS-SCAN-IDX > WS-JOB-COUNT
               IF WS-JOB-NAME(WS-SCAN-IDX) =
                  WS-JOB-PREREQ(WS-JOB-IDX)
                  AND (WS-JOB-TODAY-STATUS(WS-SCAN-IDX) = "OK"
                   OR WS-JOB-TODAY-STATUS(WS-SCAN-IDX) = "SKIPPED"
                   OR WS-JOB-TODAY-STATUS(WS-SCAN-IDX) = "HELD")
                   MOVE "Y" TO WS-PREREQ-OK
                   IF WS-JOB-TODAY-STATUS(WS-SCAN-IDX) = "HELD"
                       MOVE "Y" TO WS-PREREQ-HELD
                   END-IF
               END-IF
           END-PERFORM.

      *> Only the live register needs the sign-off; every other step
      *> passes straight through.
       CHECK-PROOF-SIGNOFF.
           MOVE "Y" TO WS-PROOF-OK
           IF WS-JOB-NAME(WS-JOB-IDX) NOT = WS-PROOF-REGISTER-JOB
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-PROOF-OK
           OPEN INPUT PROOF-FILE
           IF WS-PROOF-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           READ PROOF-FILE
               AT END
                   MOVE SPACES TO PROOF-LINE
           END-READ
           CLOSE PROOF-FILE

           MOVE SPACES TO WS-PROOF-DATE-TEXT WS-PROOF-STATE-TEXT
           UNSTRING PROOF-LINE DELIMITED BY "|"
               INTO WS-PROOF-DATE-TEXT
                    WS-PROOF-STATE-TEXT
           END-UNSTRING

           IF FUNCTION TRIM(WS-PROOF-DATE-TEXT) = WS-TODAY-STAMP
              AND FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PROOF-STATE-TEXT))
                  = "SIGNED"
               MOVE "Y" TO WS-PROOF-OK
           END-IF.

      *> a held step is logged HELD, not FAIL -- a rerun the same day
      *> tries it again, and until then it satisfies the steps behind
      *> it the way a SKIPPED one does.
       HOLD-PLAN-STEP.
           ADD 1 TO WS-PROOF-HELD-COUNT
           MOVE "HELD" TO WS-STEP-STATUS
           MOVE WS-STEP-STATUS TO WS-JOB-TODAY-STATUS(WS-JOB-IDX)
           PERFORM APPEND-STATUS-ROW.

       HOLD-DEPENDENT-STEP.
           DISPLAY "-- " FUNCTION TRIM(WS-JOB-NAME(WS-JOB-IDX))
               " HELD -- its prerequisite "
               FUNCTION TRIM(WS-JOB-PREREQ(WS-JOB-IDX)) " is held."
           MOVE "JOB_HELD" TO WS-AUDIT-EVENT-TYPE
           MOVE SPACES TO WS-AUDIT-DETAIL
           STRING FUNCTION TRIM(WS-JOB-NAME(WS-JOB-IDX))
                  " held with "
                  FUNCTION TRIM(WS-JOB-PREREQ(WS-JOB-IDX))
             INTO WS-AUDIT-DETAIL
           END-STRING
           PERFORM RECORD-DRIVER-AUDIT
           PERFORM HOLD-PLAN-STEP.

       REFUSE-UNSIGNED-PROOF.
           DISPLAY "REFUSED: " FUNCTION TRIM(WS-JOB-NAME(WS-JOB-IDX))
               " -- today's payroll proof has not been signed off. "
               "Run PAYROLL-REGISTER-BATCH PROOF and have a "
               "supervisor sign it off in TIMESHEET-CAPTURE."
           MOVE "JOB_PROOF_UNSIGNED" TO WS-AUDIT-EVENT-TYPE
           MOVE SPACES TO WS-AUDIT-DETAIL
           STRING FUNCTION TRIM(WS-JOB-NAME(WS-JOB-IDX))
                  " refused, no signed proof for " WS-TODAY-STAMP
             INTO WS-AUDIT-DETAIL
           END-STRING
           PERFORM RECORD-DRIVER-AUDIT.

      *> CALLs the step's PROGRAM-ID and grades the outcome by the
      *> RETURN-CODE it leaves behind -- the integrity batch, for
      *> example, returns 8/4/2 for graded exceptions, and any of
           END-STRING
           PERFORM RECORD-DRIVER-AUDIT.

      *> a business-day-only step on a weekend or bank holiday is
      *> logged SKIPPED -- a rerun the same day leaves it alone and
      *> the steps behind it go ahead without it.
       SKIP-NON-BUSINESS-STEP.
           ADD 1 TO WS-HELD-COUNT
           DISPLAY "-- " FUNCTION TRIM(WS-JOB-NAME(WS-JOB-IDX))
               " runs on business days only -- skipped today."

           MOVE "SKIPPED" TO WS-STEP-STATUS
           MOVE WS-STEP-STATUS TO WS-JOB-TODAY-STATUS(WS-JOB-IDX)
           PERFORM APPEND-STATUS-ROW

           MOVE "JOB_SKIPPED" TO WS-AUDIT-EVENT-TYPE
           MOVE SPACES TO WS-AUDIT-DETAIL
           STRING FUNCTION TRIM(WS-JOB-NAME(WS-JOB-IDX))
                  " skipped, " WS-TODAY-STAMP
                  " is not a business day"
             INTO WS-AUDIT-DETAIL
           END-STRING
           PERFORM RECORD-DRIVER-AUDIT.

       RESOLVE-BUSINESS-DAY.
           MOVE "TEST" TO WS-BCAL-ACTION
           MOVE WS-TODAY-STAMP TO WS-BCAL-DATE
           CALL "BUSINESS-CALENDAR"
               USING WS-BCAL-ACTION
                     WS-BCAL-DATE
                     WS-BCAL-RESULT
                     WS-BCAL-BUSINESS
           END-CALL
           MOVE WS-BCAL-BUSINESS TO WS-TODAY-IS-BUSINESS.

       RECORD-REFUSED-AUDIT.
           MOVE "JOB_OUT_OF_ORDER" TO WS-AUDIT-EVENT-TYPE
           MOVE SPACES TO WS-AUDIT-DETAIL
       PARSE-PLAN-LINE.
           MOVE 0 TO WS-FIELD-COUNT
           MOVE SPACES TO WS-SEQ-TEXT WS-NAME-TEXT WS-PREREQ-TEXT
                          WS-FLAG-TEXT

           UNSTRING PLAN-LINE DELIMITED BY "|"
               INTO WS-SEQ-TEXT
                    WS-NAME-TEXT
                    WS-PREREQ-TEXT
                    WS-FLAG-TEXT
               TALLYING IN WS-FIELD-COUNT
           END-UNSTRING

             TO WS-JOB-NAME(WS-JOB-COUNT)
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PREREQ-TEXT))
             TO WS-JOB-PREREQ(WS-JOB-COUNT)
           MOVE SPACES TO WS-JOB-TODAY-STATUS(WS-JOB-COUNT)
           MOVE FUNCTION UPPER-CASE(WS-FLAG-TEXT) TO WS-FLAG-TEXT
           MOVE "N" TO WS-JOB-BUS-ONLY(WS-JOB-COUNT)
           MOVE "N" TO WS-JOB-HOLD-WITH(WS-JOB-COUNT)
           MOVE 0 TO WS-FLAG-TALLY
           INSPECT WS-FLAG-TEXT TALLYING WS-FLAG-TALLY FOR ALL "B"
           IF WS-FLAG-TALLY > 0
               MOVE "Y" TO WS-JOB-BUS-ONLY(WS-JOB-COUNT)
           END-IF
           MOVE 0 TO WS-FLAG-TALLY
           INSPECT WS-FLAG-TEXT TALLYING WS-FLAG-TALLY FOR ALL "H"
           IF WS-FLAG-TALLY > 0
               MOVE "Y" TO WS-JOB-HOLD-WITH(WS-JOB-COUNT)
           END-IF.

      *> Reads the whole status history and keeps the latest status
      *> written today for each planned job -- that is what resume
