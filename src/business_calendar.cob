       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUSINESS-CALENDAR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLIDAY-FILE
               ASSIGN TO DYNAMIC WS-HOLIDAY-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLIDAY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLIDAY-FILE.
       01  HOLIDAY-LINE                   PIC X(80).

       WORKING-STORAGE SECTION.
      *> Shared business-day calendar for the batch jobs. A business
      *> day is a Monday-Friday that is not on the bank holiday
      *> calendar (data/bank_holidays.dat: YYYYMMDD|description,
      *> kept by an admin in EMPLOYEE-MAINTENANCE). The calendar is
      *> read on the first call and held for the rest of the run;
      *> RELOAD re-reads it after maintenance. Actions:
      *>   TEST     is the date a business day (result = the date)
      *>   NEXT     first business day on or after the date
      *>   PRIOR    last business day on or before the date
      *>   AFTER    first business day strictly after the date
      *>   BEFORE   last business day strictly before the date
      *>   MONTHEND last business day of the date's month
      *> LK-CAL-BUSINESS always says whether the date passed in is
      *> itself a business day. An unusable date returns zero.
       01  WS-HOL-TABLE.
           05 WS-HOL-DATE OCCURS 200 TIMES PIC 9(8) VALUE 0.

       77  WS-HOLIDAY-PATH                PIC X(256)
                                   VALUE "data/bank_holidays.dat".
       77  WS-HOLIDAY-STATUS              PIC XX VALUE SPACES.
       77  WS-HOL-LOADED                  PIC X VALUE "N".
       77  WS-HOL-COUNT                   PIC 9(3) VALUE 0.
       77  WS-HOL-IDX                     PIC 9(3) VALUE 0.
       77  WS-HOL-DATE-TEXT               PIC X(20).
       77  WS-HOL-DESC-TEXT               PIC X(60).
       77  WS-FIELD-COUNT                 PIC 9 VALUE 0.
       77  WS-EOF                         PIC X VALUE "N".

       77  WS-WORK-INT                    PIC S9(7) VALUE 0.
       77  WS-WORK-DATE                   PIC 9(8) VALUE 0.
       77  WS-WEEKDAY                     PIC 9 VALUE 0.
       77  WS-IS-BUSINESS                 PIC X VALUE "N".
       77  WS-CAL-YEAR                    PIC 9(4) VALUE 0.
       77  WS-CAL-MONTH                   PIC 9(2) VALUE 0.

       LINKAGE SECTION.
       01  LK-CAL-ACTION                  PIC X(8).
       01  LK-CAL-DATE                    PIC 9(8).
       01  LK-CAL-RESULT-DATE             PIC 9(8).
       01  LK-CAL-BUSINESS                PIC X.

       PROCEDURE DIVISION USING LK-CAL-ACTION LK-CAL-DATE
                                LK-CAL-RESULT-DATE LK-CAL-BUSINESS.
       MAIN-PROCEDURE.
           MOVE 0 TO LK-CAL-RESULT-DATE
           MOVE "N" TO LK-CAL-BUSINESS

           IF FUNCTION UPPER-CASE(FUNCTION TRIM(LK-CAL-ACTION))
              = "RELOAD"
               MOVE "N" TO WS-HOL-LOADED
           END-IF

           IF WS-HOL-LOADED NOT = "Y"
               PERFORM LOAD-HOLIDAYS
           END-IF

           IF FUNCTION UPPER-CASE(FUNCTION TRIM(LK-CAL-ACTION))
              = "RELOAD"
               GOBACK
           END-IF

           IF FUNCTION TEST-DATE-YYYYMMDD(LK-CAL-DATE) NOT = 0
               GOBACK
           END-IF

           COMPUTE WS-WORK-INT = FUNCTION INTEGER-OF-DATE(LK-CAL-DATE)
           PERFORM TEST-WORK-DAY
           MOVE WS-IS-BUSINESS TO LK-CAL-BUSINESS

           EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(LK-CAL-ACTION))
               WHEN "TEST"
                   MOVE LK-CAL-DATE TO LK-CAL-RESULT-DATE
               WHEN "NEXT"
                   PERFORM ROLL-FORWARD
               WHEN "PRIOR"
                   PERFORM ROLL-BACK
               WHEN "AFTER"
                   ADD 1 TO WS-WORK-INT
                   PERFORM TEST-WORK-DAY
                   PERFORM ROLL-FORWARD
               WHEN "BEFORE"
                   SUBTRACT 1 FROM WS-WORK-INT
                   PERFORM TEST-WORK-DAY
                   PERFORM ROLL-BACK
               WHEN "MONTHEND"
                   PERFORM FIND-MONTH-END
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           GOBACK.

       ROLL-FORWARD.
           PERFORM UNTIL WS-IS-BUSINESS = "Y"
               ADD 1 TO WS-WORK-INT
               PERFORM TEST-WORK-DAY
           END-PERFORM
           COMPUTE LK-CAL-RESULT-DATE =
               FUNCTION DATE-OF-INTEGER(WS-WORK-INT).

       ROLL-BACK.
           PERFORM UNTIL WS-IS-BUSINESS = "Y"
               SUBTRACT 1 FROM WS-WORK-INT
               PERFORM TEST-WORK-DAY
           END-PERFORM
           COMPUTE LK-CAL-RESULT-DATE =
               FUNCTION DATE-OF-INTEGER(WS-WORK-INT).

      *> the day before the first of the following month, then back
      *> to the nearest business day.
       FIND-MONTH-END.
           MOVE LK-CAL-DATE(1:4) TO WS-CAL-YEAR
           MOVE LK-CAL-DATE(5:2) TO WS-CAL-MONTH
           ADD 1 TO WS-CAL-MONTH
           IF WS-CAL-MONTH > 12
               MOVE 1 TO WS-CAL-MONTH
               ADD 1 TO WS-CAL-YEAR
           END-IF
           COMPUTE WS-WORK-DATE =
               (WS-CAL-YEAR * 10000) + (WS-CAL-MONTH * 100) + 1
           COMPUTE WS-WORK-INT =
               FUNCTION INTEGER-OF-DATE(WS-WORK-DATE) - 1
           PERFORM TEST-WORK-DAY
           PERFORM ROLL-BACK.

      *> day 1 of the integer calendar (1601-01-01) was a Monday, so
      *> MOD 7 gives 0-4 for Monday-Friday and 5-6 for the weekend.
       TEST-WORK-DAY.
           MOVE "Y" TO WS-IS-BUSINESS
           COMPUTE WS-WEEKDAY = FUNCTION MOD(WS-WORK-INT - 1, 7)
           IF WS-WEEKDAY > 4
               MOVE "N" TO WS-IS-BUSINESS
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-WORK-DATE = FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
           PERFORM VARYING WS-HOL-IDX FROM 1 BY 1
                   UNTIL WS-HOL-IDX > WS-HOL-COUNT
                   OR WS-IS-BUSINESS = "N"
               IF WS-HOL-DATE(WS-HOL-IDX) = WS-WORK-DATE
                   MOVE "N" TO WS-IS-BUSINESS
               END-IF
           END-PERFORM.

      *> a missing calendar file leaves weekends as the only
      *> non-business days.
       LOAD-HOLIDAYS.
           MOVE "Y" TO WS-HOL-LOADED
           MOVE 0 TO WS-HOL-COUNT
           MOVE "N" TO WS-EOF

           OPEN INPUT HOLIDAY-FILE
           IF WS-HOLIDAY-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF = "Y"
               READ HOLIDAY-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF WS-HOL-COUNT < 200
                           PERFORM PARSE-HOLIDAY-LINE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE HOLIDAY-FILE.

       PARSE-HOLIDAY-LINE.
           MOVE 0 TO WS-FIELD-COUNT
           MOVE SPACES TO WS-HOL-DATE-TEXT WS-HOL-DESC-TEXT

           UNSTRING HOLIDAY-LINE DELIMITED BY "|"
               INTO WS-HOL-DATE-TEXT
                    WS-HOL-DESC-TEXT
               TALLYING IN WS-FIELD-COUNT
           END-UNSTRING

           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-HOL-DATE-TEXT))
              NOT = 0
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-HOL-DATE-TEXT))
             TO WS-WORK-DATE
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-WORK-DATE) NOT = 0
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-HOL-COUNT
           MOVE WS-WORK-DATE TO WS-HOL-DATE(WS-HOL-COUNT).
