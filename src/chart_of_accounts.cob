       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHART-OF-ACCOUNTS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHART-FILE
               ASSIGN TO DYNAMIC WS-CHART-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHART-STATUS.

           SELECT ALERT-FILE
               ASSIGN TO DYNAMIC WS-ALERT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHART-FILE.
       01  CHART-LINE                     PIC X(160).

       FD  ALERT-FILE.
       01  ALERT-LINE                     PIC X(256).

       WORKING-STORAGE SECTION.
      *> Shared chart of accounts for every program that posts to the
      *> general ledger. data/chart_of_accounts.dat holds one row per
      *> ledger account:
      *>   ACCOUNT|TYPE|NORMAL BALANCE|ACTIVE Y/N|CORPORATE GL|desc
      *> TYPE is ASSET, LIABILITY, EQUITY, INCOME or EXPENSE and the
      *> normal balance DEBIT or CREDIT; a row with anything else is
      *> ignored, which leaves its account off the chart. The file is
      *> read on the first call and held for the rest of the run.
      *> A VALIDATE refusal raises one GL_ACCOUNT_REJECTED alert per
      *> account per run, so a bad account in a batch loop does not
      *> bury the alert queue.
       01  WS-CHART-TABLE.
           05 WS-CHT-ENTRY OCCURS 200 TIMES.
               10 WS-CHT-ACCOUNT           PIC X(24) VALUE SPACES.
               10 WS-CHT-TYPE              PIC X(10) VALUE SPACES.
               10 WS-CHT-NORMAL            PIC X(6) VALUE SPACES.
               10 WS-CHT-ACTIVE            PIC X VALUE "N".
               10 WS-CHT-GL-NUMBER         PIC X(12) VALUE SPACES.
               10 WS-CHT-DESC              PIC X(40) VALUE SPACES.

      *> accounts already alerted this run
       01  WS-REJECTED-TABLE.
           05 WS-REJ-ACCOUNT OCCURS 50 TIMES PIC X(24) VALUE SPACES.

       01  WS-ALERT-BUFFER.
           05 WS-ALERT-BUF-LINE OCCURS 300 TIMES PIC X(256).

       77  WS-CHART-PATH                  PIC X(256)
                                   VALUE "data/chart_of_accounts.dat".
       77  WS-ALERT-PATH                  PIC X(256)
                                           VALUE "data/alerts.dat".
       77  WS-CHART-STATUS                PIC XX VALUE SPACES.
       77  WS-ALERT-STATUS                PIC XX VALUE SPACES.

       77  WS-CHART-LOADED                PIC X VALUE "N".
       77  WS-CHART-COUNT                 PIC 9(3) VALUE 0.
       77  WS-CHT-IDX                     PIC 9(3) VALUE 0.
       77  WS-CHT-FOUND-IDX               PIC 9(3) VALUE 0.
       77  WS-REJ-COUNT                   PIC 9(2) VALUE 0.
       77  WS-REJ-IDX                     PIC 9(2) VALUE 0.
       77  WS-REJ-FOUND                   PIC X VALUE "N".
       77  WS-EOF                         PIC X VALUE "N".
       77  WS-FIELD-COUNT                 PIC 9 VALUE 0.
       77  WS-LOOKUP-ACCOUNT              PIC X(24) VALUE SPACES.

       77  WS-IN-ACCOUNT-TEXT             PIC X(30).
       77  WS-IN-TYPE-TEXT                PIC X(20).
       77  WS-IN-NORMAL-TEXT              PIC X(20).
       77  WS-IN-ACTIVE-TEXT              PIC X(10).
       77  WS-IN-GL-TEXT                  PIC X(20).
       77  WS-IN-DESC-TEXT                PIC X(60).

       77  WS-ALERT-COUNT                 PIC 9(4) VALUE 0.
       77  WS-ALERT-IDX                   PIC 9(4) VALUE 0.
       77  WS-ALERT-MAX-ID                PIC 9(6) VALUE 0.
       77  WS-ALERT-ID-TEXT               PIC X(12) VALUE SPACES.
       77  WS-ALERT-ID-EDIT               PIC ZZZZZ9.
       77  WS-ALERT-DETAIL                PIC X(80) VALUE SPACES.
       77  WS-NEW-ALERT-LINE              PIC X(256).
       77  WS-EMP-ID-TEXT                 PIC X(12) VALUE SPACES.

       77  WS-CURRENT-DATE                PIC X(21) VALUE SPACES.
       77  WS-TIMESTAMP                   PIC X(19) VALUE SPACES.

       LINKAGE SECTION.
       01  LK-COA-REQUEST.
           COPY "coa_request.cpy".

       PROCEDURE DIVISION USING LK-COA-REQUEST.
       MAIN-PROCEDURE.
           MOVE "N" TO WS-COA-RESULT
           MOVE SPACES TO WS-COA-REASON WS-COA-TYPE WS-COA-NORMAL
                          WS-COA-ACTIVE WS-COA-GL-NUMBER WS-COA-DESC

           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-COA-ACTION))
              = "RELOAD"
               MOVE "N" TO WS-CHART-LOADED
           END-IF

           IF WS-CHART-LOADED NOT = "Y"
               PERFORM LOAD-CHART
           END-IF

           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-COA-ACTION))
              = "RELOAD"
               MOVE "Y" TO WS-COA-RESULT
               GOBACK
           END-IF

           PERFORM FIND-CHART-ROW
           IF WS-CHT-FOUND-IDX = 0
               MOVE "NOT_ON_FILE" TO WS-COA-REASON
           ELSE
               MOVE WS-CHT-TYPE(WS-CHT-FOUND-IDX) TO WS-COA-TYPE
               MOVE WS-CHT-NORMAL(WS-CHT-FOUND-IDX) TO WS-COA-NORMAL
               MOVE WS-CHT-ACTIVE(WS-CHT-FOUND-IDX) TO WS-COA-ACTIVE
               MOVE WS-CHT-GL-NUMBER(WS-CHT-FOUND-IDX)
                 TO WS-COA-GL-NUMBER
               MOVE WS-CHT-DESC(WS-CHT-FOUND-IDX) TO WS-COA-DESC
               IF WS-CHT-ACTIVE(WS-CHT-FOUND-IDX) = "Y"
                   MOVE "Y" TO WS-COA-RESULT
               ELSE
                   MOVE "INACTIVE" TO WS-COA-REASON
               END-IF
           END-IF

           IF WS-COA-RESULT NOT = "Y"
              AND FUNCTION UPPER-CASE(FUNCTION TRIM(WS-COA-ACTION))
                  = "VALIDATE"
               PERFORM RAISE-REJECT-ALERT
           END-IF

           GOBACK.

       FIND-CHART-ROW.
           MOVE 0 TO WS-CHT-FOUND-IDX
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-COA-ACCOUNT))
             TO WS-LOOKUP-ACCOUNT
           IF WS-LOOKUP-ACCOUNT = SPACES
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-CHT-IDX FROM 1 BY 1
                   UNTIL WS-CHT-IDX > WS-CHART-COUNT
                   OR WS-CHT-FOUND-IDX > 0
               IF WS-CHT-ACCOUNT(WS-CHT-IDX) = WS-LOOKUP-ACCOUNT
                   MOVE WS-CHT-IDX TO WS-CHT-FOUND-IDX
               END-IF
           END-PERFORM.

      *> a missing chart file leaves every account off the chart, so
      *> nothing posts until the file is restored.
       LOAD-CHART.
           MOVE "Y" TO WS-CHART-LOADED
           MOVE 0 TO WS-CHART-COUNT
           MOVE "N" TO WS-EOF

           OPEN INPUT CHART-FILE
           IF WS-CHART-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF = "Y"
               READ CHART-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF WS-CHART-COUNT < 200
                           PERFORM PARSE-CHART-LINE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE CHART-FILE.

       PARSE-CHART-LINE.
           MOVE 0 TO WS-FIELD-COUNT
           MOVE SPACES TO WS-IN-ACCOUNT-TEXT WS-IN-TYPE-TEXT
                          WS-IN-NORMAL-TEXT WS-IN-ACTIVE-TEXT
                          WS-IN-GL-TEXT WS-IN-DESC-TEXT

           UNSTRING CHART-LINE DELIMITED BY "|"
               INTO WS-IN-ACCOUNT-TEXT
                    WS-IN-TYPE-TEXT
                    WS-IN-NORMAL-TEXT
                    WS-IN-ACTIVE-TEXT
                    WS-IN-GL-TEXT
                    WS-IN-DESC-TEXT
               TALLYING IN WS-FIELD-COUNT
           END-UNSTRING

           IF WS-FIELD-COUNT < 5
              OR FUNCTION TRIM(WS-IN-ACCOUNT-TEXT) = SPACES
              OR FUNCTION TRIM(WS-IN-GL-TEXT) = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-IN-TYPE-TEXT))
             TO WS-IN-TYPE-TEXT
           IF WS-IN-TYPE-TEXT NOT = "ASSET"
              AND WS-IN-TYPE-TEXT NOT = "LIABILITY"
              AND WS-IN-TYPE-TEXT NOT = "EQUITY"
              AND WS-IN-TYPE-TEXT NOT = "INCOME"
              AND WS-IN-TYPE-TEXT NOT = "EXPENSE"
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-IN-NORMAL-TEXT))
             TO WS-IN-NORMAL-TEXT
           IF WS-IN-NORMAL-TEXT NOT = "DEBIT"
              AND WS-IN-NORMAL-TEXT NOT = "CREDIT"
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-CHART-COUNT
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-IN-ACCOUNT-TEXT))
             TO WS-CHT-ACCOUNT(WS-CHART-COUNT)
           MOVE WS-IN-TYPE-TEXT TO WS-CHT-TYPE(WS-CHART-COUNT)
           MOVE WS-IN-NORMAL-TEXT TO WS-CHT-NORMAL(WS-CHART-COUNT)
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-IN-ACTIVE-TEXT))
              = "Y"
               MOVE "Y" TO WS-CHT-ACTIVE(WS-CHART-COUNT)
           ELSE
               MOVE "N" TO WS-CHT-ACTIVE(WS-CHART-COUNT)
           END-IF
           MOVE FUNCTION TRIM(WS-IN-GL-TEXT)
             TO WS-CHT-GL-NUMBER(WS-CHART-COUNT)
           MOVE FUNCTION TRIM(WS-IN-DESC-TEXT)
             TO WS-CHT-DESC(WS-CHART-COUNT).

       RAISE-REJECT-ALERT.
           MOVE "N" TO WS-REJ-FOUND
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-COA-ACCOUNT))
             TO WS-LOOKUP-ACCOUNT
           PERFORM VARYING WS-REJ-IDX FROM 1 BY 1
                   UNTIL WS-REJ-IDX > WS-REJ-COUNT
                   OR WS-REJ-FOUND = "Y"
               IF WS-REJ-ACCOUNT(WS-REJ-IDX) = WS-LOOKUP-ACCOUNT
                   MOVE "Y" TO WS-REJ-FOUND
               END-IF
           END-PERFORM

           IF WS-REJ-FOUND = "Y"
               EXIT PARAGRAPH
           END-IF

           IF WS-REJ-COUNT < 50
               ADD 1 TO WS-REJ-COUNT
               MOVE WS-LOOKUP-ACCOUNT TO WS-REJ-ACCOUNT(WS-REJ-COUNT)
           END-IF

           MOVE SPACES TO WS-ALERT-DETAIL
           STRING "posting to "
                  FUNCTION TRIM(WS-COA-ACCOUNT)
                  " refused ("
                  FUNCTION TRIM(WS-COA-REASON)
                  ") in "
                  FUNCTION TRIM(WS-COA-PROGRAM)
             INTO WS-ALERT-DETAIL
           END-STRING

           PERFORM APPEND-ALERT-RECORD.

       APPEND-ALERT-RECORD.
           PERFORM BUILD-TIMESTAMP

           MOVE 0 TO WS-ALERT-COUNT WS-ALERT-MAX-ID
           MOVE "N" TO WS-EOF

           OPEN INPUT ALERT-FILE
           IF WS-ALERT-STATUS = "00"
               PERFORM UNTIL WS-EOF = "Y"
                   READ ALERT-FILE
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF WS-ALERT-COUNT < 300
                               ADD 1 TO WS-ALERT-COUNT
                               MOVE ALERT-LINE
                                 TO WS-ALERT-BUF-LINE(WS-ALERT-COUNT)
                               PERFORM NOTE-ALERT-MAX-ID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ALERT-FILE
           ELSE
               IF WS-ALERT-STATUS NOT = "35"
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE WS-COA-EMP-ID TO WS-EMP-ID-TEXT
           MOVE SPACES TO WS-NEW-ALERT-LINE
           ADD 1 TO WS-ALERT-MAX-ID
           MOVE WS-ALERT-MAX-ID TO WS-ALERT-ID-EDIT
           STRING FUNCTION TRIM(WS-ALERT-ID-EDIT)
                  "|"
                  WS-TIMESTAMP
                  "|"
                  FUNCTION TRIM(WS-EMP-ID-TEXT)
                  "|GL_ACCOUNT_REJECTED|HIGH|OPEN||||"
                  FUNCTION TRIM(WS-ALERT-DETAIL)
             INTO WS-NEW-ALERT-LINE
           END-STRING

           OPEN OUTPUT ALERT-FILE
           IF WS-ALERT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-ALERT-IDX FROM 1 BY 1
                   UNTIL WS-ALERT-IDX > WS-ALERT-COUNT
               MOVE WS-ALERT-BUF-LINE(WS-ALERT-IDX) TO ALERT-LINE
               WRITE ALERT-LINE
           END-PERFORM

           MOVE WS-NEW-ALERT-LINE TO ALERT-LINE
           WRITE ALERT-LINE
           CLOSE ALERT-FILE.

      *> A current-format alert line leads with its numeric id; a
      *> legacy line leads with the timestamp, which NUMVAL rejects.
       NOTE-ALERT-MAX-ID.
           MOVE SPACES TO WS-ALERT-ID-TEXT
           UNSTRING ALERT-LINE DELIMITED BY "|"
               INTO WS-ALERT-ID-TEXT
           END-UNSTRING

           IF FUNCTION TEST-NUMVAL(
              FUNCTION TRIM(WS-ALERT-ID-TEXT)) = 0
               IF FUNCTION NUMVAL(FUNCTION TRIM(WS-ALERT-ID-TEXT)) >
                  WS-ALERT-MAX-ID
                   MOVE FUNCTION NUMVAL(
                        FUNCTION TRIM(WS-ALERT-ID-TEXT))
                     TO WS-ALERT-MAX-ID
               END-IF
           END-IF.

       BUILD-TIMESTAMP.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           STRING WS-CURRENT-DATE(1:4)
                  "-"
                  WS-CURRENT-DATE(5:2)
                  "-"
                  WS-CURRENT-DATE(7:2)
                  " "
                  WS-CURRENT-DATE(9:2)
                  ":"
                  WS-CURRENT-DATE(11:2)
                  ":"
                  WS-CURRENT-DATE(13:2)
             INTO WS-TIMESTAMP
           END-STRING.
