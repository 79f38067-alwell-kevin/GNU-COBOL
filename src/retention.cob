               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT CLAIM-FILE
               ASSIGN TO DYNAMIC WS-CLAIM-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLAIM-STATUS.

           SELECT GARNISH-FILE
               ASSIGN TO DYNAMIC WS-GARNISH-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GARNISH-STATUS.

           SELECT GARN-HIST-FILE
               ASSIGN TO DYNAMIC WS-GARN-HIST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GARN-HIST-STATUS.

           SELECT CHECK-REG-FILE
               ASSIGN TO DYNAMIC WS-CHECK-REG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECK-REG-STATUS.

           SELECT MANIFEST-FILE
               ASSIGN TO DYNAMIC WS-MANIFEST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
       FD  ARCHIVE-FILE.
       01  ARCHIVE-LINE                   PIC X(256).

       FD  CLAIM-FILE.
       01  CLAIM-LINE                     PIC X(200).

       FD  GARNISH-FILE.
       01  GARNISH-LINE                   PIC X(256).

       FD  GARN-HIST-FILE.
       01  GARN-HIST-LINE                 PIC X(160).

       FD  CHECK-REG-FILE.
       01  CHECK-REG-LINE                 PIC X(120).

       FD  MANIFEST-FILE.
       01  MANIFEST-LINE                  PIC X(120).

      *> supervisor resolves it. A manifest of what went where lands
      *> beside the other reports. AUDIT-INQUIRY can pull a named
      *> archive file into a search when history is needed.
      *> Expense claims PAID or DENIED before the CLAIMS window move
      *> to data/expense_claims_archive_<year>.dat -- the year a
      *> claim was paid (or denied), so a reprinted stub finds its
      *> claims from the pay period stamp. Garnishment orders PAID
      *> or RELEASED with no withholding inside the GARNISH window
      *> move to data/garnishment_orders_archive.dat, where
      *> GARNISHMENT-HISTORY-REPORT still finds them by order id.
      *> The highest-numbered claim and order always stay online --
      *> the next id is counted on from them. Paper checks PAID or
      *> VOID with a status date before the CHECKS window move from
      *> data/check_register.dat to data/check_register_archive.dat;
      *> ISSUED checks always stay, and CHECK-ISSUE-BATCH still
      *> counts archived PAID checks in its clearing proof.
       01  WS-KEEP-BUFFER.
           05 WS-KEEP-LINE OCCURS 2000 TIMES PIC X(256).

      *> closed garnishment orders and their last withholding date
       01  WS-CLOSED-TABLE.
           05 WS-CLS-ROW OCCURS 50 TIMES.
               10 WS-CLS-ORDER-ID         PIC X(8) VALUE SPACES.
               10 WS-CLS-LAST-DATE        PIC X(8) VALUE SPACES.

       01  WS-ROW-FIELDS.
           05 WS-ROW-FIELD OCCURS 11 TIMES PIC X(40).

       77  WS-POLICY-PATH                 PIC X(256)
                                   VALUE "data/retention_policy.dat".
                                           VALUE "data/audit_log.dat".
       77  WS-ALERT-PATH                  PIC X(256)
                                           VALUE "data/alerts.dat".
       77  WS-CLAIM-PATH                  PIC X(256)
                                   VALUE "data/expense_claims.dat".
       77  WS-GARNISH-PATH                PIC X(256)
                               VALUE "data/garnishment_orders.dat".
       77  WS-GARN-HIST-PATH              PIC X(256)
                               VALUE "data/garnishment_history.dat".
       77  WS-CHECK-REG-PATH              PIC X(256)
                                   VALUE "data/check_register.dat".
       77  WS-ARCHIVE-PATH                PIC X(256) VALUE SPACES.
       77  WS-MANIFEST-PATH               PIC X(256) VALUE SPACES.
       77  WS-REPORT-DIR                  PIC X(256)
       77  WS-ALERT-STATUS                PIC XX VALUE SPACES.
       77  WS-ARCHIVE-STATUS              PIC XX VALUE SPACES.
       77  WS-MANIFEST-STATUS             PIC XX VALUE SPACES.
       77  WS-CLAIM-STATUS                PIC XX VALUE SPACES.
       77  WS-GARNISH-STATUS              PIC XX VALUE SPACES.
       77  WS-GARN-HIST-STATUS            PIC XX VALUE SPACES.
       77  WS-CHECK-REG-STATUS            PIC XX VALUE SPACES.

       77  WS-EOF                         PIC X VALUE "N".
       77  WS-FIELD-COUNT                 PIC 9 VALUE 0.

       77  WS-AUDIT-DAYS                  PIC 9(4) VALUE 90.
       77  WS-ALERT-DAYS                  PIC 9(4) VALUE 30.
       77  WS-CLAIM-DAYS                  PIC 9(4) VALUE 365.
       77  WS-GARNISH-DAYS                PIC 9(4) VALUE 365.
       77  WS-CHECK-DAYS                  PIC 9(4) VALUE 365.
       77  WS-POLICY-KEY-TEXT             PIC X(20).
       77  WS-POLICY-DAYS-TEXT            PIC X(20).

       77  WS-OVERFLOW-COUNT              PIC 9(6) VALUE 0.
       77  WS-ARCHIVE-OK                  PIC X VALUE "N".
       77  WS-MANIFEST-OK                 PIC X VALUE "N".
       77  WS-LINE-COUNT                  PIC 9(6) VALUE 0.
       77  WS-ROW-FIELD-COUNT             PIC 9(2) VALUE 0.
       77  WS-ROW-ID                      PIC 9(6) VALUE 0.
       77  WS-MAX-ROW-ID                  PIC 9(6) VALUE 0.
       77  WS-ROW-STATUS-TEXT             PIC X(10) VALUE SPACES.
       77  WS-ROW-ARCHIVE                 PIC X VALUE "N".
       77  WS-CLOSED-COUNT                PIC 9(2) VALUE 0.
       77  WS-CLS-IDX                     PIC 9(2) VALUE 0.
       77  WS-CLS-FOUND-IDX               PIC 9(2) VALUE 0.

       77  WS-LINE-DATE                   PIC X(8) VALUE SPACES.
       77  WS-LINE-TS-TEXT                PIC X(19) VALUE SPACES.
               " day(s)"
           DISPLAY "Resolved alerts kept     : " WS-ALERT-DAYS
               " day(s)"
           DISPLAY "Closed expense claims    : " WS-CLAIM-DAYS
               " day(s)"
           DISPLAY "Closed garnishments      : " WS-GARNISH-DAYS
               " day(s)"
           DISPLAY "Paid/voided checks       : " WS-CHECK-DAYS
               " day(s)"

           PERFORM OPEN-MANIFEST

           PERFORM ARCHIVE-AUDIT-LOG
           PERFORM ARCHIVE-RESOLVED-ALERTS
           PERFORM ARCHIVE-CLOSED-CLAIMS
           PERFORM ARCHIVE-CLOSED-GARNISHMENTS
           PERFORM ARCHIVE-CLOSED-CHECKS

           PERFORM CLOSE-MANIFEST

           MOVE SPACES TO WS-AUDIT-DETAIL
           STRING "audit window " WS-AUDIT-DAYS
                  "d, alert window " WS-ALERT-DAYS "d"
                  ", claim window " WS-CLAIM-DAYS "d"
                  ", garnishment window " WS-GARNISH-DAYS "d"
                  ", check window " WS-CHECK-DAYS "d"
             INTO WS-AUDIT-DETAIL
           END-STRING
           CALL "RECORD-AUDIT-EVENT"

           GOBACK.

      *> data/retention_policy.dat: AUDIT|<days>, ALERTS|<days>,
      *> CLAIMS|<days>, GARNISH|<days> and CHECKS|<days>.
      *> A missing file or row falls back to the compiled defaults.
       LOAD-RETENTION-POLICY.
           MOVE "N" TO WS-EOF
                   MOVE FUNCTION NUMVAL(
                        FUNCTION TRIM(WS-POLICY-DAYS-TEXT))
                     TO WS-ALERT-DAYS
               WHEN "CLAIMS"
                   MOVE FUNCTION NUMVAL(
                        FUNCTION TRIM(WS-POLICY-DAYS-TEXT))
                     TO WS-CLAIM-DAYS
               WHEN "GARNISH"
                   MOVE FUNCTION NUMVAL(
                        FUNCTION TRIM(WS-POLICY-DAYS-TEXT))
                     TO WS-GARNISH-DAYS
               WHEN "CHECKS"
                   MOVE FUNCTION NUMVAL(
                        FUNCTION TRIM(WS-POLICY-DAYS-TEXT))
                     TO WS-CHECK-DAYS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
               FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INT)
           MOVE WS-CUTOFF-NUM TO WS-CUTOFF-DATE.

       COMPUTE-CLAIM-CUTOFF-DATE.
           COMPUTE WS-CUTOFF-INT =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-RUN-STAMP)) - WS-CLAIM-DAYS
           COMPUTE WS-CUTOFF-NUM =
               FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INT)
           MOVE WS-CUTOFF-NUM TO WS-CUTOFF-DATE.

       COMPUTE-GARNISH-CUTOFF-DATE.
           COMPUTE WS-CUTOFF-INT =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-RUN-STAMP)) - WS-GARNISH-DAYS
           COMPUTE WS-CUTOFF-NUM =
               FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INT)
           MOVE WS-CUTOFF-NUM TO WS-CUTOFF-DATE.

       COMPUTE-CHECK-CUTOFF-DATE.
           COMPUTE WS-CUTOFF-INT =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-RUN-STAMP)) - WS-CHECK-DAYS
           COMPUTE WS-CUTOFF-NUM =
               FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INT)
           MOVE WS-CUTOFF-NUM TO WS-CUTOFF-DATE.

      *> ----------------------------------------------------------
      *> Audit log: every line whose timestamp date is before the
      *> cutoff moves to the dated archive; the rest are rewritten
               EXIT PARAGRAPH
           END-IF

           IF WS-KEEP-COUNT < 2000
               ADD 1 TO WS-KEEP-COUNT
               MOVE AUDIT-LINE TO WS-KEEP-LINE(WS-KEEP-COUNT)
               ADD 1 TO WS-KEPT-COUNT
               EXIT PARAGRAPH
           END-IF

           IF WS-KEEP-COUNT < 2000
               ADD 1 TO WS-KEEP-COUNT
               MOVE ALERT-LINE TO WS-KEEP-LINE(WS-KEEP-COUNT)
               ADD 1 TO WS-KEPT-COUNT

           CLOSE ALERT-FILE.

      *> ----------------------------------------------------------
      *> Expense claims: a PAID claim ages from its paid period, a
      *> DENIED one from the decision stamp. PENDING and APPROVED
      *> claims are still being worked and always stay. Each claim
      *> goes to its year's archive; one that cannot be written
      *> stays online. The file is only rewritten when something
      *> moved.
      *> ----------------------------------------------------------
       ARCHIVE-CLOSED-CLAIMS.
           PERFORM COMPUTE-CLAIM-CUTOFF-DATE
           MOVE 0 TO WS-MOVED-COUNT WS-KEPT-COUNT WS-KEEP-COUNT
                     WS-LINE-COUNT WS-MAX-ROW-ID
           MOVE "data/expense_claims_archive_YYYY.dat"
             TO WS-ARCHIVE-PATH

      *> first pass: the line count and the highest claim id
           MOVE "N" TO WS-EOF
           OPEN INPUT CLAIM-FILE
           IF WS-CLAIM-STATUS NOT = "00"
               DISPLAY "No expense claims to archive."
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF = "Y"
               READ CLAIM-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-LINE-COUNT
                       PERFORM SPLIT-CLAIM-LINE
                       IF WS-ROW-ID > WS-MAX-ROW-ID
                           MOVE WS-ROW-ID TO WS-MAX-ROW-ID
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CLAIM-FILE

           IF WS-LINE-COUNT > 2000
               DISPLAY "WARNING: " WS-LINE-COUNT " claim lines exceed "
                   "the keep buffer -- expense claims left untouched."
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-EOF
           OPEN INPUT CLAIM-FILE
           IF WS-CLAIM-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF = "Y"
               READ CLAIM-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM SIFT-CLAIM-LINE
               END-READ
           END-PERFORM
           CLOSE CLAIM-FILE

           IF WS-MOVED-COUNT > 0
               PERFORM REWRITE-CLAIM-FILE
           END-IF

           MOVE "data/expense_claims_archive_YYYY.dat"
             TO WS-ARCHIVE-PATH
           PERFORM NOTE-MANIFEST-SECTION
           DISPLAY "Claims   : " WS-MOVED-COUNT " archived, "
               WS-KEPT-COUNT " kept online.".

      *> claim id|employee|date|category|amount|center|status|
      *> decided-by|decided-ts|paid period|description
       SPLIT-CLAIM-LINE.
           MOVE 0 TO WS-ROW-FIELD-COUNT WS-ROW-ID
           MOVE SPACES TO WS-ROW-FIELDS

           UNSTRING CLAIM-LINE DELIMITED BY "|"
               INTO WS-ROW-FIELD(1) WS-ROW-FIELD(2) WS-ROW-FIELD(3)
                    WS-ROW-FIELD(4) WS-ROW-FIELD(5) WS-ROW-FIELD(6)
                    WS-ROW-FIELD(7) WS-ROW-FIELD(8) WS-ROW-FIELD(9)
                    WS-ROW-FIELD(10) WS-ROW-FIELD(11)
               TALLYING IN WS-ROW-FIELD-COUNT
           END-UNSTRING

           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-ROW-FIELD(1))) = 0
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-ROW-FIELD(1)))
                 TO WS-ROW-ID
           END-IF.

       SIFT-CLAIM-LINE.
           PERFORM SPLIT-CLAIM-LINE
           MOVE "N" TO WS-ROW-ARCHIVE
           MOVE SPACES TO WS-LINE-DATE
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ROW-FIELD(7)))
             TO WS-ROW-STATUS-TEXT

           EVALUATE WS-ROW-STATUS-TEXT
               WHEN "PAID"
                   MOVE WS-ROW-FIELD(10)(1:8) TO WS-LINE-DATE
               WHEN "DENIED"
                   STRING WS-ROW-FIELD(9)(1:4)
                          WS-ROW-FIELD(9)(6:2)
                          WS-ROW-FIELD(9)(9:2)
                     INTO WS-LINE-DATE
                   END-STRING
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF WS-ROW-FIELD-COUNT >= 10
              AND WS-ROW-ID > 0
              AND WS-ROW-ID NOT = WS-MAX-ROW-ID
              AND WS-LINE-DATE IS NUMERIC
              AND WS-LINE-DATE < WS-CUTOFF-DATE
               MOVE SPACES TO WS-ARCHIVE-PATH
               STRING "data/expense_claims_archive_"
                      WS-LINE-DATE(1:4)
                      ".dat"
                 INTO WS-ARCHIVE-PATH
               END-STRING
               PERFORM OPEN-ARCHIVE-EXTEND
               IF WS-ARCHIVE-OK = "Y"
                   MOVE CLAIM-LINE TO ARCHIVE-LINE
                   WRITE ARCHIVE-LINE
                   CLOSE ARCHIVE-FILE
                   ADD 1 TO WS-MOVED-COUNT
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "WARNING: cannot open "
                   FUNCTION TRIM(WS-ARCHIVE-PATH)
                   " -- claim " FUNCTION TRIM(WS-ROW-FIELD(1))
                   " kept online."
           END-IF

           ADD 1 TO WS-KEEP-COUNT
           MOVE CLAIM-LINE TO WS-KEEP-LINE(WS-KEEP-COUNT)
           ADD 1 TO WS-KEPT-COUNT.

       REWRITE-CLAIM-FILE.
           OPEN OUTPUT CLAIM-FILE
           IF WS-CLAIM-STATUS NOT = "00"
               DISPLAY "WARNING: could not rewrite the claim file -- "
                   "archived claims remain in both places."
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-KEEP-IDX FROM 1 BY 1
                   UNTIL WS-KEEP-IDX > WS-KEEP-COUNT
               MOVE WS-KEEP-LINE(WS-KEEP-IDX) TO CLAIM-LINE
               WRITE CLAIM-LINE
           END-PERFORM

           CLOSE CLAIM-FILE.

      *> ----------------------------------------------------------
      *> Garnishment orders: a PAID or RELEASED order ages from its
      *> last withholding on data/garnishment_history.dat (its start
      *> date when nothing was ever withheld). ACTIVE and SUSPENDED
      *> orders always stay.
      *> ----------------------------------------------------------
       ARCHIVE-CLOSED-GARNISHMENTS.
           PERFORM COMPUTE-GARNISH-CUTOFF-DATE
           MOVE 0 TO WS-MOVED-COUNT WS-KEPT-COUNT WS-KEEP-COUNT
                     WS-LINE-COUNT WS-MAX-ROW-ID WS-CLOSED-COUNT
           MOVE "data/garnishment_orders_archive.dat"
             TO WS-ARCHIVE-PATH

      *> first pass: the highest order number and the closed orders
           MOVE "N" TO WS-EOF
           OPEN INPUT GARNISH-FILE
           IF WS-GARNISH-STATUS NOT = "00"
               DISPLAY "No garnishment orders to archive."
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF = "Y"
               READ GARNISH-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-LINE-COUNT
                       PERFORM NOTE-GARNISHMENT-ORDER
               END-READ
           END-PERFORM
           CLOSE GARNISH-FILE

           IF WS-LINE-COUNT > 2000
               DISPLAY "WARNING: " WS-LINE-COUNT " order lines exceed "
                   "the keep buffer -- garnishment orders left "
                   "untouched."
               EXIT PARAGRAPH
           END-IF

           IF WS-CLOSED-COUNT = 0
               MOVE WS-LINE-COUNT TO WS-KEPT-COUNT
               PERFORM NOTE-MANIFEST-SECTION
               DISPLAY "Orders   : 0 archived, " WS-LINE-COUNT
                   " kept online."
               EXIT PARAGRAPH
           END-IF

           PERFORM NOTE-LAST-WITHHOLDINGS

           MOVE "N" TO WS-EOF
           OPEN INPUT GARNISH-FILE
           IF WS-GARNISH-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM OPEN-ARCHIVE-EXTEND
           IF WS-ARCHIVE-OK NOT = "Y"
               CLOSE GARNISH-FILE
               DISPLAY "WARNING: cannot open "
                   FUNCTION TRIM(WS-ARCHIVE-PATH)
                   " -- garnishment orders left untouched."
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF = "Y"
               READ GARNISH-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM SIFT-GARNISHMENT-LINE
               END-READ
           END-PERFORM

           CLOSE GARNISH-FILE
           CLOSE ARCHIVE-FILE

           IF WS-MOVED-COUNT > 0
               PERFORM REWRITE-GARNISHMENT-FILE
           END-IF

           PERFORM NOTE-MANIFEST-SECTION
           DISPLAY "Orders   : " WS-MOVED-COUNT " archived, "
               WS-KEPT-COUNT " kept online.".

      *> order id|employee|case|payee|payee name|priority|owed|
      *> balance|cap %|status|start date
       SPLIT-GARNISHMENT-LINE.
           MOVE 0 TO WS-ROW-FIELD-COUNT WS-ROW-ID
           MOVE SPACES TO WS-ROW-FIELDS

           UNSTRING GARNISH-LINE DELIMITED BY "|"
               INTO WS-ROW-FIELD(1) WS-ROW-FIELD(2) WS-ROW-FIELD(3)
                    WS-ROW-FIELD(4) WS-ROW-FIELD(5) WS-ROW-FIELD(6)
                    WS-ROW-FIELD(7) WS-ROW-FIELD(8) WS-ROW-FIELD(9)
                    WS-ROW-FIELD(10) WS-ROW-FIELD(11)
               TALLYING IN WS-ROW-FIELD-COUNT
           END-UNSTRING

           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ROW-FIELD(1)))
             TO WS-ROW-FIELD(1)
           IF WS-ROW-FIELD(1)(1:2) = "GO"
              AND WS-ROW-FIELD(1)(3:6) IS NUMERIC
               MOVE WS-ROW-FIELD(1)(3:6) TO WS-ROW-ID
           END-IF
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ROW-FIELD(10)))
             TO WS-ROW-STATUS-TEXT.

       NOTE-GARNISHMENT-ORDER.
           PERFORM SPLIT-GARNISHMENT-LINE
           IF WS-ROW-ID > WS-MAX-ROW-ID
               MOVE WS-ROW-ID TO WS-MAX-ROW-ID
           END-IF

           IF WS-ROW-FIELD-COUNT = 11
              AND WS-ROW-ID > 0
              AND (WS-ROW-STATUS-TEXT = "PAID"
                   OR WS-ROW-STATUS-TEXT = "RELEASED")
              AND WS-CLOSED-COUNT < 50
               ADD 1 TO WS-CLOSED-COUNT
               MOVE WS-ROW-FIELD(1) TO WS-CLS-ORDER-ID(WS-CLOSED-COUNT)
               MOVE WS-ROW-FIELD(11)(1:8)
                 TO WS-CLS-LAST-DATE(WS-CLOSED-COUNT)
           END-IF.

      *> history rows are order id|pay date|...; the latest pay
      *> date per closed order is when it last drew money.
       NOTE-LAST-WITHHOLDINGS.
           MOVE "N" TO WS-EOF
           OPEN INPUT GARN-HIST-FILE
           IF WS-GARN-HIST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF = "Y"
               READ GARN-HIST-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM APPLY-WITHHOLDING-DATE
               END-READ
           END-PERFORM

           CLOSE GARN-HIST-FILE.

       APPLY-WITHHOLDING-DATE.
           MOVE SPACES TO WS-F2-TEXT WS-F3-TEXT
           UNSTRING GARN-HIST-LINE DELIMITED BY "|"
               INTO WS-F2-TEXT
                    WS-F3-TEXT
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-F2-TEXT))
             TO WS-F2-TEXT

           PERFORM VARYING WS-CLS-IDX FROM 1 BY 1
                   UNTIL WS-CLS-IDX > WS-CLOSED-COUNT
               IF WS-CLS-ORDER-ID(WS-CLS-IDX) = WS-F2-TEXT
                  AND WS-F3-TEXT(1:8) IS NUMERIC
                  AND WS-F3-TEXT(1:8) > WS-CLS-LAST-DATE(WS-CLS-IDX)
                   MOVE WS-F3-TEXT(1:8) TO WS-CLS-LAST-DATE(WS-CLS-IDX)
               END-IF
           END-PERFORM.

       SIFT-GARNISHMENT-LINE.
           PERFORM SPLIT-GARNISHMENT-LINE
           MOVE 0 TO WS-CLS-FOUND-IDX

           IF WS-ROW-ID > 0
              AND WS-ROW-ID NOT = WS-MAX-ROW-ID
               PERFORM VARYING WS-CLS-IDX FROM 1 BY 1
                       UNTIL WS-CLS-IDX > WS-CLOSED-COUNT
                       OR WS-CLS-FOUND-IDX > 0
                   IF WS-CLS-ORDER-ID(WS-CLS-IDX) = WS-ROW-FIELD(1)
                       MOVE WS-CLS-IDX TO WS-CLS-FOUND-IDX
                   END-IF
               END-PERFORM
           END-IF

           IF WS-CLS-FOUND-IDX > 0
               IF WS-CLS-LAST-DATE(WS-CLS-FOUND-IDX) IS NUMERIC
                  AND WS-CLS-LAST-DATE(WS-CLS-FOUND-IDX)
                      < WS-CUTOFF-DATE
                   MOVE GARNISH-LINE TO ARCHIVE-LINE
                   WRITE ARCHIVE-LINE
                   ADD 1 TO WS-MOVED-COUNT
                   EXIT PARAGRAPH
               END-IF
           END-IF

           ADD 1 TO WS-KEEP-COUNT
           MOVE GARNISH-LINE TO WS-KEEP-LINE(WS-KEEP-COUNT)
           ADD 1 TO WS-KEPT-COUNT.

       REWRITE-GARNISHMENT-FILE.
           OPEN OUTPUT GARNISH-FILE
           IF WS-GARNISH-STATUS NOT = "00"
               DISPLAY "WARNING: could not rewrite the garnishment "
                   "order file -- archived orders remain in both "
                   "places."
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-KEEP-IDX FROM 1 BY 1
                   UNTIL WS-KEEP-IDX > WS-KEEP-COUNT
               MOVE WS-KEEP-LINE(WS-KEEP-IDX) TO GARNISH-LINE
               WRITE GARNISH-LINE
           END-PERFORM

           CLOSE GARNISH-FILE.

      *> ----------------------------------------------------------
      *> Paper checks: a PAID or VOID check ages from its status
      *> date (when the bank paid it or it was voided). ISSUED checks
      *> are still outstanding and always stay, whatever their age.
      *> Check numbers come from data/check_control.dat, so nothing
      *> needs to be kept back for numbering.
      *> ----------------------------------------------------------
       ARCHIVE-CLOSED-CHECKS.
           PERFORM COMPUTE-CHECK-CUTOFF-DATE
           MOVE 0 TO WS-MOVED-COUNT WS-KEPT-COUNT WS-KEEP-COUNT
                     WS-LINE-COUNT
           MOVE "data/check_register_archive.dat" TO WS-ARCHIVE-PATH

      *> first pass: the line count
           MOVE "N" TO WS-EOF
           OPEN INPUT CHECK-REG-FILE
           IF WS-CHECK-REG-STATUS NOT = "00"
               DISPLAY "No check register to archive."
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF = "Y"
               READ CHECK-REG-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-LINE-COUNT
               END-READ
           END-PERFORM
           CLOSE CHECK-REG-FILE

           IF WS-LINE-COUNT > 2000
               DISPLAY "WARNING: " WS-LINE-COUNT " check lines exceed "
                   "the keep buffer -- check register left untouched."
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-EOF
           OPEN INPUT CHECK-REG-FILE
           IF WS-CHECK-REG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM OPEN-ARCHIVE-EXTEND
           IF WS-ARCHIVE-OK NOT = "Y"
               CLOSE CHECK-REG-FILE
               DISPLAY "WARNING: cannot open "
                   FUNCTION TRIM(WS-ARCHIVE-PATH)
                   " -- check register left untouched."
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF = "Y"
               READ CHECK-REG-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM SIFT-CHECK-LINE
               END-READ
           END-PERFORM

           CLOSE CHECK-REG-FILE
           CLOSE ARCHIVE-FILE

           IF WS-MOVED-COUNT > 0
               PERFORM REWRITE-CHECK-REG-FILE
           END-IF

           PERFORM NOTE-MANIFEST-SECTION
           DISPLAY "Checks   : " WS-MOVED-COUNT " archived, "
               WS-KEPT-COUNT " kept online.".

      *> check number|issue date|employee|amount|status|source|
      *> funding account|ledger tx|status date|replaced by
       SIFT-CHECK-LINE.
           MOVE 0 TO WS-ROW-FIELD-COUNT
           MOVE SPACES TO WS-ROW-FIELDS

           UNSTRING CHECK-REG-LINE DELIMITED BY "|"
               INTO WS-ROW-FIELD(1) WS-ROW-FIELD(2) WS-ROW-FIELD(3)
                    WS-ROW-FIELD(4) WS-ROW-FIELD(5) WS-ROW-FIELD(6)
                    WS-ROW-FIELD(7) WS-ROW-FIELD(8) WS-ROW-FIELD(9)
                    WS-ROW-FIELD(10)
               TALLYING IN WS-ROW-FIELD-COUNT
           END-UNSTRING

           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ROW-FIELD(5)))
             TO WS-ROW-STATUS-TEXT
           MOVE WS-ROW-FIELD(9)(1:8) TO WS-LINE-DATE

           IF WS-ROW-FIELD-COUNT = 10
              AND (WS-ROW-STATUS-TEXT = "PAID"
                   OR WS-ROW-STATUS-TEXT = "VOID")
              AND WS-LINE-DATE IS NUMERIC
              AND WS-LINE-DATE < WS-CUTOFF-DATE
               MOVE CHECK-REG-LINE TO ARCHIVE-LINE
               WRITE ARCHIVE-LINE
               ADD 1 TO WS-MOVED-COUNT
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-KEEP-COUNT
           MOVE CHECK-REG-LINE TO WS-KEEP-LINE(WS-KEEP-COUNT)
           ADD 1 TO WS-KEPT-COUNT.

       REWRITE-CHECK-REG-FILE.
           OPEN OUTPUT CHECK-REG-FILE
           IF WS-CHECK-REG-STATUS NOT = "00"
               DISPLAY "WARNING: could not rewrite the check register "
                   "-- archived checks remain in both places."
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-KEEP-IDX FROM 1 BY 1
                   UNTIL WS-KEEP-IDX > WS-KEEP-COUNT
               MOVE WS-KEEP-LINE(WS-KEEP-IDX) TO CHECK-REG-LINE
               WRITE CHECK-REG-LINE
           END-PERFORM

           CLOSE CHECK-REG-FILE.

       OPEN-ARCHIVE-EXTEND.
           MOVE "N" TO WS-ARCHIVE-OK

