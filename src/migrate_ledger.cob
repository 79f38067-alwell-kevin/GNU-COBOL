       IDENTIFICATION DIVISION.
       PROGRAM-ID. MIGRATE-LEDGER-DATA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEGACY-LEDGER-FILE
               ASSIGN TO DYNAMIC WS-LEGACY-LEDGER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEGACY-LEDGER-STATUS.

           SELECT LEDGER-FILE
               ASSIGN TO DYNAMIC WS-LEDGER-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LEDG-KEY
               ALTERNATE RECORD KEY IS LEDG-EMP-ID WITH DUPLICATES
               FILE STATUS IS WS-LEDGER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LEGACY-LEDGER-FILE.
       01  LEGACY-LEDGER-LINE             PIC X(256).

       FD  LEDGER-FILE.
       01  LEDGER-RECORD.
           COPY "ledger_record.cpy".

       WORKING-STORAGE SECTION.
      *> One-time conversion in the MIGRATE-SEED-DATA mold: reads an
      *> old 7-field pipe-delimited ledger
      *>   txid|YYYY-MM-DD HH:MM:SS|empid|DEBIT/CREDIT|ACCOUNT|amt|memo
      *> and writes a keyed LEDGER-FILE row per line. With no argument
      *> it converts the live ledger (data/ledger_legacy.dat into
      *> data/ledger.dat); with a YYYYMM argument it converts that
      *> month-end archive (data/ledger_YYYYMM_legacy.dat into
      *> data/ledger_YYYYMM.dat). Rename each pipe file to its
      *> _legacy name before the run. Legs are numbered in file order
      *> within a transaction id, which is how every posting program
      *> wrote them (debit first). Afterwards the shared transaction
      *> id control record is raised to the highest id converted, so
      *> the next posting continues the old numbering.
       77  WS-LEGACY-LEDGER-PATH          PIC X(256)
                                   VALUE "data/ledger_legacy.dat".
       77  WS-LEDGER-PATH                 PIC X(256)
                                           VALUE "data/ledger.dat".

       77  WS-LEGACY-LEDGER-STATUS        PIC XX VALUE SPACES.
       77  WS-LEDGER-STATUS               PIC XX VALUE SPACES.

       77  WS-ARGS-IN                     PIC X(80) VALUE SPACES.
       77  WS-ARCHIVE-MONTH               PIC X(6) VALUE SPACES.

       77  WS-EOF                         PIC X VALUE "N".
       77  WS-FIELD-COUNT                 PIC 9 VALUE 0.
       77  WS-LINE-IN-COUNT               PIC 9(7) VALUE 0.
       77  WS-LINE-OUT-COUNT              PIC 9(7) VALUE 0.
       77  WS-SKIPPED-COUNT               PIC 9(7) VALUE 0.

       77  WS-TX-ID-TEXT                  PIC X(20).
       77  WS-TS-TEXT                     PIC X(30).
       77  WS-EMP-ID-TEXT                 PIC X(20).
       77  WS-ENTRY-TYPE-TEXT             PIC X(20).
       77  WS-ACCOUNT-TEXT                PIC X(30).
       77  WS-AMOUNT-TEXT                 PIC X(20).
       77  WS-MEMO-TEXT                   PIC X(80).

       77  WS-CUR-TX-ID                   PIC 9(9) VALUE 0.
       77  WS-PREV-TX-ID                  PIC 9(9) VALUE 0.
       77  WS-CUR-LEG                     PIC 9(2) VALUE 0.
       77  WS-MAX-TX-ID                   PIC 9(9) VALUE 0.
       77  WS-ROW-WRITTEN                 PIC X VALUE "N".

       77  WS-TXC-ACTION                  PIC X(8) VALUE SPACES.
       77  WS-TXC-RESULT                  PIC X VALUE "N".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY " "
           DISPLAY "===== Helical Pay Systems - Ledger Conversion ====="
           DISPLAY " "

           PERFORM RESOLVE-LEDGER-PATHS
           PERFORM MIGRATE-LEDGER

           DISPLAY " "
           DISPLAY "Ledger lines: " WS-LINE-IN-COUNT " read, "
               WS-LINE-OUT-COUNT " written."
           IF WS-SKIPPED-COUNT > 0
               DISPLAY WS-SKIPPED-COUNT
                   " line(s) skipped -- malformed or duplicate key."
           END-IF

           IF WS-MAX-TX-ID > 0
               MOVE "RAISE" TO WS-TXC-ACTION
               CALL "LEDGER-TX-CONTROL" USING WS-TXC-ACTION
                                              WS-MAX-TX-ID
                                              WS-TXC-RESULT
               END-CALL
               IF WS-TXC-RESULT = "Y"
                   DISPLAY "Transaction id control raised to "
                       WS-MAX-TX-ID "."
               ELSE
                   DISPLAY "WARNING: could not update the transaction "
                       "id control record -- check "
                       "data/ledger_control.dat before posting."
               END-IF
           END-IF

           GOBACK.

      *> The month may be passed as YYYYMM, the same tag LEDGER-CLOSE-
      *> BATCH puts on an archive; with no argument the live ledger is
      *> converted.
       RESOLVE-LEDGER-PATHS.
           MOVE SPACES TO WS-ARGS-IN
           ACCEPT WS-ARGS-IN FROM COMMAND-LINE

           IF FUNCTION TRIM(WS-ARGS-IN) = SPACES
               EXIT PARAGRAPH
           END-IF

           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-ARGS-IN)) NOT = 0
              OR FUNCTION LENGTH(FUNCTION TRIM(WS-ARGS-IN)) NOT = 6
               DISPLAY "WARNING: month argument must be YYYYMM "
                   "-- converting the live ledger."
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION TRIM(WS-ARGS-IN) TO WS-ARCHIVE-MONTH
           MOVE SPACES TO WS-LEGACY-LEDGER-PATH WS-LEDGER-PATH
           STRING "data/ledger_"
                  WS-ARCHIVE-MONTH
                  "_legacy.dat"
             INTO WS-LEGACY-LEDGER-PATH
           END-STRING
           STRING "data/ledger_"
                  WS-ARCHIVE-MONTH
                  ".dat"
             INTO WS-LEDGER-PATH
           END-STRING

           DISPLAY "Converting archive for " WS-ARCHIVE-MONTH ".".

       MIGRATE-LEDGER.
           MOVE "N" TO WS-EOF
           MOVE 0 TO WS-PREV-TX-ID WS-CUR-LEG

           OPEN INPUT LEGACY-LEDGER-FILE
           IF WS-LEGACY-LEDGER-STATUS NOT = "00"
               DISPLAY "ERROR: Cannot open legacy ledger file "
                   FUNCTION TRIM(WS-LEGACY-LEDGER-PATH) " ("
                   WS-LEGACY-LEDGER-STATUS ")."
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT LEDGER-FILE
           IF WS-LEDGER-STATUS NOT = "00"
               DISPLAY "ERROR: Cannot open target ledger file "
                   FUNCTION TRIM(WS-LEDGER-PATH) " ("
                   WS-LEDGER-STATUS ")."
               CLOSE LEGACY-LEDGER-FILE
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF = "Y"
               READ LEGACY-LEDGER-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF LEGACY-LEDGER-LINE NOT = SPACES
                           ADD 1 TO WS-LINE-IN-COUNT
                           PERFORM CONVERT-LEDGER-LINE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE LEGACY-LEDGER-FILE
           CLOSE LEDGER-FILE.

       CONVERT-LEDGER-LINE.
           MOVE 0 TO WS-FIELD-COUNT
           MOVE SPACES TO WS-TX-ID-TEXT WS-TS-TEXT WS-EMP-ID-TEXT
                          WS-ENTRY-TYPE-TEXT WS-ACCOUNT-TEXT
                          WS-AMOUNT-TEXT WS-MEMO-TEXT

           UNSTRING LEGACY-LEDGER-LINE DELIMITED BY "|"
               INTO WS-TX-ID-TEXT
                    WS-TS-TEXT
                    WS-EMP-ID-TEXT
                    WS-ENTRY-TYPE-TEXT
                    WS-ACCOUNT-TEXT
                    WS-AMOUNT-TEXT
                    WS-MEMO-TEXT
               TALLYING IN WS-FIELD-COUNT
           END-UNSTRING

           IF WS-FIELD-COUNT NOT = 7
               ADD 1 TO WS-SKIPPED-COUNT
               EXIT PARAGRAPH
           END-IF

           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-TX-ID-TEXT)) NOT = 0
              OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-EMP-ID-TEXT))
                 NOT = 0
              OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-AMOUNT-TEXT))
                 NOT = 0
               ADD 1 TO WS-SKIPPED-COUNT
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-TX-ID-TEXT))
             TO WS-CUR-TX-ID
           IF WS-CUR-TX-ID = WS-PREV-TX-ID
               ADD 1 TO WS-CUR-LEG
           ELSE
               MOVE 1 TO WS-CUR-LEG
               MOVE WS-CUR-TX-ID TO WS-PREV-TX-ID
           END-IF

           MOVE WS-CUR-TX-ID TO LEDG-TX-ID
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-EMP-ID-TEXT))
             TO LEDG-EMP-ID
           MOVE FUNCTION TRIM(WS-TS-TEXT) TO LEDG-TIMESTAMP
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ENTRY-TYPE-TEXT))
             TO LEDG-ENTRY-TYPE
           MOVE FUNCTION TRIM(WS-ACCOUNT-TEXT) TO LEDG-ACCOUNT
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-AMOUNT-TEXT))
             TO LEDG-AMOUNT
           MOVE FUNCTION TRIM(WS-MEMO-TEXT) TO LEDG-MEMO

           PERFORM WRITE-CONVERTED-LEG.

      *> a transaction whose legs were not written together in the old
      *> file would collide on its leg number; take the next free leg
      *> rather than drop a posting.
       WRITE-CONVERTED-LEG.
           MOVE "N" TO WS-ROW-WRITTEN

           PERFORM UNTIL WS-ROW-WRITTEN = "Y" OR WS-CUR-LEG > 98
               MOVE WS-CUR-LEG TO LEDG-LEG
               WRITE LEDGER-RECORD
                   INVALID KEY
                       ADD 1 TO WS-CUR-LEG
                   NOT INVALID KEY
                       MOVE "Y" TO WS-ROW-WRITTEN
               END-WRITE
           END-PERFORM

           IF WS-ROW-WRITTEN NOT = "Y"
               ADD 1 TO WS-SKIPPED-COUNT
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-LINE-OUT-COUNT
           IF WS-CUR-TX-ID > WS-MAX-TX-ID
               MOVE WS-CUR-TX-ID TO WS-MAX-TX-ID
           END-IF.
