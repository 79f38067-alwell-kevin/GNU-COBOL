       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEDGER-TX-CONTROL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE
               ASSIGN TO DYNAMIC WS-CONTROL-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTL-KEY
               LOCK MODE IS MANUAL
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT LEDGER-FILE
               ASSIGN TO DYNAMIC WS-LEDGER-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LEDG-KEY
               ALTERNATE RECORD KEY IS LEDG-EMP-ID WITH DUPLICATES
               FILE STATUS IS WS-LEDGER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE.
       01  CONTROL-RECORD.
           05  CTL-KEY                    PIC X(12).
           05  CTL-LAST-TX-ID             PIC 9(9).
           05  CTL-UPDATED                PIC X(19).

       FD  LEDGER-FILE.
       01  LEDGER-RECORD.
           COPY "ledger_record.cpy".

       WORKING-STORAGE SECTION.
      *> Issues general ledger transaction ids from one shared control
      *> record (key "LEDGER-TX" in data/ledger_control.dat) so every
      *> posting program -- BANKING-CONSOLE, EOD-BATCH-RUN, PAYROLL-
      *> REGISTER-BATCH, BANK-RETURN-BATCH, QUARTERLY-TAX-BATCH,
      *> REMITTANCE-BATCH and the rest -- draws from the same counter.
      *> The record is read WITH LOCK and rewritten before the lock is
      *> released, so two jobs posting at once can never be handed the
      *> same id. Actions:
      *>   NEXT   reserve the next id and return it in LK-TXC-TX-ID
      *>   RAISE  move the counter up to LK-TXC-TX-ID if it is lower
      *>          (MIGRATE-LEDGER-DATA, after loading old ledgers)
      *> A missing control record is seeded from the highest id on the
      *> keyed ledger, so a fresh install or a lost control file picks
      *> up where the ledger left off.
       77  WS-CONTROL-PATH                PIC X(256)
                                   VALUE "data/ledger_control.dat".
       77  WS-LEDGER-PATH                 PIC X(256)
                                           VALUE "data/ledger.dat".
       77  WS-CONTROL-STATUS              PIC XX VALUE SPACES.
       77  WS-LEDGER-STATUS               PIC XX VALUE SPACES.

       77  WS-CONTROL-KEY                 PIC X(12) VALUE "LEDGER-TX".
       77  WS-RECORD-FOUND                PIC X VALUE "N".
       77  WS-LOCK-FAILED                 PIC X VALUE "N".
       77  WS-LOCK-TRIES                  PIC 9(4) VALUE 0.
       77  WS-MAX-LOCK-TRIES              PIC 9(4) VALUE 500.
       77  WS-SEED-TX-ID                  PIC 9(9) VALUE 0.

       77  WS-CURRENT-DATE                PIC X(21) VALUE SPACES.
       77  WS-TIMESTAMP                   PIC X(19) VALUE SPACES.

       LINKAGE SECTION.
       01  LK-TXC-ACTION                  PIC X(8).
       01  LK-TXC-TX-ID                   PIC 9(9).
       01  LK-TXC-RESULT                  PIC X.

       PROCEDURE DIVISION USING LK-TXC-ACTION LK-TXC-TX-ID
                                LK-TXC-RESULT.
       MAIN-PROCEDURE.
           MOVE "N" TO LK-TXC-RESULT

           PERFORM OPEN-CONTROL-FILE
           IF WS-CONTROL-STATUS NOT = "00"
               GOBACK
           END-IF

           PERFORM LOCK-CONTROL-RECORD
           IF WS-LOCK-FAILED = "Y"
               CLOSE CONTROL-FILE
               GOBACK
           END-IF

           IF WS-RECORD-FOUND NOT = "Y"
               PERFORM FIND-LEDGER-MAX-TX-ID
               MOVE WS-CONTROL-KEY TO CTL-KEY
               MOVE WS-SEED-TX-ID TO CTL-LAST-TX-ID
           END-IF

           EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(LK-TXC-ACTION))
               WHEN "NEXT"
                   ADD 1 TO CTL-LAST-TX-ID
                   MOVE CTL-LAST-TX-ID TO LK-TXC-TX-ID
               WHEN "RAISE"
                   IF LK-TXC-TX-ID > CTL-LAST-TX-ID
                       MOVE LK-TXC-TX-ID TO CTL-LAST-TX-ID
                   END-IF
               WHEN OTHER
                   IF WS-RECORD-FOUND = "Y"
                       UNLOCK CONTROL-FILE
                   END-IF
                   CLOSE CONTROL-FILE
                   GOBACK
           END-EVALUATE

           PERFORM BUILD-TIMESTAMP
           MOVE WS-TIMESTAMP TO CTL-UPDATED

           IF WS-RECORD-FOUND = "Y"
               REWRITE CONTROL-RECORD
                   INVALID KEY
                       MOVE "N" TO LK-TXC-RESULT
                   NOT INVALID KEY
                       MOVE "Y" TO LK-TXC-RESULT
               END-REWRITE
               UNLOCK CONTROL-FILE
           ELSE
               WRITE CONTROL-RECORD
                   INVALID KEY
                       MOVE "N" TO LK-TXC-RESULT
                   NOT INVALID KEY
                       MOVE "Y" TO LK-TXC-RESULT
               END-WRITE
           END-IF

           CLOSE CONTROL-FILE
           GOBACK.

      *> the control file is created empty on first use; the record
      *> itself is written below once it has been seeded.
       OPEN-CONTROL-FILE.
           OPEN I-O CONTROL-FILE
           IF WS-CONTROL-STATUS = "35"
               OPEN OUTPUT CONTROL-FILE
               IF WS-CONTROL-STATUS = "00"
                   CLOSE CONTROL-FILE
                   OPEN I-O CONTROL-FILE
               END-IF
           END-IF.

      *> another job holding the record answers "51"; try again a
      *> bounded number of times before giving the caller a failure
      *> it already knows how to report.
       LOCK-CONTROL-RECORD.
           MOVE "N" TO WS-RECORD-FOUND
           MOVE "N" TO WS-LOCK-FAILED
           MOVE 0 TO WS-LOCK-TRIES
           MOVE "51" TO WS-CONTROL-STATUS

           PERFORM UNTIL WS-CONTROL-STATUS NOT = "51"
                   OR WS-LOCK-TRIES >= WS-MAX-LOCK-TRIES
               ADD 1 TO WS-LOCK-TRIES
               MOVE WS-CONTROL-KEY TO CTL-KEY
               READ CONTROL-FILE WITH LOCK KEY IS CTL-KEY
                   INVALID KEY
                       MOVE "N" TO WS-RECORD-FOUND
                   NOT INVALID KEY
                       MOVE "Y" TO WS-RECORD-FOUND
               END-READ
           END-PERFORM

           IF WS-CONTROL-STATUS = "51"
               MOVE "Y" TO WS-LOCK-FAILED
           END-IF.

      *> the ledger is keyed by transaction id then leg, so the last
      *> key on file carries the highest id issued so far.
       FIND-LEDGER-MAX-TX-ID.
           MOVE 0 TO WS-SEED-TX-ID

           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE 999999999 TO LEDG-TX-ID
           MOVE 99 TO LEDG-LEG
           START LEDGER-FILE KEY IS LESS THAN OR EQUAL LEDG-KEY
               INVALID KEY
                   CLOSE LEDGER-FILE
                   EXIT PARAGRAPH
           END-START

           READ LEDGER-FILE NEXT RECORD
               AT END
                   CONTINUE
               NOT AT END
                   MOVE LEDG-TX-ID TO WS-SEED-TX-ID
           END-READ

           CLOSE LEDGER-FILE.

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
