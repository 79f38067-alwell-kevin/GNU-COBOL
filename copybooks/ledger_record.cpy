      *> LEDGER_RECORD.CPY
      *> Canonical general ledger record layout. COPY this under an
      *> 01-level item in the FD of the live ledger (data/ledger.dat)
      *> and of the month-end archives (data/ledger_YYYYMM.dat), which
      *> share the layout. Every posting writes one row per leg:
      *> LEDG-KEY (transaction id + leg number) is the indexed file's
      *> record key, and LEDG-EMP-ID is an alternate key WITH
      *> DUPLICATES so an employee's postings can be read directly.
      *> Transaction ids are issued by LEDGER-TX-CONTROL from the
      *> shared control record, never by scanning the ledger.
           05  LEDG-KEY.
               10  LEDG-TX-ID              PIC 9(9).
               10  LEDG-LEG                PIC 9(2).
           05  LEDG-EMP-ID                 PIC 9(4).
      *> YYYY-MM-DD HH:MM:SS
           05  LEDG-TIMESTAMP              PIC X(19).
      *> DEBIT or CREDIT
           05  LEDG-ENTRY-TYPE             PIC X(6).
           05  LEDG-ACCOUNT                PIC X(24).
           05  LEDG-AMOUNT                 PIC S9(9)V99.
           05  LEDG-MEMO                   PIC X(60).
