      *> COA_REQUEST.CPY
      *> Request/reply block passed to the CHART-OF-ACCOUNTS
      *> subprogram. COPY this under an 01-level item in the caller
      *> (WS-COA-REQUEST) and pass the group on the CALL. The caller
      *> fills the action, account, program name and employee id; the
      *> subprogram returns the result and the account's chart row.
      *>   VALIDATE  account must be on file and active; a refusal is
      *>             raised in data/alerts.dat (GL_ACCOUNT_REJECTED)
      *>   LOOKUP    return the chart row only, no alert
      *>   RELOAD    re-read data/chart_of_accounts.dat
           05  WS-COA-ACTION               PIC X(8).
           05  WS-COA-ACCOUNT              PIC X(24).
           05  WS-COA-PROGRAM              PIC X(24).
           05  WS-COA-EMP-ID               PIC 9(4).
      *> Y = account accepted; N = refused, reason below
           05  WS-COA-RESULT               PIC X.
      *> NOT_ON_FILE or INACTIVE
           05  WS-COA-REASON               PIC X(12).
      *> ASSET, LIABILITY, EQUITY, INCOME or EXPENSE
           05  WS-COA-TYPE                 PIC X(10).
      *> DEBIT or CREDIT
           05  WS-COA-NORMAL               PIC X(6).
           05  WS-COA-ACTIVE               PIC X.
           05  WS-COA-GL-NUMBER            PIC X(12).
           05  WS-COA-DESC                 PIC X(40).
