      * with record count and amount hash behind them), and the same
      * column-1 convention applies: a company code may not begin 'H'
      * or 'T'. Amounts arrive in the reporting currency (USD), the
      * currency the AR ledger is kept in. On this feed the header's
      * FH-BRANCH carries the lockbox ID, which BANKREC matches to
      * the bank's deposit file together with FH-FEED-DATE.
      *****************************************************************
       01  CASH-RECEIPT-RECORD.
           05  CSH-COMPANY        PIC X(3).
