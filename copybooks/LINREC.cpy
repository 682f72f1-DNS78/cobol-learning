      *****************************************************************
      * LINREC - line-item detail record on the SALESTXN feed. A
      * transaction that is itemized is followed directly by one 'L'
      * record per item sold (or returned): the item code on the
      * ITEMMAST item master, the quantity, and the unit price
      * charged. The quantities times the unit prices must extend to
      * the transaction's TXN-AMOUNT. A transaction with no line
      * records (a credit memo, or a branch still sending lump sums)
      * is taken at its amount as before.
      * The record type in column 1 tells a line record apart from a
      * detail record, whose column 1 is the first byte of
      * TXN-COMPANY -- which is why CUSTMNT refuses a company code
      * beginning 'L' as it does 'H' and 'T'. Line records belong to
      * the transaction ahead of them, so the block trailer's record
      * count and hash total cover the transaction records only.
      *****************************************************************
       01  LINE-ITEM-RECORD.
           05  LIN-REC-TYPE       PIC X(1).
               88  LIN-IS-LINE            VALUE 'L'.
           05  LIN-ITEM-CODE      PIC X(8).
           05  LIN-QUANTITY       PIC 9(5).
           05  LIN-UNIT-PRICE     PIC 9(5)V99.
