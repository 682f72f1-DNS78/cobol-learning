      *****************************************************************
      * ITEMTBL - in-memory item master table, loaded from the
      * ITEMMAST file at start of run. Shared shape for any program
      * that needs to look up an item's price, category or taxable
      * flag.
      *****************************************************************
       01  WS-ITEM-TABLE.
           05  WS-ITM-COUNT       PIC 9(3) VALUE 0.
           05  WS-ITM-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-ITM-IDX.
               10  WS-ITM-CODE        PIC X(8).
               10  WS-ITM-DESC        PIC X(20).
               10  WS-ITM-PRICE       PIC 9(5)V99.
               10  WS-ITM-CATEGORY    PIC X(4).
               10  WS-ITM-TAXABLE     PIC X(1).
