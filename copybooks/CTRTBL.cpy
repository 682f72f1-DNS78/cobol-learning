      *****************************************************************
      * CTRTBL - in-memory contract pricing table, loaded from the
      * CONTRACT file at start of run with only the terms in force
      * on the business date. Shared shape for any program that
      * prices a customer's order.
      *****************************************************************
       01  WS-CONTRACT-TABLE.
           05  WS-CTR-COUNT       PIC 9(3) VALUE 0.
           05  WS-CTR-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-CTR-IDX.
               10  WS-CTR-CUST        PIC X(6).
               10  WS-CTR-NO          PIC X(8).
               10  WS-CTR-BAND        PIC X(1).
               10  WS-CTR-TYPE        PIC X(1).
               10  WS-CTR-PCT         PIC 9V999.
               10  WS-CTR-NET         PIC 9(7)V99.
