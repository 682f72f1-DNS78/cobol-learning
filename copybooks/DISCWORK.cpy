       01  WS-CUST-TYPE          PIC X(1)    VALUE 'R'.
       01  WS-ORDER-AMOUNT       PIC 9(7)V99 VALUE 0.
       01  WS-DISCOUNT-PCT       PIC 9V999   VALUE 0.
       01  WS-ORDER-BAND         PIC X(1)    VALUE SPACE.

       01  WS-DISCRATE-STATUS    PIC X(2).
       01  WS-DISCRATE-EOF-SW    PIC X       VALUE 'N'.
