      *****************************************************************
      * CTRWORK - working-storage fields shared by any program that
      * loads the CONTRACT pricing table and prices an order against
      * it. The caller sets WS-CTR-CUST-ID alongside the DISCWORK
      * WS-CUST-TYPE/WS-ORDER-AMOUNT fields; 7250 returns the
      * discount amount in WS-PRICED-DISCOUNT and the source that
      * priced it in WS-PRICE-SOURCE (C contract, D DISCRATE grid).
      *****************************************************************
       01  WS-CTR-CUST-ID         PIC X(6)    VALUE SPACES.
       01  WS-CTR-APPLIED-NO      PIC X(8)    VALUE SPACES.
       01  WS-PRICED-DISCOUNT     PIC 9(7)V99 VALUE 0.
       01  WS-PRICE-SOURCE        PIC X(1)    VALUE 'D'.
           88  WS-PRICED-BY-CONTRACT         VALUE 'C'.
           88  WS-PRICED-BY-DISCRATE         VALUE 'D'.

       01  WS-CONTRACT-STATUS     PIC X(2).
       01  WS-CONTRACT-EOF-SW     PIC X       VALUE 'N'.
           88  WS-END-OF-CONTRACT            VALUE 'Y'.
       01  WS-CTR-FOUND-SW        PIC X       VALUE 'N'.
           88  WS-CTR-FOUND                  VALUE 'Y'.
