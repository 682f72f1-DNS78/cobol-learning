      *****************************************************************
      * ITEMWORK - working-storage fields shared by any program that
      * loads the ITEMMAST table and looks up an item. The caller
      * moves the item code to WS-ITEM-CODE; the lookup returns the
      * rest of the item's master row.
      *****************************************************************
       01  WS-ITEM-CODE           PIC X(8)    VALUE SPACES.
       01  WS-ITEM-DESC           PIC X(20)   VALUE SPACES.
       01  WS-ITEM-PRICE          PIC 9(5)V99 VALUE 0.
       01  WS-ITEM-CATEGORY       PIC X(4)    VALUE SPACES.
       01  WS-ITEM-TAXABLE        PIC X(1)    VALUE SPACE.

       01  WS-ITEMMAST-STATUS     PIC X(2).
       01  WS-ITEMMAST-EOF-SW     PIC X       VALUE 'N'.
           88  WS-END-OF-ITEMMAST            VALUE 'Y'.
       01  WS-ITEM-FOUND-SW       PIC X       VALUE 'N'.
           88  WS-ITEM-FOUND                 VALUE 'Y'.
