      *****************************************************************
      * ITEMREC - product/item master record layout. One row per item
      * the branches sell: the item code keyed on the SALESTXN line
      * items, its description, list unit price, the product
      * category the merchandising reports roll items up into, and
      * whether the item is taxable. TXNEDIT checks every line item
      * on the feed against this file, DISCOUNT prices an order from
      * it, and PRODRPT reports units and dollars by item and
      * category.
      *****************************************************************
       01  ITEM-RECORD.
           05  ITEM-CODE          PIC X(8).
           05  ITEM-DESC          PIC X(20).
           05  ITEM-UNIT-PRICE    PIC 9(5)V99.
           05  ITEM-CATEGORY      PIC X(4).
           05  ITEM-TAXABLE-FLAG  PIC X(1).
               88  ITEM-TAXABLE           VALUE 'Y'.
