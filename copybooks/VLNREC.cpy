      *****************************************************************
      * VLNREC - validated line-item record, written by TXNEDIT to
      * VALIDLIN for every line item of a transaction it accepts onto
      * VALIDTXN. Each line carries the transaction's company,
      * customer, invoice number, type and currency so a reader needs
      * nothing else to place it; VLN-EXT-AMOUNT is the quantity
      * times the unit price, in the transaction currency.
      *****************************************************************
       01  VALID-LINE-RECORD.
           05  VLN-COMPANY        PIC X(3).
           05  VLN-CUST-ID        PIC X(6).
           05  VLN-INVOICE-NO     PIC X(8).
           05  VLN-TYPE           PIC X(1).
           05  VLN-CURRENCY       PIC X(3).
           05  VLN-ITEM-CODE      PIC X(8).
           05  VLN-QUANTITY       PIC 9(5).
           05  VLN-UNIT-PRICE     PIC 9(5)V99.
           05  VLN-EXT-AMOUNT     PIC 9(7)V99.
