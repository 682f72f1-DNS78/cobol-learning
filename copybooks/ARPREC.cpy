      *****************************************************************
      * ARPREC - AR payment history record (ARPAID), one per piece of
      * cash ARPOST applies to an open item. The ledger itself drops
      * an item once it is paid, so this is the only lasting record
      * of when each sale was paid for: the business date the cash
      * was applied, the posting date of the item it paid (the item's
      * AR-POST-DATE), the USD amount applied and the days between
      * the two. PROFITRPT averages the days over a month's
      * applications, weighted by amount. A RERUN replaces the rows
      * already on file for its business date.
      *****************************************************************
       01  AR-PAYMENT-RECORD.
           05  ARP-APPLY-DATE     PIC 9(8).
           05  ARP-COMPANY        PIC X(3).
           05  ARP-CUST-ID        PIC X(6).
           05  ARP-POST-DATE      PIC 9(8).
           05  ARP-APPLIED        PIC 9(9)V99.
           05  ARP-DAYS-TO-PAY    PIC 9(5).
