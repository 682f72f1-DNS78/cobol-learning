      * that posts a sale so a bad running total can be traced back to
      * the transaction that caused it.
      * AUD-TXN-TYPE carries the transaction type (S sale, R return,
      * C credit memo, W bad-debt write-off) so the journal shows
      * which way the money moved; CUSTOMERS' balance postings are
      * always 'S', WRITEOFF's entries always 'W' in USD.
      * AUD-PRICE-SOURCE records what priced AUD-DISCOUNT on a
      * discounted posting (C a CONTRACT term, D the DISCRATE grid);
      * it is space on entries no discount is worked out for.
      *****************************************************************
       01  AUDIT-RECORD.
           05  AUD-PROGRAM        PIC X(12).
           05  AUD-RUN-DATE       PIC 9(8).
           05  AUD-RUN-TIME       PIC 9(8).
           05  AUD-RUNNING-TOTAL  PIC 9(9)V99.
           05  AUD-PRICE-SOURCE   PIC X(1).
               88  AUD-PRICED-BY-CONTRACT VALUE 'C'.
               88  AUD-PRICED-BY-DISCRATE VALUE 'D'.
