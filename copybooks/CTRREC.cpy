      *****************************************************************
      * CTRREC - customer contract pricing file record layout
      * (CONTRACT), keyed by customer ID. One row per negotiated
      * contract term: the customer, the contract number, the
      * DISCRATE order-size band the term covers ('*' covers every
      * band), and either a fixed discount percentage (type P) or a
      * net price for an order in that band (type N -- the customer
      * pays the net price, never more than the order amount), valid
      * from the start date through the end date inclusive. While a
      * term is in force on the RUNCTL business date it prices the
      * customer in place of the DISCRATE band/customer-type grid; a
      * band-specific term wins over the customer's all-band term.
      * Rows are maintained through CTRMNT (with a before/after
      * register), which refuses two terms for the same customer and
      * band whose dates overlap; an ended term stays on file.
      *****************************************************************
       01  CONTRACT-RECORD.
           05  CTR-CUST-ID        PIC X(6).
           05  CTR-CONTRACT-NO    PIC X(8).
           05  CTR-ORDER-BAND     PIC X(1).
               88  CTR-ALL-BANDS          VALUE '*'.
           05  CTR-PRICE-TYPE     PIC X(1).
               88  CTR-FIXED-PCT          VALUE 'P'.
               88  CTR-NET-PRICE          VALUE 'N'.
               88  CTR-PRICE-TYPE-VALID   VALUE 'P' 'N'.
           05  CTR-DISCOUNT-PCT   PIC 9V999.
           05  CTR-NET-AMOUNT     PIC 9(7)V99.
           05  CTR-START-DATE     PIC 9(8).
           05  CTR-END-DATE       PIC 9(8).
