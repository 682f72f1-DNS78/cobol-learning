      *****************************************************************
      * CTXREC - contract pricing maintenance transaction layout,
      * read by CTRMNT. CTX-ACTION is A (add a contract term), C
      * (change a term) or D (delete a term that has not started
      * yet), followed by the term in the CONTRACT file's own record
      * layout. A term is identified by customer, contract number and
      * band. Once a term has started only its end date may change --
      * to end it early or extend it -- so the contract file stays a
      * true record of how each night was priced; new prices go on a
      * new term starting after the old one ends.
      *****************************************************************
       01  CONTRACT-TXN-RECORD.
           05  CTX-ACTION         PIC X(1).
               88  CTX-ADD                VALUE 'A'.
               88  CTX-CHANGE             VALUE 'C'.
               88  CTX-DELETE             VALUE 'D'.
           05  CTX-ROW-IMAGE      PIC X(45).
           05  CTX-CONTRACT-ROW REDEFINES CTX-ROW-IMAGE.
               10  CTX-CUST-ID        PIC X(6).
               10  CTX-CONTRACT-NO    PIC X(8).
               10  CTX-ORDER-BAND     PIC X(1).
               10  CTX-PRICE-TYPE     PIC X(1).
                   88  CTX-FIXED-PCT          VALUE 'P'.
                   88  CTX-NET-PRICE          VALUE 'N'.
                   88  CTX-PRICE-TYPE-VALID   VALUE 'P' 'N'.
               10  CTX-DISCOUNT-PCT   PIC 9V999.
               10  CTX-NET-AMOUNT     PIC 9(7)V99.
               10  CTX-START-DATE     PIC 9(8).
               10  CTX-END-DATE       PIC 9(8).
