      *****************************************************************
      * EINREC - outbound electronic invoice file (EINVOICE), written
      * by INVOICE for customers whose master record asks for
      * electronic delivery (CUST-INVOICE-MEDIUM 'E'). One header
      * ahead of everything carries the file date and our sender ID;
      * each document is a 'D' record (EID-DOC-TYPE I invoice, C
      * credit note, whose EID-INVOICE-NO is the original invoice it
      * credits) followed by its 'L' item lines; a trailer behind them
      * carries the count of D and L records, the document count and
      * a hash total of the document totals -- the same controls the
      * branches put on the sales feed (FEEDCTL), so the receiving
      * side can prove the file arrived whole. Amounts are in the
      * customer's currency (EID-CURRENCY) and always unsigned; the
      * document type says which way they run.
      *****************************************************************
       01  EINV-HEADER-RECORD.
           05  EIH-REC-TYPE       PIC X(1).
               88  EIH-IS-HEADER          VALUE 'H'.
           05  EIH-FILE-DATE      PIC 9(8).
           05  EIH-SENDER-ID      PIC X(8).
           05  FILLER             PIC X(98).

       01  EINV-DOCUMENT-RECORD.
           05  EID-REC-TYPE       PIC X(1).
               88  EID-IS-DOCUMENT        VALUE 'D'.
           05  EID-DOC-TYPE       PIC X(1).
               88  EID-INVOICE            VALUE 'I'.
               88  EID-CREDIT-NOTE        VALUE 'C'.
           05  EID-COMPANY        PIC X(3).
           05  EID-INVOICE-NO     PIC X(8).
           05  EID-CUST-ID        PIC X(6).
           05  EID-CUST-NAME      PIC X(20).
           05  EID-CURRENCY       PIC X(3).
           05  EID-DOC-DATE       PIC 9(8).
           05  EID-DUE-DATE       PIC 9(8).
           05  EID-TERMS-DAYS     PIC 9(3).
           05  EID-GROSS          PIC 9(9)V99.
           05  EID-DISCOUNT       PIC 9(9)V99.
           05  EID-TAX            PIC 9(9)V99.
           05  EID-TOTAL          PIC 9(9)V99.
           05  EID-EXEMPT-CERT    PIC X(10).

       01  EINV-LINE-RECORD.
           05  EIL-REC-TYPE       PIC X(1).
               88  EIL-IS-LINE            VALUE 'L'.
           05  EIL-DOC-TYPE       PIC X(1).
           05  EIL-INVOICE-NO     PIC X(8).
           05  EIL-LINE-NO        PIC 9(3).
           05  EIL-ITEM-CODE      PIC X(8).
           05  EIL-ITEM-DESC      PIC X(20).
           05  EIL-QUANTITY       PIC 9(5).
           05  EIL-UNIT-PRICE     PIC 9(7)V99.
           05  EIL-AMOUNT         PIC 9(9)V99.
           05  FILLER             PIC X(49).

       01  EINV-TRAILER-RECORD.
           05  EIT-REC-TYPE       PIC X(1).
               88  EIT-IS-TRAILER         VALUE 'T'.
           05  EIT-RECORD-COUNT   PIC 9(7).
           05  EIT-DOC-COUNT      PIC 9(7).
           05  EIT-HASH-TOTAL     PIC 9(11)V99.
           05  FILLER             PIC X(87).
