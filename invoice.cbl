      *****************************************************************
      * PROGRAM-ID : INVOICE
      * Customer invoices off the night's validated sales feed
      * (VALIDTXN), run after SALESREPORT has posted it. The feed is
      * sorted by company and invoice number and one document is
      * produced per invoice number and customer: a sale bills as an
      * INVOICE; returns and credit memos, which carry the original
      * sale's invoice number, go out as a CREDIT NOTE referencing
      * that invoice. Each document shows the account from the
      * customer master, the item lines TXNEDIT wrote to VALIDLIN
      * (described from ITEMMAST), the gross, the invoice discount
      * priced exactly as CUSTOMERS prices it (the account's CONTRACT
      * term, else the DISCRATE grid), the sales tax at the region's
      * TAXRATE on the gross as SALESREPORT charges it -- or, for an
      * account holding an exemption certificate, the certificate
      * number in place of the tax -- and the total in the
      * customer's own currency, converted through CURRATE when the
      * branch keyed the sale in another one. Invoices carry the
      * remittance terms: the customer's own payment terms from the
      * master, else the standard terms on the INVPARM parameter
      * file, with the due date and the remit-to address. Credit
      * notes carry no discount (the journal posts returns and
      * credit memos at their full amount) and are applied to the
      * account rather than paid.
      * Customers set up for electronic delivery (CUST-INVOICE-MEDIUM
      * 'E') get no printed document; theirs go to the EINVOICE
      * outbound file instead (EINREC layout), wrapped in a header
      * and a trailer with record count and hash total. A summary
      * of the run prints at the end of INVPRT.
      *
      * Change history
      *   2026-10-15  Initial version.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVOICE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALES-TXN-FILE ASSIGN TO 'VALIDTXN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALESTXN-STATUS.

           SELECT VALID-LINE-FILE ASSIGN TO 'VALIDLIN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VALIDLIN-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO 'SRTWORK'.

           SELECT CUSTOMER-MASTER-FILE ASSIGN TO 'CUSTMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUSTMAST-STATUS.

           SELECT DISCOUNT-RATE-FILE ASSIGN TO 'DISCRATE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISCRATE-STATUS.

           SELECT CONTRACT-FILE ASSIGN TO 'CONTRACT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTRACT-STATUS.

           SELECT TAX-RATE-FILE ASSIGN TO 'TAXRATE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAXRATE-STATUS.

           SELECT CURRENCY-RATE-FILE ASSIGN TO 'CURRATE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CURRRATE-STATUS.

           SELECT ITEM-MASTER-FILE ASSIGN TO 'ITEMMAST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ITEMMAST-STATUS.

           SELECT INVOICE-PARM-FILE ASSIGN TO 'INVPARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVPARM-STATUS.

           SELECT INVOICE-PRINT-FILE ASSIGN TO 'INVPRT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVPRT-STATUS.

           SELECT ELECTRONIC-INVOICE-FILE ASSIGN TO 'EINVOICE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EINVOICE-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO 'RUNCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT FISCAL-CALENDAR-FILE ASSIGN TO 'FISCCAL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FISCCAL-STATUS.

           SELECT STEP-PLAN-FILE ASSIGN TO 'STEPPLAN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STEPPLAN-STATUS.

           SELECT STEP-LEDGER-FILE ASSIGN TO 'STEPLDG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STEPLDG-STATUS.

           SELECT RUN-STATS-FILE ASSIGN TO 'RUNSTATS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNSTATS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SALES-TXN-FILE
           RECORDING MODE IS F.
           COPY TXNREC.
           COPY FEEDCTL.

       FD  VALID-LINE-FILE
           RECORDING MODE IS F.
           COPY VLNREC.

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SW-DOC-KEY.
               10  SW-COMPANY     PIC X(3).
               10  SW-INVOICE-NO  PIC X(8).
               10  SW-DOC-KIND    PIC X(1).
               10  SW-CUST-ID     PIC X(6).
           05  SW-TXN-TYPE        PIC X(1).
           05  SW-CUST-NAME       PIC X(20).
           05  SW-CUST-REGION     PIC X(10).
           05  SW-CURRENCY        PIC X(3).
           05  SW-AMOUNT          PIC 9(5)V99.
           05  SW-EXEMPT-FLAG     PIC X(1).
           05  SW-EXEMPT-CERT     PIC X(10).

       FD  CUSTOMER-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CUSTREC.

       FD  DISCOUNT-RATE-FILE
           RECORDING MODE IS F.
           COPY DISCRATE.

       FD  CONTRACT-FILE
           RECORDING MODE IS F.
           COPY CTRREC.

       FD  TAX-RATE-FILE
           RECORDING MODE IS F.
           COPY TAXRATE.

       FD  CURRENCY-RATE-FILE
           RECORDING MODE IS F.
           COPY CURRATE.

       FD  ITEM-MASTER-FILE
           RECORDING MODE IS F.
           COPY ITEMREC.

       FD  INVOICE-PARM-FILE
           RECORDING MODE IS F.
       01  INVOICE-PARM-RECORD.
           05  IVP-TERMS-DAYS     PIC 9(3).
           05  IVP-SENDER-ID      PIC X(8).
           05  IVP-REMIT-NAME     PIC X(30).
           05  IVP-REMIT-ADDR-1   PIC X(30).
           05  IVP-REMIT-ADDR-2   PIC X(30).

       FD  INVOICE-PRINT-FILE
           RECORDING MODE IS F.
       01  INV-LINE                 PIC X(80).

       FD  ELECTRONIC-INVOICE-FILE
           RECORDING MODE IS F.
           COPY EINREC.

       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F.
           COPY RUNCTL.

       FD  FISCAL-CALENDAR-FILE
           RECORDING MODE IS F.
           COPY FCLREC.

       FD  STEP-PLAN-FILE
           RECORDING MODE IS F.
           COPY STPREC.

       FD  STEP-LEDGER-FILE
           RECORDING MODE IS F.
           COPY SLGREC.

       FD  RUN-STATS-FILE
           RECORDING MODE IS F.
           COPY RSTREC.

       WORKING-STORAGE SECTION.
       01  WS-SALESTXN-STATUS    PIC X(2).
       01  WS-VALIDLIN-STATUS    PIC X(2).
       01  WS-CUSTMAST-STATUS    PIC X(2).
       01  WS-INVPARM-STATUS     PIC X(2).
       01  WS-INVPRT-STATUS      PIC X(2).
       01  WS-EINVOICE-STATUS    PIC X(2).
       01  WS-RUNSTATS-STATUS    PIC X(2).

       01  WS-TXN-EOF-SWITCH     PIC X     VALUE 'N'.
           88  WS-END-OF-TXN              VALUE 'Y'.
       01  WS-VALIDLIN-EOF-SW    PIC X     VALUE 'N'.
           88  WS-END-OF-VALIDLIN         VALUE 'Y'.
       01  WS-SORT-EOF-SWITCH    PIC X     VALUE 'N'.
           88  WS-END-OF-SORT             VALUE 'Y'.
       01  WS-FIRST-RECORD-SW    PIC X     VALUE 'Y'.
           88  WS-FIRST-RECORD            VALUE 'Y'.

      * Item lines for the night, as TXNEDIT wrote them.
       01  WS-LINE-TABLE.
           05  WS-LT-COUNT       PIC 9(4)  VALUE 0.
           05  WS-LT-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-LT-IDX.
               10  WS-LT-COMPANY     PIC X(3).
               10  WS-LT-CUST-ID     PIC X(6).
               10  WS-LT-INVOICE-NO  PIC X(8).
               10  WS-LT-TYPE        PIC X(1).
               10  WS-LT-CURRENCY    PIC X(3).
               10  WS-LT-ITEM-CODE   PIC X(8).
               10  WS-LT-QUANTITY    PIC 9(5).
               10  WS-LT-UNIT-PRICE  PIC 9(5)V99.
               10  WS-LT-EXT-AMOUNT  PIC 9(7)V99.

      * The document being built: its key, the account it bills and
      * its running figures, all in the customer's currency.
       01  WS-DOC-KEY.
           05  WS-DOC-COMPANY    PIC X(3).
           05  WS-DOC-INVOICE-NO PIC X(8).
           05  WS-DOC-KIND       PIC X(1).
               88  WS-DOC-IS-INVOICE         VALUE 'I'.
               88  WS-DOC-IS-CREDIT          VALUE 'C'.
           05  WS-DOC-CUST-ID    PIC X(6).
       01  WS-DOC-CUST-NAME      PIC X(20)    VALUE SPACES.
       01  WS-DOC-REGION         PIC X(10)    VALUE SPACES.
       01  WS-DOC-CURRENCY       PIC X(3)     VALUE SPACES.
       01  WS-DOC-CUST-TYPE      PIC X(1)     VALUE SPACE.
       01  WS-DOC-TERMS          PIC 9(3)     VALUE 0.
       01  WS-DOC-MEDIUM         PIC X(1)     VALUE SPACE.
           88  WS-DOC-ELECTRONIC             VALUE 'E'.
       01  WS-DOC-EXEMPT-FLAG    PIC X(1)     VALUE SPACE.
           88  WS-DOC-EXEMPT                 VALUE 'Y'.
       01  WS-DOC-EXEMPT-CERT    PIC X(10)    VALUE SPACES.
       01  WS-DOC-GROSS          PIC 9(9)V99  VALUE 0.
       01  WS-DOC-DISCOUNT       PIC 9(9)V99  VALUE 0.
       01  WS-DOC-TAX            PIC 9(9)V99  VALUE 0.
       01  WS-DOC-TOTAL          PIC 9(9)V99  VALUE 0.
       01  WS-DOC-DUE-DATE       PIC 9(8)     VALUE 0.
       01  WS-DOC-LINE-NO        PIC 9(3)     VALUE 0.

      * The document's transactions, for a document whose branch
      * sent no item lines.
       01  WS-DOC-TXN-TABLE.
           05  WS-DT-COUNT       PIC 9(3)  VALUE 0.
           05  WS-DT-ENTRY OCCURS 100 TIMES
                   INDEXED BY WS-DT-IDX.
               10  WS-DT-TYPE        PIC X(1).
               10  WS-DT-AMOUNT      PIC 9(9)V99.

      * One item line on its way to the page or the outbound file.
       01  WS-ITEM-LINE.
           05  WS-IL-ITEM-CODE   PIC X(8).
           05  WS-IL-ITEM-DESC   PIC X(20).
           05  WS-IL-QUANTITY    PIC 9(5).
           05  WS-IL-UNIT-PRICE  PIC 9(7)V99.
           05  WS-IL-AMOUNT      PIC 9(9)V99.

      * Amount conversion into the document currency.
       01  WS-FROM-CURRENCY      PIC X(3)     VALUE SPACES.
       01  WS-FROM-AMOUNT        PIC 9(9)V99  VALUE 0.
       01  WS-DOC-CCY-AMOUNT     PIC 9(9)V99  VALUE 0.
       01  WS-DOC-RATE-SW        PIC X        VALUE 'N'.
           88  WS-DOC-RATE-FOUND          VALUE 'Y'.

       01  WS-DUE-SERIAL         PIC 9(7)     VALUE 0.

       01  WS-RELEASED-COUNT     PIC 9(7)  VALUE 0.
       01  WS-INVOICED-COUNT     PIC 9(7)  VALUE 0.
       01  WS-INVOICES-PRINTED   PIC 9(7)  VALUE 0.
       01  WS-CREDITS-PRINTED    PIC 9(7)  VALUE 0.
       01  WS-INVOICES-SENT      PIC 9(7)  VALUE 0.
       01  WS-CREDITS-SENT       PIC 9(7)  VALUE 0.
       01  WS-NOT-ON-MASTER      PIC 9(7)  VALUE 0.
       01  WS-EINV-RECORDS       PIC 9(7)  VALUE 0.
       01  WS-EINV-DOCS          PIC 9(7)  VALUE 0.
       01  WS-EINV-HASH          PIC 9(11)V99 VALUE 0.

       01  WS-RUN-DATE-YMD.
           05  WS-RUN-YYYY.
               10  WS-RUN-CC     PIC 9(2).
               10  WS-RUN-YY     PIC 9(2).
           05  WS-RUN-MM         PIC 9(2).
           05  WS-RUN-DD         PIC 9(2).
       01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE-YMD PIC 9(8).
       01  WS-RUN-DATE-DISP      PIC X(8).
       01  WS-DUE-DATE-YMD.
           05  WS-DUE-YYYY.
               10  WS-DUE-CC     PIC 9(2).
               10  WS-DUE-YY     PIC 9(2).
           05  WS-DUE-MM         PIC 9(2).
           05  WS-DUE-DD         PIC 9(2).
       01  WS-DUE-DATE-NUM REDEFINES WS-DUE-DATE-YMD PIC 9(8).
       01  WS-DUE-DATE-DISP      PIC X(8).

       01  WS-PAGE-NO            PIC 9(3)  VALUE 0.
       01  WS-LINE-COUNT         PIC 9(3)  VALUE 0.
       01  WS-LINES-PER-PAGE     PIC 9(3)  VALUE 40.

       01  WS-DOC-HEADING-1.
           05  WDH-REMIT-NAME    PIC X(30).
           05  FILLER            PIC X(10) VALUE SPACES.
           05  WDH-TITLE         PIC X(16).
           05  WDH-CONTINUED     PIC X(12).
           05  FILLER            PIC X(6)  VALUE 'PAGE: '.
           05  WDH-PAGE-NO       PIC ZZ9.

       01  WS-DOC-HEADING-2.
           05  FILLER            PIC X(12) VALUE 'COMPANY   : '.
           05  WDH-COMPANY       PIC X(3).
           05  FILLER            PIC X(25) VALUE SPACES.
           05  WDH-DOC-LABEL     PIC X(18).
           05  WDH-INVOICE-NO    PIC X(8).

       01  WS-DOC-HEADING-3.
           05  FILLER            PIC X(12) VALUE 'BILL TO   : '.
           05  WDH-CUST-ID       PIC X(6).
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WDH-CUST-NAME     PIC X(20).
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  FILLER            PIC X(18) VALUE 'DATE            : '.
           05  WDH-DOC-DATE      PIC X(8).

       01  WS-DOC-HEADING-4.
           05  FILLER            PIC X(12) VALUE 'REGION    : '.
           05  WDH-REGION        PIC X(10).
           05  FILLER            PIC X(18) VALUE SPACES.
           05  FILLER            PIC X(18) VALUE 'CURRENCY        : '.
           05  WDH-CURRENCY      PIC X(3).

       01  WS-DOC-HEADING-5.
           05  FILLER            PIC X(5)  VALUE 'LINE'.
           05  FILLER            PIC X(10) VALUE 'ITEM'.
           05  FILLER            PIC X(22) VALUE 'DESCRIPTION'.
           05  FILLER            PIC X(8)  VALUE '     QTY'.
           05  FILLER            PIC X(15) VALUE '     UNIT PRICE'.
           05  FILLER            PIC X(16) VALUE '          AMOUNT'.

       01  WS-ITEM-PRINT-LINE.
           05  WIP-LINE-NO       PIC ZZ9.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WIP-ITEM-CODE     PIC X(10).
           05  WIP-ITEM-DESC     PIC X(22).
           05  WIP-QUANTITY      PIC ZZ,ZZ9.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WIP-UNIT-PRICE    PIC Z,ZZZ,ZZ9.99.
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  WIP-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-AMOUNT-LINE.
           05  FILLER            PIC X(30) VALUE SPACES.
           05  WAL-LABEL         PIC X(34).
           05  WAL-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-DISCOUNT-LABEL.
           05  FILLER            PIC X(9)  VALUE 'DISCOUNT '.
           05  WDL-PCT           PIC Z9.9.
           05  FILLER            PIC X(1)  VALUE '%'.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WDL-SOURCE        PIC X(19).

       01  WS-TAX-LABEL.
           05  FILLER            PIC X(10) VALUE 'SALES TAX '.
           05  WTL-PCT           PIC Z9.999.
           05  FILLER            PIC X(1)  VALUE '%'.

       01  WS-TOTAL-LABEL.
           05  WTT-TEXT          PIC X(14).
           05  WTT-CURRENCY      PIC X(3).

       01  WS-EXEMPT-LINE.
           05  FILLER            PIC X(30) VALUE SPACES.
           05  FILLER            PIC X(25)
               VALUE 'TAX EXEMPT - CERTIFICATE '.
           05  WEL-CERT          PIC X(10).

       01  WS-TERMS-LINE.
           05  FILLER            PIC X(11) VALUE 'TERMS: NET '.
           05  WTR-DAYS          PIC ZZ9.
           05  FILLER            PIC X(11) VALUE ' DAYS, DUE '.
           05  WTR-DUE-DATE      PIC X(8).

       01  WS-REMIT-LINE.
           05  WRM-LABEL         PIC X(17).
           05  WRM-TEXT          PIC X(30).

       01  WS-SUMMARY-HEADING.
           05  FILLER            PIC X(40)
               VALUE 'INVOICE RUN SUMMARY'.
           05  FILLER            PIC X(10) VALUE 'RUN DATE: '.
           05  WSH-RUN-DATE      PIC X(8).
           05  FILLER            PIC X(6)  VALUE SPACES.
           05  FILLER            PIC X(6)  VALUE 'PAGE: '.
           05  WSH-PAGE-NO       PIC ZZ9.

       01  WS-SUMMARY-LINE.
           05  WSL-LABEL         PIC X(34).
           05  WSL-COUNT         PIC ZZZ,ZZ9.

       01  WS-SUMMARY-HASH-LINE.
           05  FILLER            PIC X(34)
               VALUE 'EINVOICE HASH TOTAL'.
           05  WSHL-HASH         PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       COPY RUNWORK.
       COPY STPWORK.
       COPY DISCWORK.
       COPY DISCTBL.
       COPY CTRWORK.
       COPY CTRTBL.
       COPY TAXWORK.
       COPY TAXTBL.
       COPY CURRWORK.
       COPY CURRTBL.
       COPY ITEMWORK.
       COPY ITEMTBL.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 7900-READ-RUN-CONTROL
           MOVE 'INVOICE' TO WS-STEP-PROGRAM
           PERFORM 7960-CHECK-STEP-LEDGER
           PERFORM 1100-READ-PARM
           PERFORM 1000-OPEN-FILES
           PERFORM 7100-LOAD-DISCOUNT-TABLE
           PERFORM 7230-LOAD-CONTRACT-TABLE
           PERFORM 8100-LOAD-TAX-TABLE
           PERFORM 7400-LOAD-CURRENCY-TABLE
           PERFORM 8400-LOAD-ITEM-TABLE
           PERFORM 1200-LOAD-ITEM-LINES
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-COMPANY
                                SW-INVOICE-NO
               ON DESCENDING KEY SW-DOC-KIND
               ON ASCENDING KEY SW-CUST-ID
                                SW-TXN-TYPE
               INPUT PROCEDURE IS 2000-RELEASE-TRANSACTIONS
               OUTPUT PROCEDURE IS 3000-PRODUCE-DOCUMENTS
           PERFORM 6000-PRINT-SUMMARY
           PERFORM 8000-CLOSE-FILES
           DISPLAY 'INVOICE: TRANSACTIONS INVOICED  : '
               WS-INVOICED-COUNT
           DISPLAY 'INVOICE: INVOICES PRINTED       : '
               WS-INVOICES-PRINTED
           DISPLAY 'INVOICE: CREDIT NOTES PRINTED   : '
               WS-CREDITS-PRINTED
           DISPLAY 'INVOICE: INVOICES SENT          : '
               WS-INVOICES-SENT
           DISPLAY 'INVOICE: CREDIT NOTES SENT      : '
               WS-CREDITS-SENT
           MOVE 'INVOICE'            TO RS-PROGRAM
           MOVE 16                   TO RS-FILES-OPENED
           MOVE WS-RELEASED-COUNT    TO RS-RECORDS-IN
           MOVE WS-INVOICED-COUNT    TO RS-RECORDS-OUT
           MOVE 0                    TO RS-RECORDS-REJECTED
           PERFORM 7950-WRITE-RUN-STATISTICS
           PERFORM 7970-RECORD-STEP-END
           STOP RUN.

       1000-OPEN-FILES.
           MOVE WS-BUSINESS-DATE TO WS-RUN-DATE-NUM
           STRING WS-RUN-MM '/' WS-RUN-DD '/' WS-RUN-YY
               DELIMITED BY SIZE INTO WS-RUN-DATE-DISP
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-CUSTMAST-STATUS NOT = '00'
               DISPLAY 'INVOICE: UNABLE TO OPEN CUSTMAST, STATUS='
                   WS-CUSTMAST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT INVOICE-PRINT-FILE
           IF WS-INVPRT-STATUS NOT = '00'
               DISPLAY 'INVOICE: UNABLE TO OPEN INVPRT, STATUS='
                   WS-INVPRT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ELECTRONIC-INVOICE-FILE
           IF WS-EINVOICE-STATUS NOT = '00'
               DISPLAY 'INVOICE: UNABLE TO OPEN EINVOICE, STATUS='
                   WS-EINVOICE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES           TO EINV-HEADER-RECORD
           MOVE 'H'              TO EIH-REC-TYPE
           MOVE WS-BUSINESS-DATE TO EIH-FILE-DATE
           MOVE IVP-SENDER-ID    TO EIH-SENDER-ID
           WRITE EINV-HEADER-RECORD.

      *****************************************************************
      * The standard payment terms must be a real number of days and
      * the outbound file must say who it is from; anything else on
      * the parameter file is printed as it stands.
      *****************************************************************
       1100-READ-PARM.
           OPEN INPUT INVOICE-PARM-FILE
           IF WS-INVPARM-STATUS NOT = '00'
               DISPLAY 'INVOICE: UNABLE TO OPEN INVPARM, STATUS='
                   WS-INVPARM-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ INVOICE-PARM-FILE
               AT END
                   DISPLAY 'INVOICE: INVPARM IS EMPTY'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           IF IVP-TERMS-DAYS NOT NUMERIC
               OR IVP-TERMS-DAYS = 0
               DISPLAY 'INVOICE: STANDARD TERMS DAYS IS NOT VALID'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF IVP-SENDER-ID = SPACES
               DISPLAY 'INVOICE: SENDER ID IS MISSING FROM INVPARM'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE INVOICE-PARM-FILE.

       1200-LOAD-ITEM-LINES.
           OPEN INPUT VALID-LINE-FILE
           IF WS-VALIDLIN-STATUS NOT = '00'
               DISPLAY 'INVOICE: UNABLE TO OPEN VALIDLIN, STATUS='
                   WS-VALIDLIN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-END-OF-VALIDLIN
               READ VALID-LINE-FILE
                   AT END
                       SET WS-END-OF-VALIDLIN TO TRUE
                   NOT AT END
                       PERFORM 1210-STORE-ITEM-LINE
               END-READ
           END-PERFORM
           CLOSE VALID-LINE-FILE.

       1210-STORE-ITEM-LINE.
           IF WS-LT-COUNT >= 2000
               DISPLAY 'INVOICE: MORE THAN 2000 ITEM LINES, '
                   'TABLE IS FULL'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-LT-COUNT
           SET WS-LT-IDX TO WS-LT-COUNT
           MOVE VLN-COMPANY    TO WS-LT-COMPANY(WS-LT-IDX)
           MOVE VLN-CUST-ID    TO WS-LT-CUST-ID(WS-LT-IDX)
           MOVE VLN-INVOICE-NO TO WS-LT-INVOICE-NO(WS-LT-IDX)
           MOVE VLN-TYPE       TO WS-LT-TYPE(WS-LT-IDX)
           MOVE VLN-CURRENCY   TO WS-LT-CURRENCY(WS-LT-IDX)
           MOVE VLN-ITEM-CODE  TO WS-LT-ITEM-CODE(WS-LT-IDX)
           MOVE VLN-QUANTITY   TO WS-LT-QUANTITY(WS-LT-IDX)
           MOVE VLN-UNIT-PRICE TO WS-LT-UNIT-PRICE(WS-LT-IDX)
           MOVE VLN-EXT-AMOUNT TO WS-LT-EXT-AMOUNT(WS-LT-IDX).

      *****************************************************************
      * A sale is released as an invoice (kind I) and a return or
      * credit memo as a credit note (kind C) under the invoice it
      * references, so the SORT brings each document's transactions
      * together, the invoice ahead of any credit note against it.
      *****************************************************************
       2000-RELEASE-TRANSACTIONS.
           OPEN INPUT SALES-TXN-FILE
           IF WS-SALESTXN-STATUS NOT = '00'
               DISPLAY 'INVOICE: UNABLE TO OPEN VALIDTXN, STATUS='
                   WS-SALESTXN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2100-READ-TRANSACTION
           PERFORM UNTIL WS-END-OF-TXN
               IF FH-REC-TYPE = 'H' OR FH-REC-TYPE = 'T'
                   CONTINUE
               ELSE
                   MOVE TXN-COMPANY     TO SW-COMPANY
                   MOVE TXN-INVOICE-NO  TO SW-INVOICE-NO
                   IF TXN-SALE
                       MOVE 'I'         TO SW-DOC-KIND
                   ELSE
                       MOVE 'C'         TO SW-DOC-KIND
                   END-IF
                   MOVE TXN-CUST-ID     TO SW-CUST-ID
                   MOVE TXN-TYPE        TO SW-TXN-TYPE
                   MOVE TXN-CUST-NAME   TO SW-CUST-NAME
                   MOVE TXN-CUST-REGION TO SW-CUST-REGION
                   MOVE TXN-CURRENCY    TO SW-CURRENCY
                   MOVE TXN-AMOUNT      TO SW-AMOUNT
                   MOVE TXN-EXEMPT-FLAG TO SW-EXEMPT-FLAG
                   MOVE TXN-EXEMPT-CERT TO SW-EXEMPT-CERT
                   RELEASE SORT-RECORD
                   ADD 1 TO WS-RELEASED-COUNT
               END-IF
               PERFORM 2100-READ-TRANSACTION
           END-PERFORM
           CLOSE SALES-TXN-FILE.

       2100-READ-TRANSACTION.
           READ SALES-TXN-FILE
               AT END
                   SET WS-END-OF-TXN TO TRUE
           END-READ.

       3000-PRODUCE-DOCUMENTS.
           RETURN SORT-WORK-FILE
               AT END
                   SET WS-END-OF-SORT TO TRUE
           END-RETURN
           PERFORM UNTIL WS-END-OF-SORT
               IF WS-FIRST-RECORD
                   PERFORM 3100-START-DOCUMENT
               ELSE
                   IF SW-DOC-KEY NOT = WS-DOC-KEY
                       PERFORM 4000-FINISH-DOCUMENT
                       PERFORM 3100-START-DOCUMENT
                   END-IF
               END-IF
               MOVE 'N' TO WS-FIRST-RECORD-SW
               PERFORM 3200-ADD-TRANSACTION
               RETURN SORT-WORK-FILE
                   AT END
                       SET WS-END-OF-SORT TO TRUE
               END-RETURN
           END-PERFORM
           IF NOT WS-FIRST-RECORD
               PERFORM 4000-FINISH-DOCUMENT
           END-IF.

      *****************************************************************
      * The account is billed as the master has it. A customer that
      * is not on the master (it cannot normally get past TXNEDIT)
      * still gets a printed document, on the name and region the
      * branch sent, the transaction currency and the standard
      * terms, so nothing goes out of the night unbilled.
      *****************************************************************
       3100-START-DOCUMENT.
           MOVE SW-DOC-KEY     TO WS-DOC-KEY
           MOVE SW-CUST-NAME   TO WS-DOC-CUST-NAME
           MOVE SW-CUST-REGION TO WS-DOC-REGION
           MOVE SW-EXEMPT-FLAG TO WS-DOC-EXEMPT-FLAG
           MOVE SW-EXEMPT-CERT TO WS-DOC-EXEMPT-CERT
           MOVE 0 TO WS-DOC-GROSS
           MOVE 0 TO WS-DOC-DISCOUNT
           MOVE 0 TO WS-DOC-TAX
           MOVE 0 TO WS-DOC-TOTAL
           MOVE 0 TO WS-DOC-LINE-NO
           MOVE 0 TO WS-DT-COUNT
           MOVE SW-CUST-ID TO CUST-ID
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   ADD 1 TO WS-NOT-ON-MASTER
                   DISPLAY 'INVOICE: CUSTOMER ' SW-CUST-ID
                       ' NOT ON CUSTMAST, INVOICE ' SW-INVOICE-NO
                       ' PRINTED FROM THE FEED'
                   MOVE SW-CURRENCY    TO WS-DOC-CURRENCY
                   MOVE 'R'            TO WS-DOC-CUST-TYPE
                   MOVE IVP-TERMS-DAYS TO WS-DOC-TERMS
                   MOVE 'P'            TO WS-DOC-MEDIUM
               NOT INVALID KEY
                   MOVE CUST-NAME      TO WS-DOC-CUST-NAME
                   MOVE CUST-CURRENCY  TO WS-DOC-CURRENCY
                   MOVE CUST-TYPE      TO WS-DOC-CUST-TYPE
                   MOVE CUST-INVOICE-MEDIUM TO WS-DOC-MEDIUM
                   IF CUST-TERMS-DAYS NUMERIC
                       AND CUST-TERMS-DAYS > 0
                       MOVE CUST-TERMS-DAYS TO WS-DOC-TERMS
                   ELSE
                       MOVE IVP-TERMS-DAYS  TO WS-DOC-TERMS
                   END-IF
           END-READ.

       3200-ADD-TRANSACTION.
           MOVE SW-CURRENCY TO WS-FROM-CURRENCY
           MOVE SW-AMOUNT   TO WS-FROM-AMOUNT
           PERFORM 3300-CONVERT-TO-DOC-CCY
           ADD WS-DOC-CCY-AMOUNT TO WS-DOC-GROSS
           IF WS-DT-COUNT < 100
               ADD 1 TO WS-DT-COUNT
               SET WS-DT-IDX TO WS-DT-COUNT
               MOVE SW-TXN-TYPE       TO WS-DT-TYPE(WS-DT-IDX)
               MOVE WS-DOC-CCY-AMOUNT TO WS-DT-AMOUNT(WS-DT-IDX)
           END-IF
           ADD 1 TO WS-INVOICED-COUNT.

      *****************************************************************
      * An amount keyed in another currency is taken to USD at its
      * own CURRATE rate and back out at the customer currency's
      * rate. Without a rate for either it is billed as keyed.
      *****************************************************************
       3300-CONVERT-TO-DOC-CCY.
           MOVE WS-FROM-AMOUNT TO WS-DOC-CCY-AMOUNT
           IF WS-FROM-CURRENCY NOT = WS-DOC-CURRENCY
               MOVE WS-FROM-CURRENCY TO WS-CURRENCY-CODE
               MOVE WS-FROM-AMOUNT   TO WS-AMOUNT-FOR-CONVERT
               PERFORM 7500-CONVERT-TO-REPORTING-CCY
               MOVE 'N' TO WS-DOC-RATE-SW
               PERFORM VARYING WS-CURR-IDX FROM 1 BY 1
                       UNTIL WS-CURR-IDX > WS-CURR-COUNT
                           OR WS-DOC-RATE-FOUND
                   IF WS-CURR-CODE(WS-CURR-IDX) = WS-DOC-CURRENCY
                       SET WS-DOC-RATE-FOUND TO TRUE
                   END-IF
               END-PERFORM
               IF WS-CURR-FOUND AND WS-DOC-RATE-FOUND
                   SET WS-CURR-IDX DOWN BY 1
                   DIVIDE WS-CONVERTED-AMOUNT
                       BY WS-CURR-RATE(WS-CURR-IDX)
                       GIVING WS-DOC-CCY-AMOUNT ROUNDED
               ELSE
                   DISPLAY 'INVOICE: NO RATE TO TAKE '
                       WS-FROM-CURRENCY ' TO ' WS-DOC-CURRENCY
                       ', INVOICE ' WS-DOC-INVOICE-NO
                       ' BILLED AS KEYED'
               END-IF
           END-IF.

      *****************************************************************
      * Price, tax and total the document, then send it out the way
      * the customer takes it.
      *****************************************************************
       4000-FINISH-DOCUMENT.
           MOVE 0 TO WS-DISCOUNT-PCT
           MOVE SPACES TO WS-CTR-APPLIED-NO
           IF WS-DOC-IS-INVOICE
               MOVE WS-DOC-CUST-TYPE TO WS-CUST-TYPE
               MOVE WS-DOC-GROSS     TO WS-ORDER-AMOUNT
               MOVE WS-DOC-CUST-ID   TO WS-CTR-CUST-ID
               PERFORM 7200-LOOKUP-DISCOUNT-RATE
               PERFORM 7250-APPLY-CONTRACT-PRICE
               MOVE WS-PRICED-DISCOUNT TO WS-DOC-DISCOUNT
           END-IF
           MOVE 0 TO WS-TAX-PCT
           IF NOT WS-DOC-EXEMPT
               MOVE WS-DOC-REGION TO WS-TAX-LOOKUP-REGION
               PERFORM 8200-LOOKUP-TAX-RATE
               MULTIPLY WS-DOC-GROSS BY WS-TAX-PCT
                   GIVING WS-DOC-TAX ROUNDED
           END-IF
           COMPUTE WS-DOC-TOTAL =
               WS-DOC-GROSS - WS-DOC-DISCOUNT + WS-DOC-TAX
           COMPUTE WS-DUE-SERIAL =
               FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
           ADD WS-DOC-TERMS TO WS-DUE-SERIAL
           COMPUTE WS-DOC-DUE-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DUE-SERIAL)
           IF WS-DOC-ELECTRONIC
               PERFORM 5000-WRITE-ELECTRONIC-DOC
               IF WS-DOC-IS-INVOICE
                   ADD 1 TO WS-INVOICES-SENT
               ELSE
                   ADD 1 TO WS-CREDITS-SENT
               END-IF
           ELSE
               PERFORM 4100-PRINT-DOCUMENT
               IF WS-DOC-IS-INVOICE
                   ADD 1 TO WS-INVOICES-PRINTED
               ELSE
                   ADD 1 TO WS-CREDITS-PRINTED
               END-IF
           END-IF.

       4100-PRINT-DOCUMENT.
           MOVE SPACES TO WDH-CONTINUED
           PERFORM 4110-PRINT-DOC-HEADINGS
           PERFORM 4200-EMIT-ITEM-LINES
           PERFORM 4300-PRINT-DOC-TOTALS.

       4110-PRINT-DOC-HEADINGS.
           ADD 1 TO WS-PAGE-NO
           MOVE IVP-REMIT-NAME TO WDH-REMIT-NAME
           MOVE WS-PAGE-NO     TO WDH-PAGE-NO
           IF WS-DOC-IS-INVOICE
               MOVE 'INVOICE'             TO WDH-TITLE
               MOVE 'INVOICE NO      : '  TO WDH-DOC-LABEL
           ELSE
               MOVE 'CREDIT NOTE'         TO WDH-TITLE
               MOVE 'ORIGINAL INVOICE: '  TO WDH-DOC-LABEL
           END-IF
           WRITE INV-LINE FROM WS-DOC-HEADING-1
           MOVE SPACES TO INV-LINE
           WRITE INV-LINE
           MOVE WS-DOC-COMPANY    TO WDH-COMPANY
           MOVE WS-DOC-INVOICE-NO TO WDH-INVOICE-NO
           WRITE INV-LINE FROM WS-DOC-HEADING-2
           MOVE WS-DOC-CUST-ID    TO WDH-CUST-ID
           MOVE WS-DOC-CUST-NAME  TO WDH-CUST-NAME
           MOVE WS-RUN-DATE-DISP  TO WDH-DOC-DATE
           WRITE INV-LINE FROM WS-DOC-HEADING-3
           MOVE WS-DOC-REGION     TO WDH-REGION
           MOVE WS-DOC-CURRENCY   TO WDH-CURRENCY
           WRITE INV-LINE FROM WS-DOC-HEADING-4
           MOVE SPACES TO INV-LINE
           WRITE INV-LINE
           WRITE INV-LINE FROM WS-DOC-HEADING-5
           MOVE SPACES TO INV-LINE
           WRITE INV-LINE
           MOVE 0 TO WS-LINE-COUNT.

      *****************************************************************
      * The document's item lines are the VALIDLIN lines for the same
      * company, customer and invoice of the matching kind -- the
      * sale's lines on an invoice, the returned or credited lines on
      * a credit note. A document the branch sent no lines for shows
      * one line per transaction instead.
      *****************************************************************
       4200-EMIT-ITEM-LINES.
           PERFORM VARYING WS-LT-IDX FROM 1 BY 1
                   UNTIL WS-LT-IDX > WS-LT-COUNT
               IF WS-LT-COMPANY(WS-LT-IDX) = WS-DOC-COMPANY
                   AND WS-LT-CUST-ID(WS-LT-IDX) = WS-DOC-CUST-ID
                   AND WS-LT-INVOICE-NO(WS-LT-IDX) = WS-DOC-INVOICE-NO
                   IF (WS-DOC-IS-INVOICE
                           AND WS-LT-TYPE(WS-LT-IDX) = 'S')
                       OR (WS-DOC-IS-CREDIT
                           AND WS-LT-TYPE(WS-LT-IDX) NOT = 'S')
                       PERFORM 4210-BUILD-ITEM-LINE
                       PERFORM 4250-PUT-ITEM-LINE
                   END-IF
               END-IF
           END-PERFORM
           IF WS-DOC-LINE-NO = 0
               PERFORM VARYING WS-DT-IDX FROM 1 BY 1
                       UNTIL WS-DT-IDX > WS-DT-COUNT
                   PERFORM 4220-BUILD-TXN-LINE
                   PERFORM 4250-PUT-ITEM-LINE
               END-PERFORM
           END-IF.

       4210-BUILD-ITEM-LINE.
           MOVE WS-LT-ITEM-CODE(WS-LT-IDX) TO WS-ITEM-CODE
           PERFORM 8500-LOOKUP-ITEM
           MOVE WS-LT-ITEM-CODE(WS-LT-IDX) TO WS-IL-ITEM-CODE
           IF WS-ITEM-FOUND
               MOVE WS-ITEM-DESC           TO WS-IL-ITEM-DESC
           ELSE
               MOVE 'ITEM NOT ON FILE'     TO WS-IL-ITEM-DESC
           END-IF
           MOVE WS-LT-QUANTITY(WS-LT-IDX)  TO WS-IL-QUANTITY
           MOVE WS-LT-CURRENCY(WS-LT-IDX)  TO WS-FROM-CURRENCY
           MOVE WS-LT-UNIT-PRICE(WS-LT-IDX) TO WS-FROM-AMOUNT
           PERFORM 3300-CONVERT-TO-DOC-CCY
           MOVE WS-DOC-CCY-AMOUNT          TO WS-IL-UNIT-PRICE
           MOVE WS-LT-EXT-AMOUNT(WS-LT-IDX) TO WS-FROM-AMOUNT
           PERFORM 3300-CONVERT-TO-DOC-CCY
           MOVE WS-DOC-CCY-AMOUNT          TO WS-IL-AMOUNT.

       4220-BUILD-TXN-LINE.
           MOVE SPACES TO WS-IL-ITEM-CODE
           EVALUATE WS-DT-TYPE(WS-DT-IDX)
               WHEN 'R'
                   MOVE 'GOODS RETURNED'   TO WS-IL-ITEM-DESC
               WHEN 'C'
                   MOVE 'CREDIT MEMO'      TO WS-IL-ITEM-DESC
               WHEN OTHER
                   MOVE 'SALE'             TO WS-IL-ITEM-DESC
           END-EVALUATE
           MOVE 1                          TO WS-IL-QUANTITY
           MOVE WS-DT-AMOUNT(WS-DT-IDX)    TO WS-IL-UNIT-PRICE
           MOVE WS-DT-AMOUNT(WS-DT-IDX)    TO WS-IL-AMOUNT.

       4250-PUT-ITEM-LINE.
           ADD 1 TO WS-DOC-LINE-NO
           IF WS-DOC-ELECTRONIC
               PERFORM 5100-WRITE-ELECTRONIC-LINE
           ELSE
               IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
                   MOVE SPACES TO INV-LINE
                   WRITE INV-LINE
                   MOVE '(CONTINUED)' TO WDH-CONTINUED
                   PERFORM 4110-PRINT-DOC-HEADINGS
               END-IF
               MOVE WS-DOC-LINE-NO   TO WIP-LINE-NO
               MOVE WS-IL-ITEM-CODE  TO WIP-ITEM-CODE
               MOVE WS-IL-ITEM-DESC  TO WIP-ITEM-DESC
               MOVE WS-IL-QUANTITY   TO WIP-QUANTITY
               MOVE WS-IL-UNIT-PRICE TO WIP-UNIT-PRICE
               MOVE WS-IL-AMOUNT     TO WIP-AMOUNT
               WRITE INV-LINE FROM WS-ITEM-PRINT-LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF.

       4300-PRINT-DOC-TOTALS.
           MOVE SPACES TO INV-LINE
           WRITE INV-LINE
           MOVE 'GROSS AMOUNT'  TO WAL-LABEL
           MOVE WS-DOC-GROSS    TO WAL-AMOUNT
           WRITE INV-LINE FROM WS-AMOUNT-LINE
           IF WS-DOC-IS-INVOICE
               COMPUTE WDL-PCT = WS-DISCOUNT-PCT * 100
               IF WS-PRICED-BY-CONTRACT
                   MOVE SPACES TO WDL-SOURCE
                   STRING 'CONTRACT ' WS-CTR-APPLIED-NO
                       DELIMITED BY SIZE INTO WDL-SOURCE
               ELSE
                   MOVE SPACES TO WDL-SOURCE
               END-IF
               MOVE WS-DISCOUNT-LABEL TO WAL-LABEL
               MOVE WS-DOC-DISCOUNT   TO WAL-AMOUNT
               WRITE INV-LINE FROM WS-AMOUNT-LINE
           END-IF
           IF WS-DOC-EXEMPT
               MOVE WS-DOC-EXEMPT-CERT TO WEL-CERT
               WRITE INV-LINE FROM WS-EXEMPT-LINE
           ELSE
               COMPUTE WTL-PCT = WS-TAX-PCT * 100
               MOVE WS-TAX-LABEL    TO WAL-LABEL
               MOVE WS-DOC-TAX      TO WAL-AMOUNT
               WRITE INV-LINE FROM WS-AMOUNT-LINE
           END-IF
           IF WS-DOC-IS-INVOICE
               MOVE 'TOTAL DUE'     TO WTT-TEXT
           ELSE
               MOVE 'TOTAL CREDIT'  TO WTT-TEXT
           END-IF
           MOVE WS-DOC-CURRENCY TO WTT-CURRENCY
           MOVE WS-TOTAL-LABEL  TO WAL-LABEL
           MOVE WS-DOC-TOTAL    TO WAL-AMOUNT
           WRITE INV-LINE FROM WS-AMOUNT-LINE
           MOVE SPACES TO INV-LINE
           WRITE INV-LINE
           IF WS-DOC-IS-INVOICE
               MOVE WS-DOC-DUE-DATE TO WS-DUE-DATE-NUM
               STRING WS-DUE-MM '/' WS-DUE-DD '/' WS-DUE-YY
                   DELIMITED BY SIZE INTO WS-DUE-DATE-DISP
               MOVE WS-DOC-TERMS     TO WTR-DAYS
               MOVE WS-DUE-DATE-DISP TO WTR-DUE-DATE
               WRITE INV-LINE FROM WS-TERMS-LINE
               MOVE 'PLEASE REMIT TO: ' TO WRM-LABEL
               MOVE IVP-REMIT-NAME      TO WRM-TEXT
               WRITE INV-LINE FROM WS-REMIT-LINE
               MOVE SPACES              TO WRM-LABEL
               MOVE IVP-REMIT-ADDR-1    TO WRM-TEXT
               WRITE INV-LINE FROM WS-REMIT-LINE
               MOVE IVP-REMIT-ADDR-2    TO WRM-TEXT
               WRITE INV-LINE FROM WS-REMIT-LINE
           ELSE
               MOVE 'CREDIT WILL BE APPLIED TO YOUR ACCOUNT'
                   TO INV-LINE
               WRITE INV-LINE
           END-IF
           MOVE SPACES TO INV-LINE
           WRITE INV-LINE
           WRITE INV-LINE.

      *****************************************************************
      * Electronic delivery: the document record, then its lines,
      * each counted for the trailer; the hash is the sum of the
      * document totals.
      *****************************************************************
       5000-WRITE-ELECTRONIC-DOC.
           MOVE SPACES             TO EINV-DOCUMENT-RECORD
           MOVE 'D'                TO EID-REC-TYPE
           MOVE WS-DOC-KIND        TO EID-DOC-TYPE
           MOVE WS-DOC-COMPANY     TO EID-COMPANY
           MOVE WS-DOC-INVOICE-NO  TO EID-INVOICE-NO
           MOVE WS-DOC-CUST-ID     TO EID-CUST-ID
           MOVE WS-DOC-CUST-NAME   TO EID-CUST-NAME
           MOVE WS-DOC-CURRENCY    TO EID-CURRENCY
           MOVE WS-BUSINESS-DATE   TO EID-DOC-DATE
           IF WS-DOC-IS-INVOICE
               MOVE WS-DOC-DUE-DATE TO EID-DUE-DATE
               MOVE WS-DOC-TERMS    TO EID-TERMS-DAYS
           ELSE
               MOVE 0               TO EID-DUE-DATE
               MOVE 0               TO EID-TERMS-DAYS
           END-IF
           MOVE WS-DOC-GROSS       TO EID-GROSS
           MOVE WS-DOC-DISCOUNT    TO EID-DISCOUNT
           MOVE WS-DOC-TAX         TO EID-TAX
           MOVE WS-DOC-TOTAL       TO EID-TOTAL
           IF WS-DOC-EXEMPT
               MOVE WS-DOC-EXEMPT-CERT TO EID-EXEMPT-CERT
           END-IF
           WRITE EINV-DOCUMENT-RECORD
           ADD 1 TO WS-EINV-RECORDS
           ADD 1 TO WS-EINV-DOCS
           ADD WS-DOC-TOTAL TO WS-EINV-HASH
           PERFORM 4200-EMIT-ITEM-LINES.

       5100-WRITE-ELECTRONIC-LINE.
           MOVE SPACES            TO EINV-LINE-RECORD
           MOVE 'L'               TO EIL-REC-TYPE
           MOVE WS-DOC-KIND       TO EIL-DOC-TYPE
           MOVE WS-DOC-INVOICE-NO TO EIL-INVOICE-NO
           MOVE WS-DOC-LINE-NO    TO EIL-LINE-NO
           MOVE WS-IL-ITEM-CODE   TO EIL-ITEM-CODE
           MOVE WS-IL-ITEM-DESC   TO EIL-ITEM-DESC
           MOVE WS-IL-QUANTITY    TO EIL-QUANTITY
           MOVE WS-IL-UNIT-PRICE  TO EIL-UNIT-PRICE
           MOVE WS-IL-AMOUNT      TO EIL-AMOUNT
           WRITE EINV-LINE-RECORD
           ADD 1 TO WS-EINV-RECORDS.

       6000-PRINT-SUMMARY.
           ADD 1 TO WS-PAGE-NO
           MOVE WS-RUN-DATE-DISP TO WSH-RUN-DATE
           MOVE WS-PAGE-NO       TO WSH-PAGE-NO
           WRITE INV-LINE FROM WS-SUMMARY-HEADING
           MOVE SPACES TO INV-LINE
           WRITE INV-LINE
           MOVE 'TRANSACTIONS INVOICED'       TO WSL-LABEL
           MOVE WS-INVOICED-COUNT             TO WSL-COUNT
           WRITE INV-LINE FROM WS-SUMMARY-LINE
           MOVE 'INVOICES PRINTED'            TO WSL-LABEL
           MOVE WS-INVOICES-PRINTED           TO WSL-COUNT
           WRITE INV-LINE FROM WS-SUMMARY-LINE
           MOVE 'CREDIT NOTES PRINTED'        TO WSL-LABEL
           MOVE WS-CREDITS-PRINTED            TO WSL-COUNT
           WRITE INV-LINE FROM WS-SUMMARY-LINE
           MOVE 'INVOICES SENT ELECTRONICALLY' TO WSL-LABEL
           MOVE WS-INVOICES-SENT              TO WSL-COUNT
           WRITE INV-LINE FROM WS-SUMMARY-LINE
           MOVE 'CREDIT NOTES SENT ELECTRONICALLY' TO WSL-LABEL
           MOVE WS-CREDITS-SENT               TO WSL-COUNT
           WRITE INV-LINE FROM WS-SUMMARY-LINE
           MOVE 'CUSTOMERS NOT ON MASTER'     TO WSL-LABEL
           MOVE WS-NOT-ON-MASTER              TO WSL-COUNT
           WRITE INV-LINE FROM WS-SUMMARY-LINE
           MOVE 'EINVOICE RECORDS'            TO WSL-LABEL
           MOVE WS-EINV-RECORDS               TO WSL-COUNT
           WRITE INV-LINE FROM WS-SUMMARY-LINE
           MOVE WS-EINV-HASH                  TO WSHL-HASH
           WRITE INV-LINE FROM WS-SUMMARY-HASH-LINE.

       8000-CLOSE-FILES.
           MOVE SPACES          TO EINV-TRAILER-RECORD
           MOVE 'T'             TO EIT-REC-TYPE
           MOVE WS-EINV-RECORDS TO EIT-RECORD-COUNT
           MOVE WS-EINV-DOCS    TO EIT-DOC-COUNT
           MOVE WS-EINV-HASH    TO EIT-HASH-TOTAL
           WRITE EINV-TRAILER-RECORD
           CLOSE ELECTRONIC-INVOICE-FILE
           CLOSE INVOICE-PRINT-FILE
           CLOSE CUSTOMER-MASTER-FILE.

       COPY DISCLOAD.
       COPY DISCLKUP.
       COPY CTRLOAD.
       COPY CTRLKUP.
       COPY TAXLOAD.
       COPY TAXLKUP.
       COPY CURRLOAD.
       COPY CURRLKUP.
       COPY ITEMLOAD.
       COPY ITEMLKUP.
       COPY RUNLOAD.
       COPY RSTWRT.
       COPY STPCHK.
