      *               DISCLOAD picks the rates in force on the RUNCTL
      *               business date, so this program now reads the
      *               run-control file like the rest of the stream.
      *   2026-10-15  The order is no longer a hardcoded price and
      *               quantity: the order's lines (item code and
      *               quantity) are read from ORDERIN and each is
      *               priced at its unit price on the ITEMMAST item
      *               master. A line for an item not on the master is
      *               left out of the total and ends the step RC=4.
      *   2026-10-15  Refuses a business date that is not on the
      *               FISCCAL fiscal calendar or falls in a closed
      *               fiscal period (RERUN included) unless RUNCTL
      *               carries a controller override for that period.
      *   2026-10-15  Checks the STEPLDG batch control ledger at
      *               start-up: skips itself when already completed
      *               for the business date, refuses to run ahead
      *               of an unfinished STEPPLAN predecessor, and
      *               logs its start and end for restart.
      *   2026-10-15  Each ORDERIN line now carries the ordering
      *               customer's ID; an order from an account with a
      *               CONTRACT pricing term in force on the business
      *               date is discounted at the contract terms instead
      *               of the DISCRATE grid, and the source that priced
      *               it is shown.
      *   2026-10-15  An ORDERIN line that cannot be priced is still
      *               listed and counted under Lines Not Priced but no
      *               longer ends the step RC=4: this is a standalone
      *               quote, and every later step's COND tests it.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISCOUNT.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISCRATE-STATUS.

           SELECT CONTRACT-FILE ASSIGN TO 'CONTRACT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTRACT-STATUS.

           SELECT ORDER-FILE ASSIGN TO 'ORDERIN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDERIN-STATUS.

           SELECT ITEM-MASTER-FILE ASSIGN TO 'ITEMMAST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ITEMMAST-STATUS.

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

       DATA DIVISION.
       FILE SECTION.
       FD  DISCOUNT-RATE-FILE
           RECORDING MODE IS F.
           COPY DISCRATE.

       FD  CONTRACT-FILE
           RECORDING MODE IS F.
           COPY CTRREC.

      * Every line of the order carries the ordering customer's ID;
      * blank for an order taken without an account (list terms).
       FD  ORDER-FILE
           RECORDING MODE IS F.
       01  ORDER-LINE-RECORD.
           05  ORD-ITEM-CODE     PIC X(8).
           05  ORD-QUANTITY      PIC 9(5).
           05  ORD-CUST-ID       PIC X(6).

       FD  ITEM-MASTER-FILE
           RECORDING MODE IS F.
           COPY ITEMREC.

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

       WORKING-STORAGE SECTION.
       01 WS-ORDERIN-STATUS PIC X(2).
       01 WS-ORDERIN-EOF-SW PIC X       VALUE 'N'.
          88 WS-END-OF-ORDERIN          VALUE 'Y'.
       01 WS-LINE-AMOUNT    PIC 9(7)V99 VALUE 0.
       01 WS-LINE-COUNT     PIC 9(5)    VALUE 0.
       01 WS-BAD-LINE-COUNT PIC 9(5)    VALUE 0.
       01 WS-TOTAL          PIC 9(7)V99 VALUE 0.
       01 WS-DISCOUNT       PIC 9(7)V99 VALUE 0.
       01 WS-FINAL-TOTAL    PIC 9(7)V99 VALUE 0.
       01 WS-ORDER-CUST-ID  PIC X(6)    VALUE SPACES.
       01 WS-FIRST-LINE-SW  PIC X       VALUE 'Y'.
          88 WS-FIRST-LINE              VALUE 'Y'.

       COPY DISCWORK.
       COPY DISCTBL.
       COPY CTRWORK.
       COPY CTRTBL.
       COPY CURRWORK.
       COPY RUNWORK.
       COPY STPWORK.
       COPY ITEMWORK.
       COPY ITEMTBL.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 7900-READ-RUN-CONTROL
           MOVE 'DISCOUNT' TO WS-STEP-PROGRAM
           PERFORM 7960-CHECK-STEP-LEDGER
           PERFORM 7100-LOAD-DISCOUNT-TABLE
           PERFORM 7230-LOAD-CONTRACT-TABLE
           PERFORM 8400-LOAD-ITEM-TABLE
           PERFORM 1000-PRICE-ORDER
           MOVE WS-TOTAL TO WS-ORDER-AMOUNT
           MOVE WS-ORDER-CUST-ID TO WS-CTR-CUST-ID
           PERFORM 7200-LOOKUP-DISCOUNT-RATE
           PERFORM 7250-APPLY-CONTRACT-PRICE
           IF NOT WS-RATE-FOUND AND NOT WS-PRICED-BY-CONTRACT
               DISPLAY 'DISCOUNT: NO RATE MATCHED, USING 0% DISCOUNT'
           END-IF
           PERFORM 4000-APPLY-DISCOUNT

           DISPLAY 'Customer           :' WS-ORDER-CUST-ID
           DISPLAY 'Order Lines        :' WS-LINE-COUNT
           DISPLAY 'Lines Not Priced   :' WS-BAD-LINE-COUNT
           DISPLAY 'Currency           :' WS-CURRENCY-CODE
           DISPLAY 'Subtotal           :' WS-TOTAL
           DISPLAY 'Discount Pct       :' WS-DISCOUNT-PCT
           IF WS-PRICED-BY-CONTRACT
               DISPLAY 'Priced By          :CONTRACT '
                   WS-CTR-APPLIED-NO
           ELSE
               DISPLAY 'Priced By          :DISCRATE'
           END-IF
           DISPLAY 'Discount           :' WS-DISCOUNT
           DISPLAY 'Final Total        :' WS-FINAL-TOTAL
           PERFORM 7970-RECORD-STEP-END
           STOP RUN.

      *****************************************************************
      * Price every order line at the item master's unit price and
      * total the order.
      *****************************************************************
       1000-PRICE-ORDER.
           OPEN INPUT ORDER-FILE
           IF WS-ORDERIN-STATUS NOT = '00'
               DISPLAY 'DISCOUNT: UNABLE TO OPEN ORDERIN, STATUS='
                   WS-ORDERIN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-END-OF-ORDERIN
               READ ORDER-FILE
                   AT END
                       SET WS-END-OF-ORDERIN TO TRUE
                   NOT AT END
                       PERFORM 1100-PRICE-ORDER-LINE
               END-READ
           END-PERFORM
           CLOSE ORDER-FILE.

      *****************************************************************
      * The order's customer is the one on its first line. A line
      * naming a different customer belongs to another order and is
      * left out of the total like an unknown item.
      *****************************************************************
       1100-PRICE-ORDER-LINE.
           ADD 1 TO WS-LINE-COUNT
           IF WS-FIRST-LINE
               MOVE ORD-CUST-ID TO WS-ORDER-CUST-ID
               MOVE 'N' TO WS-FIRST-LINE-SW
           END-IF
           MOVE ORD-ITEM-CODE TO WS-ITEM-CODE
           PERFORM 8500-LOOKUP-ITEM
           EVALUATE TRUE
               WHEN ORD-CUST-ID NOT = WS-ORDER-CUST-ID
                   ADD 1 TO WS-BAD-LINE-COUNT
                   DISPLAY 'DISCOUNT: ITEM ' ORD-ITEM-CODE
                       ' IS FOR CUSTOMER ' ORD-CUST-ID
                       ', LINE NOT PRICED'
               WHEN NOT WS-ITEM-FOUND
                   ADD 1 TO WS-BAD-LINE-COUNT
                   DISPLAY 'DISCOUNT: ITEM ' ORD-ITEM-CODE
                       ' NOT ON ITEMMAST, LINE NOT PRICED'
               WHEN ORD-QUANTITY NOT NUMERIC
                   ADD 1 TO WS-BAD-LINE-COUNT
                   DISPLAY 'DISCOUNT: ITEM ' ORD-ITEM-CODE
                       ' QUANTITY IS NOT NUMERIC, LINE NOT PRICED'
               WHEN OTHER
                   MULTIPLY WS-ITEM-PRICE BY ORD-QUANTITY
                       GIVING WS-LINE-AMOUNT
                   ADD WS-LINE-AMOUNT TO WS-TOTAL
                   DISPLAY 'Item ' ORD-ITEM-CODE ' ' WS-ITEM-DESC
                       ' Qty ' ORD-QUANTITY ' @ ' WS-ITEM-PRICE
           END-EVALUATE.

       4000-APPLY-DISCOUNT.
           MOVE WS-PRICED-DISCOUNT TO WS-DISCOUNT
           SUBTRACT WS-DISCOUNT FROM WS-TOTAL GIVING WS-FINAL-TOTAL.

       COPY DISCLOAD.
       COPY DISCLKUP.
       COPY CTRLOAD.
       COPY CTRLKUP.
       COPY RUNLOAD.
       COPY ITEMLOAD.
       COPY ITEMLKUP.
       COPY STPCHK.
