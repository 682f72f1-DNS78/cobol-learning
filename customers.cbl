      *               so RECONCILE can tie each company out on its
      *               own, and every audit entry carries the
      *               company code.
      *   2026-10-15  Refuses a business date that is not on the
      *               FISCCAL fiscal calendar or falls in a closed
      *               fiscal period (RERUN included) unless RUNCTL
      *               carries a controller override for that period.
      *   2026-10-15  Checks the STEPLDG batch control ledger at
      *               start-up: skips itself when already completed
      *               for the business date, refuses to run ahead
      *               of an unfinished STEPPLAN predecessor, and
      *               logs its start and end for restart.
      *   2026-10-15  An account with a CONTRACT pricing term in force
      *               on the business date is discounted at the contract
      *               terms (fixed percentage or net price for the order
      *               band) instead of the DISCRATE grid, and each audit
      *               entry records which of the two priced it.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTOMERS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISCRATE-STATUS.

           SELECT CONTRACT-FILE ASSIGN TO 'CONTRACT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTRACT-STATUS.

           SELECT AUDIT-FILE ASSIGN TO 'AUDIT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
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
           RECORDING MODE IS F.
           COPY DISCRATE.

       FD  CONTRACT-FILE
           RECORDING MODE IS F.
           COPY CTRREC.

       FD  AUDIT-FILE
           RECORDING MODE IS F.
           COPY AUDREC.
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
           88  WS-CO-FOUND                VALUE 'Y'.

       COPY RUNWORK.
       COPY STPWORK.
       COPY DISCWORK.
       COPY DISCTBL.
       COPY CTRWORK.
       COPY CTRTBL.
       COPY CURRWORK.
       COPY CURRTBL.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 7900-READ-RUN-CONTROL
           MOVE 'CUSTOMERS' TO WS-STEP-PROGRAM
           PERFORM 7960-CHECK-STEP-LEDGER
           PERFORM 1100-CHECK-PRIOR-RUN
           IF WS-MODE-RERUN
               PERFORM 1200-PURGE-SUSPENSE-FOR-RERUN
           END-IF
           PERFORM 1000-OPEN-FILES
           PERFORM 7100-LOAD-DISCOUNT-TABLE
           PERFORM 7230-LOAD-CONTRACT-TABLE
           PERFORM 7400-LOAD-CURRENCY-TABLE
           PERFORM 2000-READ-CUSTMAST
           PERFORM UNTIL WS-END-OF-CUSTMAST
           ADD WS-REJECTED-COUNT WS-INACTIVE-COUNT
               GIVING WS-STATS-REJECTED
           MOVE 'CUSTOMERS'        TO RS-PROGRAM
           MOVE 14                 TO RS-FILES-OPENED
           MOVE WS-READ-COUNT      TO RS-RECORDS-IN
           MOVE WS-POSTED-COUNT    TO RS-RECORDS-OUT
           MOVE WS-STATS-REJECTED  TO RS-RECORDS-REJECTED
           PERFORM 7950-WRITE-RUN-STATISTICS
           PERFORM 7970-RECORD-STEP-END
           STOP RUN.

       1000-OPEN-FILES.
               MOVE CUST-BALANCE TO WS-AMOUNT
               MOVE CUST-TYPE    TO WS-CUST-TYPE
               MOVE WS-AMOUNT    TO WS-ORDER-AMOUNT
               MOVE CUST-ID      TO WS-CTR-CUST-ID
               PERFORM 7200-LOOKUP-DISCOUNT-RATE
               PERFORM 7250-APPLY-CONTRACT-PRICE
               MOVE WS-PRICED-DISCOUNT TO WS-DISCOUNT
               SUBTRACT WS-DISCOUNT FROM WS-AMOUNT GIVING WS-NET-AMOUNT
               DISPLAY 'Customer : ' WS-CUSTOMER-NAME
               DISPLAY 'Amount   : ' WS-AMOUNT ' ' CUST-CURRENCY
               DISPLAY 'Discount : ' WS-DISCOUNT
               IF WS-PRICED-BY-CONTRACT
                   DISPLAY 'Contract : ' WS-CTR-APPLIED-NO
               END-IF
               DISPLAY 'Net Amt  : ' WS-NET-AMOUNT

               MOVE CUST-CURRENCY  TO WS-CURRENCY-CODE
               MOVE 'S'            TO AUD-TXN-TYPE
               MOVE WS-DISCOUNT    TO AUD-DISCOUNT
               MOVE WS-TOTAL-SALES TO AUD-RUNNING-TOTAL
               MOVE WS-PRICE-SOURCE TO AUD-PRICE-SOURCE
               PERFORM 7300-WRITE-AUDIT-RECORD
               ADD 1 TO WS-POSTED-COUNT
           END-IF.

       COPY DISCLOAD.
       COPY DISCLKUP.
       COPY CTRLOAD.
       COPY CTRLKUP.
       COPY CURRLOAD.
       COPY CURRLKUP.
       COPY AUDWRT.
       COPY TOTWRT.
       COPY RUNLOAD.
       COPY RSTWRT.
       COPY STPCHK.
