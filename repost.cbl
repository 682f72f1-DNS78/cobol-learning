      *               most one correction in customer order, so
      *               suspense growth can never again stop the 2 a.m.
      *               window.
      *   2026-10-15  Refuses a business date that is not on the
      *               FISCCAL fiscal calendar or falls in a closed
      *               fiscal period (RERUN included) unless RUNCTL
      *               carries a controller override for that period.
      *   2026-10-15  Checks the STEPLDG batch control ledger at
      *               start-up: skips itself when already completed
      *               for the business date, refuses to run ahead
      *               of an unfinished STEPPLAN predecessor, and
      *               logs its start and end for restart.
      *   2026-10-15  A reposted correction is priced at the account's
      *               CONTRACT term when one is in force on the business
      *               date, falling back to the DISCRATE grid, and the
      *               audit entry records which source priced it.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPOST.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISCRATE-STATUS.

           SELECT CONTRACT-FILE ASSIGN TO 'CONTRACT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTRACT-STATUS.

           SELECT CURRENCY-RATE-FILE ASSIGN TO 'CURRATE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CURRRATE-STATUS.
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
       FD  SUSPENSE-FILE
           RECORDING MODE IS F.
           COPY DISCRATE.

       FD  CONTRACT-FILE
           RECORDING MODE IS F.
           COPY CTRREC.

       FD  CURRENCY-RATE-FILE
           RECORDING MODE IS F.
           COPY CURRATE.
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
       01  WS-SUSPENSE-STATUS    PIC X(2).
       01  WS-CORRECTS-STATUS    PIC X(2).
       01  WS-UNMATCHED-COUNT    PIC 9(5)    VALUE 0.

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
           MOVE 'REPOST' TO WS-STEP-PROGRAM
           PERFORM 7960-CHECK-STEP-LEDGER
           PERFORM 1000-OPEN-FILES
           IF NOT WS-NO-CORRECTS
               PERFORM 7100-LOAD-DISCOUNT-TABLE
               PERFORM 7230-LOAD-CONTRACT-TABLE
               PERFORM 7400-LOAD-CURRENCY-TABLE
               SORT CORR-SORT-FILE
                   ON ASCENDING KEY CS-CUST-ID
           DISPLAY 'REPOST: FAILED    : ' WS-FAILED-COUNT
           DISPLAY 'REPOST: UNMATCHED : ' WS-UNMATCHED-COUNT
           DISPLAY 'REPOST: TOTAL USD : ' WS-REPOST-TOTAL
           PERFORM 7970-RECORD-STEP-END
           STOP RUN.

       1000-OPEN-FILES.
               MOVE CSR-AMOUNT   TO WS-AMOUNT
               MOVE CUST-TYPE    TO WS-CUST-TYPE
               MOVE WS-AMOUNT    TO WS-ORDER-AMOUNT
               MOVE CUST-ID      TO WS-CTR-CUST-ID
               PERFORM 7200-LOOKUP-DISCOUNT-RATE
               PERFORM 7250-APPLY-CONTRACT-PRICE
               MOVE WS-PRICED-DISCOUNT TO WS-DISCOUNT
               SUBTRACT WS-DISCOUNT FROM WS-AMOUNT
                   GIVING WS-NET-AMOUNT
               MOVE CUST-CURRENCY  TO WS-CURRENCY-CODE
               MOVE 'S'            TO AUD-TXN-TYPE
               MOVE WS-DISCOUNT    TO AUD-DISCOUNT
               MOVE WS-REPOST-TOTAL TO AUD-RUNNING-TOTAL
               MOVE WS-PRICE-SOURCE TO AUD-PRICE-SOURCE
               PERFORM 7300-WRITE-AUDIT-RECORD
               SET WS-ENTRY-CLEARED TO TRUE
           END-IF.

       COPY DISCLOAD.
       COPY DISCLKUP.
       COPY CTRLOAD.
       COPY CTRLKUP.
       COPY CURRLOAD.
       COPY CURRLKUP.
       COPY AUDWRT.
       COPY RUNLOAD.
       COPY STPCHK.
