      *   2026-08-21  The report heading now carries the RUNCTL
      *               business date instead of the system clock, so
      *               a rerun's report names the day it reprocessed.
      *   2026-10-15  Refuses a business date that is not on the
      *               FISCCAL fiscal calendar or falls in a closed
      *               fiscal period (RERUN included) unless RUNCTL
      *               carries a controller override for that period.
      *   2026-10-15  Checks the STEPLDG batch control ledger at
      *               start-up: skips itself when already completed
      *               for the business date, refuses to run ahead
      *               of an unfinished STEPPLAN predecessor, and
      *               logs its start and end for restart.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGIONRPT.
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
       FD  VALID-TXN-FILE
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
       01  WS-VALIDTXN-STATUS    PIC X(2).
       01  WS-REGNRPT-STATUS     PIC X(2).
           05  WRK-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99-.

       COPY RUNWORK.
       COPY STPWORK.
       COPY CURRWORK.
       COPY CURRTBL.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 7900-READ-RUN-CONTROL
           MOVE 'REGIONRPT' TO WS-STEP-PROGRAM
           PERFORM 7960-CHECK-STEP-LEDGER
           PERFORM 1000-OPEN-REPORT
           PERFORM 7400-LOAD-CURRENCY-TABLE
           SORT SORT-WORK-FILE
               INPUT PROCEDURE IS 1500-RELEASE-TRANSACTIONS
               OUTPUT PROCEDURE IS 7000-PROCESS-SORTED-RECORDS
           PERFORM 9000-CLOSE-REPORT
           PERFORM 7970-RECORD-STEP-END
           STOP RUN.

       1000-OPEN-REPORT.
       COPY CURRLOAD.
       COPY CURRLKUP.
       COPY RUNLOAD.
       COPY STPCHK.
