      *
      * Change history
      *   2026-09-02  Initial version.
      *   2026-10-15  Refuses a business date that is not on the
      *               FISCCAL fiscal calendar or falls in a closed
      *               fiscal period (RERUN included) unless RUNCTL
      *               carries a controller override for that period.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARCHIVER.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT FISCAL-CALENDAR-FILE ASSIGN TO 'FISCCAL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FISCCAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TOTALS-FILE
           RECORDING MODE IS F.
           COPY RUNCTL.

       FD  FISCAL-CALENDAR-FILE
           RECORDING MODE IS F.
           COPY FCLREC.

       WORKING-STORAGE SECTION.
       01  WS-TOTALS-STATUS      PIC X(2).
       01  WS-RUNSTATS-STATUS    PIC X(2).
