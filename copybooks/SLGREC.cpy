      *****************************************************************
      * SLGREC - batch control ledger record layout (STEPLDG), one
      * appended per step event: 'S' when a step passes its start-up
      * check and begins work, 'E' when it ends normally (with its
      * return code), 'K' when a step already completed for the
      * business date is submitted again and skips itself. A step
      * with an 'S' and no 'E' after it failed or abended. Stamped
      * with the business date from RUNCTL and the wall-clock date
      * and time of the event. Readers take the last 'S' or 'E' per
      * step for the business date.
      *****************************************************************
       01  STEP-LEDGER-RECORD.
           05  SL-BUSINESS-DATE   PIC 9(8).
           05  SL-STEP            PIC X(8).
           05  SL-PROGRAM         PIC X(12).
           05  SL-EVENT           PIC X(1).
               88  SL-STARTED             VALUE 'S'.
               88  SL-ENDED               VALUE 'E'.
               88  SL-SKIPPED             VALUE 'K'.
           05  SL-RUN-MODE        PIC X(6).
           05  SL-CLOCK-DATE      PIC 9(8).
           05  SL-CLOCK-TIME      PIC 9(6).
           05  SL-RETURN-CODE     PIC 9(2).
