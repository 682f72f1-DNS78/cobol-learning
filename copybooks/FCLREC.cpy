      *****************************************************************
      * FCLREC - fiscal calendar record layout, one row per fiscal
      * period. The fiscal year runs 4-4-5 (two four-week periods
      * and a five-week period per quarter) and starts in February,
      * so periods never line up with calendar months and are held
      * as explicit start/end dates rather than derived. FCL-STATUS
      * is set to C by finance when a period is closed; RUNLOAD
      * refuses a business date in a closed period unless RUNCTL
      * carries a controller override for exactly that period.
      *****************************************************************
       01  FISCAL-CALENDAR-RECORD.
           05  FCL-FISCAL-YEAR    PIC 9(4).
           05  FCL-PERIOD         PIC 9(2).
           05  FCL-START-DATE     PIC 9(8).
           05  FCL-END-DATE       PIC 9(8).
           05  FCL-STATUS         PIC X(1).
               88  FCL-OPEN               VALUE 'O'.
               88  FCL-CLOSED             VALUE 'C'.
