      *****************************************************************
      * BTXREC - sales budget maintenance transaction layout, read by
      * BUDMNT. BTX-ACTION is A (add a budget or quota row), C
      * (change its amount) or D (delete it), followed by the row in
      * the BUDGET file's own record layout. A row is identified by
      * type, key, fiscal year and period. Rows for a closed fiscal
      * period are frozen, so the variance reported for a closed
      * month never moves after the close.
      *****************************************************************
       01  BUDGET-TXN-RECORD.
           05  BTX-ACTION         PIC X(1).
               88  BTX-ADD                VALUE 'A'.
               88  BTX-CHANGE             VALUE 'C'.
               88  BTX-DELETE             VALUE 'D'.
           05  BTX-ROW-IMAGE      PIC X(31).
           05  BTX-BUDGET-ROW REDEFINES BTX-ROW-IMAGE.
               10  BTX-TYPE           PIC X(1).
                   88  BTX-REGION-BUDGET      VALUE 'B'.
                   88  BTX-REP-QUOTA          VALUE 'Q'.
               10  BTX-KEY.
                   15  BTX-COMPANY        PIC X(3).
                   15  BTX-REGION         PIC X(10).
               10  BTX-QUOTA-KEY REDEFINES BTX-KEY.
                   15  BTX-REP-ID         PIC X(4).
                   15  BTX-QUOTA-FILLER   PIC X(9).
               10  BTX-FISCAL-YEAR    PIC 9(4).
               10  BTX-PERIOD         PIC 9(2).
               10  BTX-AMOUNT         PIC 9(9)V99.
