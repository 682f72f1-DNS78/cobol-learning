      *****************************************************************
      * BUDREC - sales budget record layout (BUDGET), maintained by
      * BUDMNT and read by BUDVAR. Finance sets one row per fiscal
      * month (FISCCAL period) for each company and region (type B,
      * the regional sales budget) and for each sales rep (type Q,
      * the rep's quota). Amounts are USD net sales -- after
      * discount, returns and credit memos -- the same basis COMMCALC
      * pays commission on, so plan and actual are like for like. A
      * row is identified by type, key, fiscal year and period.
      *****************************************************************
       01  BUDGET-RECORD.
           05  BUD-TYPE           PIC X(1).
               88  BUD-REGION-BUDGET      VALUE 'B'.
               88  BUD-REP-QUOTA          VALUE 'Q'.
               88  BUD-TYPE-VALID         VALUE 'B' 'Q'.
           05  BUD-KEY.
               10  BUD-COMPANY        PIC X(3).
               10  BUD-REGION         PIC X(10).
           05  BUD-QUOTA-KEY REDEFINES BUD-KEY.
               10  BUD-REP-ID         PIC X(4).
               10  FILLER             PIC X(9).
           05  BUD-FISCAL-YEAR    PIC 9(4).
           05  BUD-PERIOD         PIC 9(2).
           05  BUD-AMOUNT         PIC 9(9)V99.
