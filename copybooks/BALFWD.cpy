      *****************************************************************
      * BALFWD - balance-forward record for SALESREPORT's MTD/YTD
      * totals. One record, rewritten at the end of every run. MTD
      * and YTD are fiscal period and fiscal year to date (FISCCAL
      * calendar): a run date in a later fiscal period/year than the
      * stored date rolls the corresponding total back to zero before
      * the new run's total is added in.
      *****************************************************************
       01  BALANCE-FORWARD-RECORD.
           05  BF-LAST-RUN-DATE.
