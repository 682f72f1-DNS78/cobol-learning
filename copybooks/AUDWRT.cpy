      * AUDWRT - stamp the run's business date (from the RUNCTL file,
      * via the RUNWORK fields) and the current time on AUDIT-RECORD
      * and write it. The caller moves AUD-PROGRAM, AUD-CUST-ID,
      * AUD-CUST-NAME, AUD-AMOUNT, AUD-DISCOUNT, AUD-RUNNING-TOTAL and
      * AUD-PRICE-SOURCE before calling, and must have performed
      * 7900-READ-RUN-CONTROL first so WS-BUSINESS-DATE is set.
      *****************************************************************
       7300-WRITE-AUDIT-RECORD.
           MOVE WS-BUSINESS-DATE TO AUD-RUN-DATE
