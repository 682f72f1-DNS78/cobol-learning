      *****************************************************************
      * BUAREC - sales actuals ledger record (BUDACT), written by
      * BUDVAR. The night's audit journal and COMMPAY payroll feed
      * are both recreated every night, so BUDVAR keeps its own
      * cumulative record of each night's actual net sales: one row
      * per company and region (type R, from the audit journal) and
      * one per sales rep (type P, from COMMPAY), stamped with the
      * business date and the fiscal year and period it fell in.
      * Amounts are USD net of discount, returns and credit memos
      * and may be negative. A RERUN replaces the rows already on
      * file for its business date.
      *****************************************************************
       01  SALES-ACTUAL-RECORD.
           05  BUA-RUN-DATE       PIC 9(8).
           05  BUA-TYPE           PIC X(1).
               88  BUA-REGION-ACTUAL      VALUE 'R'.
               88  BUA-REP-ACTUAL         VALUE 'P'.
           05  BUA-COMPANY        PIC X(3).
           05  BUA-REGION         PIC X(10).
           05  BUA-REP-ID         PIC X(4).
           05  BUA-FISCAL-YEAR    PIC 9(4).
           05  BUA-PERIOD         PIC 9(2).
           05  BUA-NET-SALES      PIC S9(9)V99 SIGN IS TRAILING
                                  SEPARATE.
