      * keys a release transaction (CREDREL), which lets the sale
      * through on the next night's run; released and aged entries
      * are dropped when the file is rewritten at end of run.
      * CHD-REASON is CL when the sale broke the account's own credit
      * limit, GL when it fit the account's limit but broke its
      * customer group's credit line.
      * An itemized sale's 'L' line-item records follow its image on
      * the file, as they follow the transaction on the feed, so the
      * lines reach VALIDLIN with the sale when it is released.
      *****************************************************************
       01  CREDIT-HOLD-RECORD.
           05  CHD-TXN-IMAGE      PIC X(69).
           05  CHD-HOLD-DATE      PIC 9(8).
           05  CHD-REASON         PIC X(2).
       01  CREDIT-HOLD-LINE-RECORD.
           05  CHL-REC-TYPE       PIC X(1).
               88  CHL-IS-LINE            VALUE 'L'.
           05  CHL-LINE-DETAIL    PIC X(20).
