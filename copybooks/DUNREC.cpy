      *****************************************************************
      * DUNREC - dunning history record layout (DUNHIST), one row per
      * account currently being dunned. DUNNING records the level of
      * the last letter sent (1 reminder, 2 firm notice, 3 final
      * demand), the date it went out and the past-due amount it
      * asked for, so the same level is not sent again inside the
      * DUNPARM cooling-off days. An account that is no longer past
      * due is dropped from the file on the rewrite and starts again
      * at the reminder the next time it falls behind.
      *****************************************************************
       01  DUNNING-HISTORY-RECORD.
           05  DH-COMPANY         PIC X(3).
           05  DH-CUST-ID         PIC X(6).
           05  DH-LEVEL           PIC 9(1).
               88  DH-REMINDER            VALUE 1.
               88  DH-FIRM-NOTICE         VALUE 2.
               88  DH-FINAL-DEMAND        VALUE 3.
           05  DH-LETTER-DATE     PIC 9(8).
           05  DH-PAST-DUE        PIC 9(9)V99.
