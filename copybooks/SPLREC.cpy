      *****************************************************************
      * SPLREC - commission split record layout (COMMSPLT). One row
      * per account per effective date naming the reps who share the
      * account's commission and each rep's percentage; the shares
      * of a row must total 100. SPL-HOUSE-FLAG Y marks a house
      * account instead: its postings earn no commission and the
      * rep shares are ignored. A later-dated row replaces the whole
      * split from its effective date on; an account with no row in
      * force is commissioned 100 percent to its CUST-REP-ID. Unused
      * share slots are left blank.
      *****************************************************************
       01  COMM-SPLIT-RECORD.
           05  SPL-CUST-ID        PIC X(6).
           05  SPL-EFFECTIVE-DATE PIC 9(8).
           05  SPL-HOUSE-FLAG     PIC X(1).
               88  SPL-HOUSE-ACCOUNT      VALUE 'Y'.
               88  SPL-HOUSE-FLAG-VALID   VALUE 'Y' 'N' ' '.
           05  SPL-SHARE OCCURS 4 TIMES.
               10  SPL-REP-ID     PIC X(4).
               10  SPL-PCT        PIC 9(3)V99.
