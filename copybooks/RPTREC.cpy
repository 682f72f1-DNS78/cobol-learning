      *****************************************************************
      * RPTREC - rep maintenance transaction layout, read by REPMNT.
      * RPT-ACTION A adds a new rep (name and all three tiers
      * required), C changes a rep's tiers -- and the name, when one
      * is keyed -- from the effective date on, and T terminates the
      * rep from the effective date on. Every applied transaction
      * becomes a new dated REPMAST row; a row for the same rep and
      * effective date is replaced instead (a correction to a change
      * not yet in force).
      *****************************************************************
       01  REP-TXN-RECORD.
           05  RPT-ACTION         PIC X(1).
               88  RPT-ADD                VALUE 'A'.
               88  RPT-CHANGE             VALUE 'C'.
               88  RPT-TERMINATE          VALUE 'T'.
               88  RPT-ACTION-VALID       VALUE 'A' 'C' 'T'.
           05  RPT-REP-ID         PIC X(4).
           05  RPT-REP-NAME       PIC X(20).
           05  RPT-TIERS.
               10  RPT-TIER OCCURS 3 TIMES.
                   15  RPT-TIER-MIN   PIC 9(7)V99.
                   15  RPT-TIER-PCT   PIC 9V999.
           05  RPT-EFFECTIVE-DATE PIC 9(8).
