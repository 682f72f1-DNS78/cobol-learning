      * the highest tier whose minimum it reaches. Rates are
      * maintained by updating this file, not the program, the same
      * way DISCRATE and CURRATE are.
      * Rows are effective-dated the same way too: REPMNT adds a new
      * dated row for every plan change or termination and never
      * removes one, and a reader takes, per rep, the row with the
      * latest REP-EFFECTIVE-DATE on or before the business date --
      * so a mid-month plan change pays the old rates up to the
      * change date. A terminated rep (REP-STATUS T) stays on file
      * so REPCHECK can report the accounts still assigned to them.
      *****************************************************************
       01  REP-RECORD.
           05  REP-ID             PIC X(4).
           05  REP-TIER OCCURS 3 TIMES.
               10  REP-TIER-MIN   PIC 9(7)V99.
               10  REP-TIER-PCT   PIC 9V999.
           05  REP-EFFECTIVE-DATE PIC 9(8).
           05  REP-STATUS         PIC X(1).
               88  REP-ACTIVE             VALUE 'A'.
               88  REP-TERMINATED         VALUE 'T'.
