      *****************************************************************
      * STPWORK - working-storage fields for the STPCHK batch control
      * ledger paragraphs: the step plan table, each step's state
      * for the business date as the ledger records it, and the
      * file status/switches. The caller moves its program name to
      * WS-STEP-PROGRAM before the start-up check.
      *****************************************************************
       01  WS-STEPPLAN-STATUS     PIC X(2).
       01  WS-STEPLDG-STATUS      PIC X(2).
       01  WS-STEPPLAN-EOF-SW     PIC X     VALUE 'N'.
           88  WS-END-OF-STEPPLAN           VALUE 'Y'.
       01  WS-STEPLDG-EOF-SW      PIC X     VALUE 'N'.
           88  WS-END-OF-STEPLDG            VALUE 'Y'.

       01  WS-STEP-PROGRAM        PIC X(12) VALUE SPACES.
       01  WS-STEP-NAME           PIC X(8)  VALUE SPACES.
       01  WS-STEP-SELF           PIC 9(3)  VALUE 0.
       01  WS-STEP-PRED-NO        PIC 9(2)  VALUE 0.
       01  WS-STEP-LOOKUP         PIC X(8)  VALUE SPACES.
       01  WS-STEP-FOUND-SW       PIC X     VALUE 'N'.
           88  WS-STEP-FOUND                VALUE 'Y'.
       01  WS-STEP-BYP-PRED-NO    PIC 9(2)  VALUE 0.
       01  WS-STEP-BYPASSED-SW    PIC X     VALUE 'N'.
           88  WS-STEP-BYPASSED             VALUE 'Y'.
       01  WS-STEP-EVENT          PIC X(1)  VALUE SPACES.
       01  WS-STEP-EVENT-RC       PIC 9(2)  VALUE 0.
       01  WS-STEP-CLOCK-DATE     PIC 9(8)  VALUE 0.
       01  WS-STEP-CLOCK-TIME     PIC 9(8)  VALUE 0.
       01  WS-STEP-CLOCK-HMS REDEFINES WS-STEP-CLOCK-TIME.
           05  WS-STEP-CLOCK-HHMMSS PIC 9(6).
           05  FILLER             PIC 9(2).

       01  WS-STEP-TABLE.
           05  WS-SPT-COUNT       PIC 9(3)  VALUE 0.
           05  WS-SPT-ENTRY OCCURS 40 TIMES
                   INDEXED BY WS-SPT-IDX WS-SPT-WAIT-IDX
                              WS-SPT-BYP-IDX.
               10  WS-SPT-STEP        PIC X(8).
               10  WS-SPT-PROGRAM     PIC X(12).
               10  WS-SPT-MAX-RC      PIC 9(2).
               10  WS-SPT-PRED-COUNT  PIC 9(2).
               10  WS-SPT-PREDECESSOR PIC X(8) OCCURS 24 TIMES.
               10  WS-SPT-STATE       PIC X(1).
                   88  WS-SPT-NOT-RUN         VALUE SPACE.
                   88  WS-SPT-STARTED         VALUE 'S'.
                   88  WS-SPT-ENDED           VALUE 'E'.
               10  WS-SPT-LAST-RC     PIC 9(2).
