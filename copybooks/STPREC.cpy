      *****************************************************************
      * STPREC - batch step plan record layout (STEPPLAN), one per
      * step of the BATCHRUN job stream in job order: the step name,
      * the program it executes, the highest return code at which
      * the step counts as completed (00 for the posting steps; the
      * exception reports that end RC=4 or RC=8 on a finding have
      * still done their work), and the steps it waits for -- the
      * same steps its COND list names, so STEPPLAN changes whenever
      * a COND list does. A predecessor must have ended below RC=4,
      * the line COND draws, before the step may start -- unless it
      * never started because COND bypassed it (one of its own
      * predecessors ended RC=4 or over), since COND ignores a
      * bypassed step too.
      *****************************************************************
       01  STEP-PLAN-RECORD.
           05  SP-STEP            PIC X(8).
           05  SP-PROGRAM         PIC X(12).
           05  SP-MAX-RC          PIC 9(2).
           05  SP-PRED-COUNT      PIC 9(2).
           05  SP-PREDECESSOR     PIC X(8) OCCURS 24 TIMES.
