      *****************************************************************
      * RUNWORK - working-storage fields shared by any program that
      * reads the RUNCTL run-control file: the business date and run
      * mode for the run, the fiscal year and period the business
      * date falls in (from the FISCCAL fiscal calendar), and the
      * file status/switches and calendar table the RUNLOAD
      * paragraphs need.
      *****************************************************************
       01  WS-RUNCTL-STATUS       PIC X(2).
       01  WS-BUSINESS-DATE       PIC 9(8)  VALUE 0.
       01  WS-RUN-MODE            PIC X(6)  VALUE SPACES.
           88  WS-MODE-NORMAL               VALUE 'NORMAL'.
           88  WS-MODE-RERUN                VALUE 'RERUN '.

       01  WS-FISCAL-YEAR         PIC 9(4)  VALUE 0.
       01  WS-FISCAL-PERIOD       PIC 9(2)  VALUE 0.
       01  WS-PERIOD-START-DATE   PIC 9(8)  VALUE 0.
       01  WS-PERIOD-END-DATE     PIC 9(8)  VALUE 0.
       01  WS-OVERRIDE-YEAR       PIC 9(4)  VALUE 0.
       01  WS-OVERRIDE-PERIOD     PIC 9(2)  VALUE 0.
       01  WS-OVERRIDE-SW         PIC X     VALUE 'N'.
           88  WS-OVERRIDE-PRESENT          VALUE 'Y'.

       01  WS-FISCAL-LOOKUP-DATE  PIC 9(8)  VALUE 0.
       01  WS-FISCAL-LOOKUP-YEAR  PIC 9(4)  VALUE 0.
       01  WS-FISCAL-LOOKUP-PER   PIC 9(2)  VALUE 0.
       01  WS-FISCAL-LOOKUP-START PIC 9(8)  VALUE 0.
       01  WS-FISCAL-LOOKUP-END   PIC 9(8)  VALUE 0.
       01  WS-FISCAL-LOOKUP-STAT  PIC X(1)  VALUE SPACES.
       01  WS-FISCAL-FOUND-SW     PIC X     VALUE 'N'.
           88  WS-FISCAL-FOUND              VALUE 'Y'.

       01  WS-FISCCAL-STATUS      PIC X(2).
       01  WS-FISCCAL-EOF-SW      PIC X     VALUE 'N'.
           88  WS-END-OF-FISCCAL            VALUE 'Y'.
       01  WS-FISCAL-TABLE.
           05  WS-FCL-COUNT       PIC 9(3)  VALUE 0.
           05  WS-FCL-ENTRY OCCURS 120 TIMES
                   INDEXED BY WS-FCL-IDX.
               10  WS-FCL-YEAR        PIC 9(4).
               10  WS-FCL-PERIOD      PIC 9(2).
               10  WS-FCL-START       PIC 9(8).
               10  WS-FCL-END         PIC 9(8).
               10  WS-FCL-STATUS      PIC X(1).
