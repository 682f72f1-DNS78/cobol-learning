      * before submitting; the programs no longer take the business
      * date from the system clock, so a post-midnight finish stamps
      * the right day and last Thursday can be rerun on Friday.
      * An optional second record, RUN-CONTROL-OVERRIDE, is the
      * controller's override of the closed-period lock: it names
      * the one fiscal year and period the run may post into even
      * though FISCCAL shows it closed. It unlocks nothing else.
      *****************************************************************
       01  RUN-CONTROL-RECORD.
           05  RC-BUSINESS-DATE   PIC 9(8).
           05  RC-RUN-MODE        PIC X(6).

       01  RUN-CONTROL-OVERRIDE.
           05  RCO-REC-TYPE       PIC X(8).
               88  RCO-IS-OVERRIDE        VALUE 'OVERRIDE'.
           05  RCO-FISCAL-YEAR    PIC 9(4).
           05  RCO-PERIOD         PIC 9(2).
