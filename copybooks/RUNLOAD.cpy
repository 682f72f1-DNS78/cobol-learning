      *****************************************************************
      * RUNLOAD - read the RUNCTL run-control file into the RUNWORK
      * fields. Requires RUN-CONTROL-FILE opened via a SELECT/FD built
      * from the RUNCTL copybook, FISCAL-CALENDAR-FILE via a SELECT/FD
      * built from the FCLREC copybook, and the RUNWORK copybook in
      * WORKING-STORAGE. A missing file, an unreadable business date,
      * or an unrecognized run mode stops the run before anything is
      * posted -- a batch run with no agreed business date must not
      * guess one from the clock. So does a business date that is not
      * on the fiscal calendar or falls in a closed fiscal period --
      * NORMAL or RERUN alike -- unless RUNCTL's second record is a
      * controller override naming that period.
      *****************************************************************
       7900-READ-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ RUN-CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF NOT RCO-IS-OVERRIDE
                       OR RCO-FISCAL-YEAR NOT NUMERIC
                       OR RCO-PERIOD NOT NUMERIC
                       DISPLAY 'RUNCTL SECOND RECORD IS NOT A VALID '
                           'PERIOD OVERRIDE: ' RUN-CONTROL-OVERRIDE
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   SET WS-OVERRIDE-PRESENT TO TRUE
                   MOVE RCO-FISCAL-YEAR TO WS-OVERRIDE-YEAR
                   MOVE RCO-PERIOD      TO WS-OVERRIDE-PERIOD
           END-READ
           CLOSE RUN-CONTROL-FILE
           PERFORM 7910-LOAD-FISCAL-CALENDAR
           PERFORM 7920-CHECK-FISCAL-PERIOD.

       7910-LOAD-FISCAL-CALENDAR.
           OPEN INPUT FISCAL-CALENDAR-FILE
           IF WS-FISCCAL-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN FISCCAL, STATUS='
                   WS-FISCCAL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-END-OF-FISCCAL
               READ FISCAL-CALENDAR-FILE
                   AT END
                       SET WS-END-OF-FISCCAL TO TRUE
                   NOT AT END
                       IF WS-FCL-COUNT >= 120
                           DISPLAY 'FISCCAL HAS MORE THAN 120 '
                               'PERIODS, TABLE IS FULL'
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-FCL-COUNT
                       SET WS-FCL-IDX TO WS-FCL-COUNT
                       MOVE FCL-FISCAL-YEAR TO WS-FCL-YEAR(WS-FCL-IDX)
                       MOVE FCL-PERIOD      TO WS-FCL-PERIOD(WS-FCL-IDX)
                       MOVE FCL-START-DATE  TO WS-FCL-START(WS-FCL-IDX)
                       MOVE FCL-END-DATE    TO WS-FCL-END(WS-FCL-IDX)
                       MOVE FCL-STATUS      TO WS-FCL-STATUS(WS-FCL-IDX)
               END-READ
           END-PERFORM
           CLOSE FISCAL-CALENDAR-FILE.

      *****************************************************************
      * The closed-period lock. The business date's period must be on
      * the calendar; a closed one refuses the run unless the
      * controller's override names that same fiscal year and
      * period. An accepted override is announced on the console so
      * the job log shows who posted into a closed period, and when.
      *****************************************************************
       7920-CHECK-FISCAL-PERIOD.
           MOVE WS-BUSINESS-DATE TO WS-FISCAL-LOOKUP-DATE
           PERFORM 7930-LOOKUP-FISCAL-PERIOD
           IF NOT WS-FISCAL-FOUND
               DISPLAY 'BUSINESS DATE ' WS-BUSINESS-DATE
                   ' IS NOT ON THE FISCAL CALENDAR, RUN REFUSED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-FISCAL-LOOKUP-YEAR TO WS-FISCAL-YEAR
           MOVE WS-FISCAL-LOOKUP-PER  TO WS-FISCAL-PERIOD
           MOVE WS-FISCAL-LOOKUP-START TO WS-PERIOD-START-DATE
           MOVE WS-FISCAL-LOOKUP-END   TO WS-PERIOD-END-DATE
           IF WS-FISCAL-LOOKUP-STAT = 'C'
               IF WS-OVERRIDE-PRESENT
                   AND WS-OVERRIDE-YEAR = WS-FISCAL-YEAR
                   AND WS-OVERRIDE-PERIOD = WS-FISCAL-PERIOD
                   DISPLAY 'BUSINESS DATE ' WS-BUSINESS-DATE
                       ' IS IN CLOSED FISCAL PERIOD '
                       WS-FISCAL-YEAR '/' WS-FISCAL-PERIOD
                       ', CONTROLLER OVERRIDE ACCEPTED'
               ELSE
                   DISPLAY 'BUSINESS DATE ' WS-BUSINESS-DATE
                       ' IS IN CLOSED FISCAL PERIOD '
                       WS-FISCAL-YEAR '/' WS-FISCAL-PERIOD
                       ', RUN REFUSED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      *****************************************************************
      * Fiscal year, period, status and period start/end dates for
      * WS-FISCAL-LOOKUP-DATE. Leaves WS-FISCAL-FOUND-SW 'N' for a
      * date no period covers.
      *****************************************************************
       7930-LOOKUP-FISCAL-PERIOD.
           MOVE 'N'    TO WS-FISCAL-FOUND-SW
           MOVE 0      TO WS-FISCAL-LOOKUP-YEAR
           MOVE 0      TO WS-FISCAL-LOOKUP-PER
           MOVE 0      TO WS-FISCAL-LOOKUP-START
           MOVE 0      TO WS-FISCAL-LOOKUP-END
           MOVE SPACES TO WS-FISCAL-LOOKUP-STAT
           PERFORM VARYING WS-FCL-IDX FROM 1 BY 1
                   UNTIL WS-FCL-IDX > WS-FCL-COUNT
               IF WS-FISCAL-LOOKUP-DATE >= WS-FCL-START(WS-FCL-IDX)
                   AND WS-FISCAL-LOOKUP-DATE <= WS-FCL-END(WS-FCL-IDX)
                   SET WS-FISCAL-FOUND TO TRUE
                   MOVE WS-FCL-YEAR(WS-FCL-IDX)
                       TO WS-FISCAL-LOOKUP-YEAR
                   MOVE WS-FCL-PERIOD(WS-FCL-IDX)
                       TO WS-FISCAL-LOOKUP-PER
                   MOVE WS-FCL-START(WS-FCL-IDX)
                       TO WS-FISCAL-LOOKUP-START
                   MOVE WS-FCL-END(WS-FCL-IDX)
                       TO WS-FISCAL-LOOKUP-END
                   MOVE WS-FCL-STATUS(WS-FCL-IDX)
                       TO WS-FISCAL-LOOKUP-STAT
               END-IF
           END-PERFORM.
