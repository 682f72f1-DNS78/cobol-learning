      *****************************************************************
      * PROGRAM-ID : CTREXP
      * Monthly contract expiry report off the CONTRACT pricing file.
      * Every contract term still in force or due to start whose end
      * date falls within the next 60 days of the RUNCTL business
      * date is listed in end-date order, with the account as it
      * stands on the customer master (company, name, rep), the
      * contract terms and the days left. A term already followed by
      * a later term for the same customer and band (or an all-band
      * term) shows the follow-on contract number as RENEWED; the
      * rest show NOT RENEWED, so sales can renegotiate before the
      * account drops back to the DISCRATE list discount.
      *
      * Change history
      *   2026-10-15  Initial version.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTREXP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTRACT-FILE ASSIGN TO 'CONTRACT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTRACT-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO 'SRTWORK'.

           SELECT CUSTOMER-MASTER-FILE ASSIGN TO 'CUSTMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUSTMAST-STATUS.

           SELECT REPORT-FILE ASSIGN TO 'CTRXRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTRXRPT-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO 'RUNCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT FISCAL-CALENDAR-FILE ASSIGN TO 'FISCCAL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FISCCAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTRACT-FILE
           RECORDING MODE IS F.
           COPY CTRREC.

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SR-END-DATE        PIC 9(8).
           05  SR-CUST-ID         PIC X(6).
           05  SR-CONTRACT-NO     PIC X(8).
           05  SR-ORDER-BAND      PIC X(1).
           05  SR-PRICE-TYPE      PIC X(1).
           05  SR-DISCOUNT-PCT    PIC 9V999.
           05  SR-NET-AMOUNT      PIC 9(7)V99.
           05  SR-START-DATE      PIC 9(8).
           05  SR-RENEWAL-NO      PIC X(8).

       FD  CUSTOMER-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CUSTREC.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE              PIC X(120).

       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F.
           COPY RUNCTL.

       FD  FISCAL-CALENDAR-FILE
           RECORDING MODE IS F.
           COPY FCLREC.

       WORKING-STORAGE SECTION.
       01  WS-CONTRACT-STATUS    PIC X(2).
       01  WS-CUSTMAST-STATUS    PIC X(2).
       01  WS-CTRXRPT-STATUS     PIC X(2).

       01  WS-CONTRACT-EOF-SW    PIC X     VALUE 'N'.
           88  WS-END-OF-CONTRACT         VALUE 'Y'.
       01  WS-SORT-EOF-SWITCH    PIC X     VALUE 'N'.
           88  WS-END-OF-SORT             VALUE 'Y'.
       01  WS-RENEWED-SW         PIC X     VALUE 'N'.
           88  WS-RENEWED                 VALUE 'Y'.

       01  WS-EXPIRY-DAYS        PIC 9(3)  VALUE 60.

      * Every term on file, for the follow-on term check.
       01  WS-CONTRACT-FILE-TABLE.
           05  WS-CFT-COUNT      PIC 9(3)  VALUE 0.
           05  WS-CFT-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-CFT-IDX WS-NXT-IDX.
               10  WS-CFT-ROW        PIC X(45).

      * Field view of one stored term.
       01  WS-ROW-VIEW.
           05  WS-RV-CUST-ID     PIC X(6).
           05  WS-RV-CONTRACT-NO PIC X(8).
           05  WS-RV-BAND        PIC X(1).
           05  WS-RV-TYPE        PIC X(1).
           05  WS-RV-PCT         PIC 9V999.
           05  WS-RV-NET         PIC 9(7)V99.
           05  WS-RV-START       PIC 9(8).
           05  WS-RV-END         PIC 9(8).

       01  WS-NEXT-VIEW.
           05  WS-NV-CUST-ID     PIC X(6).
           05  WS-NV-CONTRACT-NO PIC X(8).
           05  WS-NV-BAND        PIC X(1).
           05  WS-NV-TYPE        PIC X(1).
           05  WS-NV-PCT         PIC 9V999.
           05  WS-NV-NET         PIC 9(7)V99.
           05  WS-NV-START       PIC 9(8).
           05  WS-NV-END         PIC 9(8).

       01  WS-TODAY-SERIAL       PIC 9(7)  VALUE 0.
       01  WS-END-SERIAL         PIC 9(7)  VALUE 0.
       01  WS-WINDOW-SERIAL      PIC 9(7)  VALUE 0.
       01  WS-WINDOW-END         PIC 9(8)  VALUE 0.
       01  WS-DAYS-LEFT          PIC 9(5)  VALUE 0.

       01  WS-TERM-COUNT         PIC 9(7)  VALUE 0.
       01  WS-EXPIRING-COUNT     PIC 9(7)  VALUE 0.
       01  WS-RENEWED-COUNT      PIC 9(7)  VALUE 0.
       01  WS-OPEN-COUNT         PIC 9(7)  VALUE 0.

       01  WS-PCT-EDIT           PIC 9.999.
       01  WS-NET-EDIT           PIC ZZZ,ZZ9.99.

       01  WS-RUN-DATE-YMD.
           05  WS-RUN-YYYY.
               10  WS-RUN-CC     PIC 9(2).
               10  WS-RUN-YY     PIC 9(2).
           05  WS-RUN-MM         PIC 9(2).
           05  WS-RUN-DD         PIC 9(2).
       01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE-YMD PIC 9(8).
       01  WS-RUN-DATE-DISP      PIC X(8).

       01  WS-HEADING-1.
           05  FILLER            PIC X(39)
               VALUE 'CONTRACT EXPIRY REPORT - ENDING WITHIN'.
           05  WH1-DAYS          PIC ZZ9.
           05  FILLER            PIC X(8)  VALUE ' DAYS'.
           05  FILLER            PIC X(17) VALUE SPACES.
           05  FILLER            PIC X(10) VALUE 'RUN DATE: '.
           05  WH1-RUN-DATE      PIC X(8).
           05  FILLER            PIC X(8)  VALUE '  THRU: '.
           05  WH1-WINDOW-END    PIC 9(8).

       01  WS-HEADING-2.
           05  FILLER            PIC X(4)  VALUE 'CO'.
           05  FILLER            PIC X(8)  VALUE 'CUST ID'.
           05  FILLER            PIC X(22) VALUE 'CUSTOMER NAME'.
           05  FILLER            PIC X(6)  VALUE 'REP'.
           05  FILLER            PIC X(10) VALUE 'CONTRACT'.
           05  FILLER            PIC X(5)  VALUE 'BAND'.
           05  FILLER            PIC X(16) VALUE 'TERMS'.
           05  FILLER            PIC X(10) VALUE 'START'.
           05  FILLER            PIC X(10) VALUE 'END'.
           05  FILLER            PIC X(6)  VALUE 'DAYS'.
           05  FILLER            PIC X(20) VALUE 'RENEWAL'.

       01  WS-DETAIL-LINE.
           05  WDL-COMPANY       PIC X(4).
           05  WDL-CUST-ID       PIC X(8).
           05  WDL-CUST-NAME     PIC X(22).
           05  WDL-REP-ID        PIC X(6).
           05  WDL-CONTRACT-NO   PIC X(10).
           05  WDL-BAND          PIC X(5).
           05  WDL-TERM-TYPE     PIC X(4).
           05  WDL-TERM-VALUE    PIC X(12).
           05  WDL-START-DATE    PIC 9(8).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WDL-END-DATE      PIC 9(8).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WDL-DAYS          PIC ZZ9.
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  WDL-RENEWAL       PIC X(20).

       01  WS-TOTAL-LINE.
           05  FILLER            PIC X(20) VALUE 'TERMS EXPIRING    :'.
           05  WTL-EXPIRING      PIC ZZZ,ZZ9.
           05  FILLER            PIC X(18) VALUE '  RENEWED       : '.
           05  WTL-RENEWED       PIC ZZZ,ZZ9.
           05  FILLER            PIC X(18) VALUE '  NOT RENEWED   : '.
           05  WTL-OPEN          PIC ZZZ,ZZ9.

       COPY RUNWORK.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 7900-READ-RUN-CONTROL
           PERFORM 1000-OPEN-FILES
           PERFORM 1100-LOAD-CONTRACT-FILE
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SR-END-DATE
                                SR-CUST-ID
                                SR-CONTRACT-NO
                                SR-ORDER-BAND
               INPUT PROCEDURE IS 2000-RELEASE-EXPIRING-TERMS
               OUTPUT PROCEDURE IS 3000-PRINT-EXPIRING-TERMS
           PERFORM 6500-PRINT-TOTALS
           PERFORM 8000-CLOSE-FILES
           DISPLAY 'CTREXP: TERMS ON FILE  : ' WS-TERM-COUNT
           DISPLAY 'CTREXP: EXPIRING       : ' WS-EXPIRING-COUNT
           DISPLAY 'CTREXP: RENEWED        : ' WS-RENEWED-COUNT
           DISPLAY 'CTREXP: NOT RENEWED    : ' WS-OPEN-COUNT
           STOP RUN.

       1000-OPEN-FILES.
           MOVE WS-BUSINESS-DATE TO WS-RUN-DATE-NUM
           STRING WS-RUN-MM '/' WS-RUN-DD '/' WS-RUN-YY
               DELIMITED BY SIZE INTO WS-RUN-DATE-DISP
           COMPUTE WS-TODAY-SERIAL =
               FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
           ADD WS-TODAY-SERIAL WS-EXPIRY-DAYS
               GIVING WS-WINDOW-SERIAL
           COMPUTE WS-WINDOW-END =
               FUNCTION DATE-OF-INTEGER(WS-WINDOW-SERIAL)
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-CUSTMAST-STATUS NOT = '00'
               DISPLAY 'CTREXP: UNABLE TO OPEN CUSTMAST, STATUS='
                   WS-CUSTMAST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-CTRXRPT-STATUS NOT = '00'
               DISPLAY 'CTREXP: UNABLE TO OPEN CTRXRPT, STATUS='
                   WS-CTRXRPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-EXPIRY-DAYS   TO WH1-DAYS
           MOVE WS-RUN-DATE-DISP TO WH1-RUN-DATE
           MOVE WS-WINDOW-END    TO WH1-WINDOW-END
           WRITE REPORT-LINE FROM WS-HEADING-1
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM WS-HEADING-2.

       1100-LOAD-CONTRACT-FILE.
           OPEN INPUT CONTRACT-FILE
           IF WS-CONTRACT-STATUS NOT = '00'
               DISPLAY 'CTREXP: UNABLE TO OPEN CONTRACT, STATUS='
                   WS-CONTRACT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-END-OF-CONTRACT
               READ CONTRACT-FILE
                   AT END
                       SET WS-END-OF-CONTRACT TO TRUE
                   NOT AT END
                       IF WS-CFT-COUNT >= 500
                           DISPLAY 'CTREXP: CONTRACT HAS MORE THAN '
                               '500 TERMS, TABLE IS FULL'
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-CFT-COUNT
                       ADD 1 TO WS-TERM-COUNT
                       SET WS-CFT-IDX TO WS-CFT-COUNT
                       MOVE CONTRACT-RECORD
                           TO WS-CFT-ROW(WS-CFT-IDX)
               END-READ
           END-PERFORM
           CLOSE CONTRACT-FILE.

      *****************************************************************
      * A term ending on or after the business date and no later than
      * the end of the window is expiring. It counts as renewed when
      * another term for the same customer -- same band, or all
      * bands -- starts after it ends.
      *****************************************************************
       2000-RELEASE-EXPIRING-TERMS.
           PERFORM VARYING WS-CFT-IDX FROM 1 BY 1
                   UNTIL WS-CFT-IDX > WS-CFT-COUNT
               MOVE WS-CFT-ROW(WS-CFT-IDX) TO WS-ROW-VIEW
               IF WS-RV-END >= WS-BUSINESS-DATE
                   AND WS-RV-END <= WS-WINDOW-END
                   PERFORM 2100-FIND-FOLLOW-ON-TERM
                   MOVE WS-RV-END         TO SR-END-DATE
                   MOVE WS-RV-CUST-ID     TO SR-CUST-ID
                   MOVE WS-RV-CONTRACT-NO TO SR-CONTRACT-NO
                   MOVE WS-RV-BAND        TO SR-ORDER-BAND
                   MOVE WS-RV-TYPE        TO SR-PRICE-TYPE
                   MOVE WS-RV-PCT         TO SR-DISCOUNT-PCT
                   MOVE WS-RV-NET         TO SR-NET-AMOUNT
                   MOVE WS-RV-START       TO SR-START-DATE
                   RELEASE SORT-RECORD
               END-IF
           END-PERFORM.

       2100-FIND-FOLLOW-ON-TERM.
           MOVE 'N'    TO WS-RENEWED-SW
           MOVE SPACES TO SR-RENEWAL-NO
           PERFORM VARYING WS-NXT-IDX FROM 1 BY 1
                   UNTIL WS-NXT-IDX > WS-CFT-COUNT OR WS-RENEWED
               MOVE WS-CFT-ROW(WS-NXT-IDX) TO WS-NEXT-VIEW
               IF WS-NV-CUST-ID = WS-RV-CUST-ID
                   AND (WS-NV-BAND = WS-RV-BAND OR WS-NV-BAND = '*')
                   AND WS-NV-START > WS-RV-END
                   SET WS-RENEWED TO TRUE
                   MOVE WS-NV-CONTRACT-NO TO SR-RENEWAL-NO
               END-IF
           END-PERFORM.

       3000-PRINT-EXPIRING-TERMS.
           PERFORM UNTIL WS-END-OF-SORT
               RETURN SORT-WORK-FILE
                   AT END
                       SET WS-END-OF-SORT TO TRUE
                   NOT AT END
                       PERFORM 3100-PRINT-TERM
               END-RETURN
           END-PERFORM.

       3100-PRINT-TERM.
           ADD 1 TO WS-EXPIRING-COUNT
           MOVE SR-CUST-ID TO CUST-ID
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   MOVE SPACES TO WDL-COMPANY
                   MOVE '** NOT ON MASTER **' TO WDL-CUST-NAME
                   MOVE SPACES TO WDL-REP-ID
               NOT INVALID KEY
                   MOVE CUST-COMPANY TO WDL-COMPANY
                   MOVE CUST-NAME    TO WDL-CUST-NAME
                   MOVE CUST-REP-ID  TO WDL-REP-ID
           END-READ
           MOVE SR-CUST-ID     TO WDL-CUST-ID
           MOVE SR-CONTRACT-NO TO WDL-CONTRACT-NO
           IF SR-ORDER-BAND = '*'
               MOVE 'ALL'         TO WDL-BAND
           ELSE
               MOVE SR-ORDER-BAND TO WDL-BAND
           END-IF
           IF SR-PRICE-TYPE = 'N'
               MOVE 'NET '          TO WDL-TERM-TYPE
               MOVE SR-NET-AMOUNT   TO WS-NET-EDIT
               MOVE WS-NET-EDIT     TO WDL-TERM-VALUE
           ELSE
               MOVE 'PCT '          TO WDL-TERM-TYPE
               MOVE SR-DISCOUNT-PCT TO WS-PCT-EDIT
               MOVE WS-PCT-EDIT     TO WDL-TERM-VALUE
           END-IF
           MOVE SR-START-DATE TO WDL-START-DATE
           MOVE SR-END-DATE   TO WDL-END-DATE
           COMPUTE WS-END-SERIAL =
               FUNCTION INTEGER-OF-DATE(SR-END-DATE)
           SUBTRACT WS-TODAY-SERIAL FROM WS-END-SERIAL
               GIVING WS-DAYS-LEFT
           MOVE WS-DAYS-LEFT TO WDL-DAYS
           IF SR-RENEWAL-NO = SPACES
               ADD 1 TO WS-OPEN-COUNT
               MOVE 'NOT RENEWED' TO WDL-RENEWAL
           ELSE
               ADD 1 TO WS-RENEWED-COUNT
               MOVE SPACES TO WDL-RENEWAL
               STRING 'RENEWED ' SR-RENEWAL-NO
                   DELIMITED BY SIZE INTO WDL-RENEWAL
           END-IF
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.

       6500-PRINT-TOTALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-EXPIRING-COUNT TO WTL-EXPIRING
           MOVE WS-RENEWED-COUNT  TO WTL-RENEWED
           MOVE WS-OPEN-COUNT     TO WTL-OPEN
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.

       8000-CLOSE-FILES.
           CLOSE CUSTOMER-MASTER-FILE
           CLOSE REPORT-FILE.

       COPY RUNLOAD.
