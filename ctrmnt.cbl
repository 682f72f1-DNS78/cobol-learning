      *****************************************************************
      * PROGRAM-ID : CTRMNT
      * Applies customer contract pricing transactions (CTRTXN) to
      * the CONTRACT file, the way GLMAPMNT maintains GLMAP. Each
      * transaction carries a complete contract term -- customer,
      * contract number, order band, fixed discount percentage or
      * net price, start and end dates. An add is refused when the
      * customer is not on CUSTMAST (or is inactive), the band is not
      * a DISCRATE band or '*', the price or dates do not edit, or the
      * term's dates overlap another term for the same customer and
      * band. No term may be added, or moved, to start before the
      * business date. Once a term has started only its end date may
      * change, and only a term that has not started may be deleted,
      * so the file keeps a true record of how each night was
      * priced. Every applied transaction prints on the CTRMREG
      * register with the term before and after; a transaction that
      * fails the edits prints as REJECTED with the reason and is not
      * applied.
      *
      * Change history
      *   2026-10-15  Initial version.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTRMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTRACT-TXN-FILE ASSIGN TO 'CTRTXN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTRTXN-STATUS.

           SELECT CONTRACT-FILE ASSIGN TO 'CONTRACT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTRACT-STATUS.

           SELECT CUSTOMER-MASTER-FILE ASSIGN TO 'CUSTMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUSTMAST-STATUS.

           SELECT DISCOUNT-RATE-FILE ASSIGN TO 'DISCRATE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISCRATE-STATUS.

           SELECT REGISTER-FILE ASSIGN TO 'CTRMREG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO 'RUNCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT FISCAL-CALENDAR-FILE ASSIGN TO 'FISCCAL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FISCCAL-STATUS.

           SELECT STEP-PLAN-FILE ASSIGN TO 'STEPPLAN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STEPPLAN-STATUS.

           SELECT STEP-LEDGER-FILE ASSIGN TO 'STEPLDG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STEPLDG-STATUS.

           SELECT RUN-STATS-FILE ASSIGN TO 'RUNSTATS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNSTATS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTRACT-TXN-FILE
           RECORDING MODE IS F.
           COPY CTXREC.

       FD  CONTRACT-FILE
           RECORDING MODE IS F.
           COPY CTRREC.

       FD  CUSTOMER-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CUSTREC.

       FD  DISCOUNT-RATE-FILE
           RECORDING MODE IS F.
           COPY DISCRATE.

       FD  REGISTER-FILE
           RECORDING MODE IS F.
       01  REG-LINE                 PIC X(90).

       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F.
           COPY RUNCTL.

       FD  FISCAL-CALENDAR-FILE
           RECORDING MODE IS F.
           COPY FCLREC.

       FD  STEP-PLAN-FILE
           RECORDING MODE IS F.
           COPY STPREC.

       FD  STEP-LEDGER-FILE
           RECORDING MODE IS F.
           COPY SLGREC.

       FD  RUN-STATS-FILE
           RECORDING MODE IS F.
           COPY RSTREC.

       WORKING-STORAGE SECTION.
       01  WS-CTRTXN-STATUS      PIC X(2).
       01  WS-CONTRACT-STATUS    PIC X(2).
       01  WS-CUSTMAST-STATUS    PIC X(2).
       01  WS-REGISTER-STATUS    PIC X(2).
       01  WS-RUNSTATS-STATUS    PIC X(2).

       01  WS-CTRTXN-EOF-SW      PIC X     VALUE 'N'.
           88  WS-END-OF-CTRTXN           VALUE 'Y'.
       01  WS-CONTRACT-EOF-SW    PIC X     VALUE 'N'.
           88  WS-END-OF-CONTRACT         VALUE 'Y'.
       01  WS-TERM-FOUND-SW      PIC X     VALUE 'N'.
           88  WS-TERM-FOUND              VALUE 'Y'.
       01  WS-TXN-VALID-SW       PIC X     VALUE 'Y'.
           88  WS-TXN-VALID               VALUE 'Y'.
           88  WS-TXN-INVALID             VALUE 'N'.
       01  WS-BAND-OK-SW         PIC X     VALUE 'N'.
           88  WS-BAND-OK                 VALUE 'Y'.
       01  WS-CUST-STATE-SW      PIC X     VALUE 'M'.
           88  WS-CUST-MISSING            VALUE 'M'.
           88  WS-CUST-ON-FILE            VALUE 'A'.
           88  WS-CUST-NOT-ACTIVE         VALUE 'I'.
       01  WS-OVERLAP-SW         PIC X     VALUE 'N'.
           88  WS-OVERLAP                 VALUE 'Y'.
       01  WS-OVERLAP-NO         PIC X(8)  VALUE SPACES.

      * Raw term images, in file order; new terms append, deleted
      * terms are flagged and left off the rewrite.
       01  WS-CONTRACT-FILE-TABLE.
           05  WS-CFT-COUNT      PIC 9(3)  VALUE 0.
           05  WS-CFT-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-CFT-IDX WS-HIT-IDX.
               10  WS-CFT-ROW        PIC X(45).
               10  WS-CFT-DEL-SW     PIC X.
                   88  WS-CFT-DELETED        VALUE 'Y'.

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

       01  WS-BEFORE-IMAGE       PIC X(45) VALUE SPACES.

       01  WS-READ-COUNT         PIC 9(7)  VALUE 0.
       01  WS-APPLIED-COUNT      PIC 9(7)  VALUE 0.
       01  WS-REJECT-COUNT       PIC 9(7)  VALUE 0.

       01  WS-RUN-DATE-YMD.
           05  WS-RUN-YYYY.
               10  WS-RUN-CC     PIC 9(2).
               10  WS-RUN-YY     PIC 9(2).
           05  WS-RUN-MM         PIC 9(2).
           05  WS-RUN-DD         PIC 9(2).
       01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE-YMD PIC 9(8).
       01  WS-RUN-DATE-DISP      PIC X(8).

       01  WS-HEADING-1.
           05  FILLER            PIC X(33)
               VALUE 'CONTRACT PRICING REGISTER'.
           05  FILLER            PIC X(10) VALUE 'RUN DATE: '.
           05  WH1-RUN-DATE      PIC X(8).

       01  WS-ACTION-LINE.
           05  WAL-ACTION        PIC X(10).
           05  FILLER            PIC X(6)  VALUE 'CUST: '.
           05  WAL-CUST-ID       PIC X(8).
           05  FILLER            PIC X(10) VALUE 'CONTRACT: '.
           05  WAL-CONTRACT-NO   PIC X(10).
           05  FILLER            PIC X(6)  VALUE 'BAND: '.
           05  WAL-BAND          PIC X(3).
           05  WAL-NOTE          PIC X(36).

       01  WS-IMAGE-LINE.
           05  FILLER            PIC X(4)  VALUE SPACES.
           05  WIL-TAG           PIC X(8).
           05  WIL-IMAGE         PIC X(45).

       01  WS-SUMMARY-LINE.
           05  FILLER            PIC X(20) VALUE 'TERMS APPLIED     :'.
           05  WSM-APPLIED       PIC ZZ,ZZ9.
           05  FILLER            PIC X(13) VALUE '  REJECTED : '.
           05  WSM-REJECTED      PIC ZZ,ZZ9.

       COPY RUNWORK.
       COPY STPWORK.
       COPY DISCWORK.
       COPY DISCTBL.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 7900-READ-RUN-CONTROL
           MOVE 'CTRMNT' TO WS-STEP-PROGRAM
           PERFORM 7960-CHECK-STEP-LEDGER
           PERFORM 1000-OPEN-FILES
           PERFORM 7100-LOAD-DISCOUNT-TABLE
           PERFORM 1100-LOAD-CONTRACT-FILE
           PERFORM 2000-READ-CONTRACT-TXN
           PERFORM UNTIL WS-END-OF-CTRTXN
               PERFORM 3000-PROCESS-CONTRACT-TXN
               PERFORM 2000-READ-CONTRACT-TXN
           END-PERFORM
           PERFORM 6000-REWRITE-CONTRACT-FILE
           PERFORM 6500-PRINT-SUMMARY
           PERFORM 8000-CLOSE-FILES
           DISPLAY '----------------------------'
           DISPLAY 'CTRMNT: APPLIED : ' WS-APPLIED-COUNT
           DISPLAY 'CTRMNT: REJECTS : ' WS-REJECT-COUNT
           MOVE 'CTRMNT'         TO RS-PROGRAM
           MOVE 10               TO RS-FILES-OPENED
           MOVE WS-READ-COUNT    TO RS-RECORDS-IN
           MOVE WS-APPLIED-COUNT TO RS-RECORDS-OUT
           MOVE WS-REJECT-COUNT  TO RS-RECORDS-REJECTED
           PERFORM 7950-WRITE-RUN-STATISTICS
           PERFORM 7970-RECORD-STEP-END
           STOP RUN.

       1000-OPEN-FILES.
           MOVE WS-BUSINESS-DATE TO WS-RUN-DATE-NUM
           STRING WS-RUN-MM '/' WS-RUN-DD '/' WS-RUN-YY
               DELIMITED BY SIZE INTO WS-RUN-DATE-DISP
           OPEN INPUT CONTRACT-TXN-FILE
           IF WS-CTRTXN-STATUS NOT = '00'
               DISPLAY 'CTRMNT: UNABLE TO OPEN CTRTXN, STATUS='
                   WS-CTRTXN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-CUSTMAST-STATUS NOT = '00'
               DISPLAY 'CTRMNT: UNABLE TO OPEN CUSTMAST, STATUS='
                   WS-CUSTMAST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REGISTER-FILE
           IF WS-REGISTER-STATUS NOT = '00'
               DISPLAY 'CTRMNT: UNABLE TO OPEN CTRMREG, STATUS='
                   WS-REGISTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-RUN-DATE-DISP TO WH1-RUN-DATE
           WRITE REG-LINE FROM WS-HEADING-1
           MOVE SPACES TO REG-LINE
           WRITE REG-LINE.

       1100-LOAD-CONTRACT-FILE.
           OPEN INPUT CONTRACT-FILE
           IF WS-CONTRACT-STATUS NOT = '00'
               DISPLAY 'CTRMNT: UNABLE TO OPEN CONTRACT, STATUS='
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
                           DISPLAY 'CTRMNT: CONTRACT HAS MORE THAN '
                               '500 TERMS, TABLE IS FULL'
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-CFT-COUNT
                       SET WS-CFT-IDX TO WS-CFT-COUNT
                       MOVE CONTRACT-RECORD
                           TO WS-CFT-ROW(WS-CFT-IDX)
                       MOVE 'N' TO WS-CFT-DEL-SW(WS-CFT-IDX)
               END-READ
           END-PERFORM
           CLOSE CONTRACT-FILE.

       2000-READ-CONTRACT-TXN.
           READ CONTRACT-TXN-FILE
               AT END
                   SET WS-END-OF-CTRTXN TO TRUE
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
           END-READ.

      *****************************************************************
      * A term is identified by customer, contract number and band.
      * An add must not find it on file; a change or delete must.
      *****************************************************************
       3000-PROCESS-CONTRACT-TXN.
           MOVE CTX-CUST-ID     TO WAL-CUST-ID
           MOVE CTX-CONTRACT-NO TO WAL-CONTRACT-NO
           MOVE CTX-ORDER-BAND  TO WAL-BAND
           PERFORM 3050-FIND-TERM
           EVALUATE TRUE
               WHEN NOT CTX-ADD AND NOT CTX-CHANGE AND NOT CTX-DELETE
                   MOVE 'INVALID ACTION CODE' TO WAL-NOTE
                   PERFORM 3900-PRINT-REJECT
               WHEN CTX-CUST-ID = SPACES
                   MOVE 'CUSTOMER ID IS MISSING' TO WAL-NOTE
                   PERFORM 3900-PRINT-REJECT
               WHEN CTX-CONTRACT-NO = SPACES
                   MOVE 'CONTRACT NUMBER IS MISSING' TO WAL-NOTE
                   PERFORM 3900-PRINT-REJECT
               WHEN CTX-ADD AND WS-TERM-FOUND
                   MOVE 'TERM ALREADY ON FILE' TO WAL-NOTE
                   PERFORM 3900-PRINT-REJECT
               WHEN NOT CTX-ADD AND NOT WS-TERM-FOUND
                   MOVE 'TERM NOT ON FILE' TO WAL-NOTE
                   PERFORM 3900-PRINT-REJECT
               WHEN CTX-DELETE
                   PERFORM 3300-DELETE-TERM
               WHEN OTHER
                   PERFORM 3100-EDIT-TERM
                   IF WS-TXN-VALID
                       PERFORM 3200-APPLY-TERM
                   ELSE
                       PERFORM 3900-PRINT-REJECT
                   END-IF
           END-EVALUATE.

       3050-FIND-TERM.
           MOVE 'N' TO WS-TERM-FOUND-SW
           PERFORM VARYING WS-HIT-IDX FROM 1 BY 1
                   UNTIL WS-HIT-IDX > WS-CFT-COUNT OR WS-TERM-FOUND
               IF WS-CFT-ROW(WS-HIT-IDX)(1:15) = CTX-ROW-IMAGE(1:15)
                   AND NOT WS-CFT-DELETED(WS-HIT-IDX)
                   SET WS-TERM-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-TERM-FOUND
               SET WS-HIT-IDX DOWN BY 1
               MOVE WS-CFT-ROW(WS-HIT-IDX) TO WS-ROW-VIEW
           END-IF.

      *****************************************************************
      * Edits for an add or change. The band must be one the
      * DISCRATE grid prices in force today, or '*' for every band;
      * a fixed percentage must lie between 0 and 1, a net price be
      * above zero; the term may not end before it starts or before
      * the business date. A new term, or a change to a term not yet
      * started, may not start before the business date -- that
      * would reprice nights already priced. A new term needs an
      * active customer on CUSTMAST. A term already started may only
      * have its end date changed. No two terms for a customer and
      * band may overlap.
      *****************************************************************
       3100-EDIT-TERM.
           SET WS-TXN-VALID TO TRUE
           PERFORM 3110-CHECK-BAND
           PERFORM 3120-CHECK-CUSTOMER
           PERFORM 3130-CHECK-OVERLAP
           EVALUATE TRUE
               WHEN NOT WS-BAND-OK
                   MOVE 'BAND NOT ON DISCRATE' TO WAL-NOTE
                   SET WS-TXN-INVALID TO TRUE
               WHEN NOT CTX-PRICE-TYPE-VALID
                   MOVE 'PRICE TYPE NOT P OR N' TO WAL-NOTE
                   SET WS-TXN-INVALID TO TRUE
               WHEN CTX-FIXED-PCT
                   AND (CTX-DISCOUNT-PCT NOT NUMERIC
                       OR CTX-DISCOUNT-PCT = 0
                       OR CTX-DISCOUNT-PCT >= 1)
                   MOVE 'DISCOUNT PCT NOT VALID' TO WAL-NOTE
                   SET WS-TXN-INVALID TO TRUE
               WHEN CTX-NET-PRICE
                   AND (CTX-NET-AMOUNT NOT NUMERIC
                       OR CTX-NET-AMOUNT = 0)
                   MOVE 'NET PRICE NOT VALID' TO WAL-NOTE
                   SET WS-TXN-INVALID TO TRUE
               WHEN CTX-START-DATE NOT NUMERIC OR CTX-START-DATE = 0
                   MOVE 'START DATE NOT VALID' TO WAL-NOTE
                   SET WS-TXN-INVALID TO TRUE
               WHEN CTX-START-DATE < WS-BUSINESS-DATE
                   AND (CTX-ADD
                       OR WS-RV-START > WS-BUSINESS-DATE)
                   MOVE 'START DATE BEFORE BUSINESS DATE' TO WAL-NOTE
                   SET WS-TXN-INVALID TO TRUE
               WHEN CTX-END-DATE NOT NUMERIC
                   OR CTX-END-DATE < CTX-START-DATE
                   MOVE 'END DATE BEFORE START DATE' TO WAL-NOTE
                   SET WS-TXN-INVALID TO TRUE
               WHEN CTX-END-DATE < WS-BUSINESS-DATE
                   MOVE 'END DATE BEFORE BUSINESS DATE' TO WAL-NOTE
                   SET WS-TXN-INVALID TO TRUE
               WHEN WS-CUST-MISSING
                   MOVE 'CUSTOMER NOT ON MASTER' TO WAL-NOTE
                   SET WS-TXN-INVALID TO TRUE
               WHEN CTX-ADD AND WS-CUST-NOT-ACTIVE
                   MOVE 'CUSTOMER IS INACTIVE' TO WAL-NOTE
                   SET WS-TXN-INVALID TO TRUE
               WHEN CTX-CHANGE
                   AND WS-RV-START <= WS-BUSINESS-DATE
                   AND WS-CFT-ROW(WS-HIT-IDX)(1:37)
                       NOT = CTX-ROW-IMAGE(1:37)
                   MOVE 'TERM STARTED, ONLY END DATE CHANGES'
                       TO WAL-NOTE
                   SET WS-TXN-INVALID TO TRUE
               WHEN WS-OVERLAP
                   MOVE SPACES TO WAL-NOTE
                   STRING 'OVERLAPS CONTRACT ' WS-OVERLAP-NO
                       DELIMITED BY SIZE INTO WAL-NOTE
                   SET WS-TXN-INVALID TO TRUE
           END-EVALUATE.

       3110-CHECK-BAND.
           MOVE 'N' TO WS-BAND-OK-SW
           IF CTX-ORDER-BAND = '*'
               SET WS-BAND-OK TO TRUE
           END-IF
           PERFORM VARYING WS-DISC-IDX FROM 1 BY 1
                   UNTIL WS-DISC-IDX > WS-DISC-COUNT OR WS-BAND-OK
               IF CTX-ORDER-BAND = WS-DISC-BAND(WS-DISC-IDX)
                   SET WS-BAND-OK TO TRUE
               END-IF
           END-PERFORM.

       3120-CHECK-CUSTOMER.
           SET WS-CUST-MISSING TO TRUE
           MOVE CTX-CUST-ID TO CUST-ID
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CUST-INACTIVE
                       SET WS-CUST-NOT-ACTIVE TO TRUE
                   ELSE
                       SET WS-CUST-ON-FILE TO TRUE
                   END-IF
           END-READ.

      *****************************************************************
      * Another live term for the same customer and band whose dates
      * share a day with this one overlaps it. On a change the term
      * being changed is not compared with itself.
      *****************************************************************
       3130-CHECK-OVERLAP.
           MOVE 'N'    TO WS-OVERLAP-SW
           MOVE SPACES TO WS-OVERLAP-NO
           IF CTX-START-DATE NUMERIC AND CTX-END-DATE NUMERIC
               PERFORM VARYING WS-CFT-IDX FROM 1 BY 1
                       UNTIL WS-CFT-IDX > WS-CFT-COUNT OR WS-OVERLAP
                   IF NOT WS-CFT-DELETED(WS-CFT-IDX)
                       AND NOT (WS-TERM-FOUND
                           AND WS-CFT-IDX = WS-HIT-IDX)
                       PERFORM 3140-COMPARE-TERM-DATES
                   END-IF
               END-PERFORM
           END-IF
           IF WS-TERM-FOUND
               MOVE WS-CFT-ROW(WS-HIT-IDX) TO WS-ROW-VIEW
           END-IF.

       3140-COMPARE-TERM-DATES.
           MOVE WS-CFT-ROW(WS-CFT-IDX) TO WS-ROW-VIEW
           IF WS-RV-CUST-ID = CTX-CUST-ID
               AND WS-RV-BAND = CTX-ORDER-BAND
               AND WS-RV-START <= CTX-END-DATE
               AND WS-RV-END >= CTX-START-DATE
               SET WS-OVERLAP TO TRUE
               MOVE WS-RV-CONTRACT-NO TO WS-OVERLAP-NO
           END-IF.

       3200-APPLY-TERM.
           IF WS-TERM-FOUND
               MOVE WS-CFT-ROW(WS-HIT-IDX) TO WS-BEFORE-IMAGE
               MOVE CTX-ROW-IMAGE TO WS-CFT-ROW(WS-HIT-IDX)
               MOVE 'CHANGED' TO WAL-ACTION
               PERFORM 3800-PRINT-APPLIED
           ELSE
               IF WS-CFT-COUNT >= 500
                   MOVE 'CONTRACT TABLE IS FULL' TO WAL-NOTE
                   PERFORM 3900-PRINT-REJECT
               ELSE
                   ADD 1 TO WS-CFT-COUNT
                   SET WS-CFT-IDX TO WS-CFT-COUNT
                   MOVE CTX-ROW-IMAGE TO WS-CFT-ROW(WS-CFT-IDX)
                   MOVE 'N' TO WS-CFT-DEL-SW(WS-CFT-IDX)
                   MOVE SPACES TO WS-BEFORE-IMAGE
                   MOVE 'ADDED' TO WAL-ACTION
                   PERFORM 3800-PRINT-APPLIED
               END-IF
           END-IF.

      *****************************************************************
      * Only a term that has not started yet may be deleted; one that
      * has priced a night is ended by changing its end date instead.
      *****************************************************************
       3300-DELETE-TERM.
           IF WS-RV-START <= WS-BUSINESS-DATE
               MOVE 'TERM HAS STARTED, CHANGE END DATE' TO WAL-NOTE
               PERFORM 3900-PRINT-REJECT
           ELSE
               MOVE WS-CFT-ROW(WS-HIT-IDX) TO WS-BEFORE-IMAGE
               SET WS-CFT-DELETED(WS-HIT-IDX) TO TRUE
               MOVE 'DELETED' TO WAL-ACTION
               PERFORM 3800-PRINT-APPLIED
           END-IF.

       3800-PRINT-APPLIED.
           ADD 1 TO WS-APPLIED-COUNT
           MOVE SPACES TO WAL-NOTE
           WRITE REG-LINE FROM WS-ACTION-LINE
           MOVE 'BEFORE: ' TO WIL-TAG
           IF WS-BEFORE-IMAGE = SPACES
               MOVE '(NONE)' TO WIL-IMAGE
           ELSE
               MOVE WS-BEFORE-IMAGE TO WIL-IMAGE
           END-IF
           WRITE REG-LINE FROM WS-IMAGE-LINE
           MOVE 'AFTER : ' TO WIL-TAG
           IF CTX-DELETE
               MOVE '(NONE)' TO WIL-IMAGE
           ELSE
               MOVE CTX-ROW-IMAGE TO WIL-IMAGE
           END-IF
           WRITE REG-LINE FROM WS-IMAGE-LINE.

       3900-PRINT-REJECT.
           ADD 1 TO WS-REJECT-COUNT
           MOVE 'REJECTED' TO WAL-ACTION
           WRITE REG-LINE FROM WS-ACTION-LINE
           DISPLAY 'CTRMNT: REJECTED ' CTX-CUST-ID ' '
               CTX-CONTRACT-NO ' - ' WAL-NOTE.

       6000-REWRITE-CONTRACT-FILE.
           OPEN OUTPUT CONTRACT-FILE
           IF WS-CONTRACT-STATUS NOT = '00'
               DISPLAY 'CTRMNT: UNABLE TO REWRITE CONTRACT, STATUS='
                   WS-CONTRACT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-CFT-IDX FROM 1 BY 1
                   UNTIL WS-CFT-IDX > WS-CFT-COUNT
               IF NOT WS-CFT-DELETED(WS-CFT-IDX)
                   MOVE WS-CFT-ROW(WS-CFT-IDX) TO CONTRACT-RECORD
                   WRITE CONTRACT-RECORD
               END-IF
           END-PERFORM
           CLOSE CONTRACT-FILE.

       6500-PRINT-SUMMARY.
           MOVE SPACES TO REG-LINE
           WRITE REG-LINE
           MOVE WS-APPLIED-COUNT TO WSM-APPLIED
           MOVE WS-REJECT-COUNT  TO WSM-REJECTED
           WRITE REG-LINE FROM WS-SUMMARY-LINE.

       8000-CLOSE-FILES.
           CLOSE CONTRACT-TXN-FILE
           CLOSE CUSTOMER-MASTER-FILE
           CLOSE REGISTER-FILE.

       COPY DISCLOAD.
       COPY RUNLOAD.
       COPY RSTWRT.
       COPY STPCHK.
