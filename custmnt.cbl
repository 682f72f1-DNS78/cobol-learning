      *               transmission control records by the first byte
      *               of the company code, so such a company would
      *               make its transactions parse as controls.
      *   2026-10-15  A company code beginning 'L' is refused too: the
      *               sales feed now carries 'L' line-item records
      *               distinguished the same way.
      *   2026-10-15  Refuses a business date that is not on the
      *               FISCCAL fiscal calendar or falls in a closed
      *               fiscal period (RERUN included) unless RUNCTL
      *               carries a controller override for that period.
      *   2026-10-15  REPMAST is effective-dated and carries a status:
      *               an add or change may only name a rep whose row
      *               in force on the business date is active, so no
      *               account is moved to a terminated rep.
      *   2026-10-15  Checks the STEPLDG batch control ledger at
      *               start-up: skips itself when already completed
      *               for the business date, refuses to run ahead
      *               of an unfinished STEPPLAN predecessor, and
      *               logs its start and end for restart.
      *   2026-10-15  Customer records now carry a parent account
      *               (CUST-PARENT-ID) linking a division to its
      *               corporate parent; it is applied on adds and
      *               changes ('*' detaches on a change) and shows on
      *               the register. The parent must be another active
      *               account on the master in the same company and
      *               may not close a loop back to the account, and a
      *               company change is refused while other accounts
      *               still name the account as their parent. The
      *               master is now opened for dynamic access so the
      *               child check can browse it.
      *   2026-10-15  Customer records now carry an invoicing medium (E
      *               for an electronic invoice, P for paper; blank
      *               defaults to P on adds) and the customer's payment
      *               terms in days (blank or zero means the standard
      *               terms). Both are applied on adds and changes and
      *               show on the register.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTMNT.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO 'CUSTMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUSTMAST-STATUS.

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
           05  WS-REP-ENTRY OCCURS 20 TIMES
                   INDEXED BY WS-REP-IDX.
               10  WS-REP-ID        PIC X(4).
               10  WS-REP-EFF-DATE  PIC 9(8).
               10  WS-REP-STATUS    PIC X(1).
       01  WS-REP-REPL-SW        PIC X     VALUE 'N'.
           88  WS-REP-REPL                VALUE 'Y'.

      *****************************************************************
      * Parent-link checking: the company and parent the account will
      * carry once the transaction is applied, the master record held
      * aside while the parent chain is read, and the walk's depth.
      *****************************************************************
       01  WS-LINK-COMPANY       PIC X(3)  VALUE SPACES.
       01  WS-LINK-PARENT        PIC X(6)  VALUE SPACES.
       01  WS-LINK-DEPTH         PIC 9(2)  VALUE 0.
       01  WS-LINK-SAVE-RECORD   PIC X(96) VALUE SPACES.
       01  WS-CHILD-SCAN-EOF-SW  PIC X     VALUE 'N'.
           88  WS-END-OF-CHILD-SCAN       VALUE 'Y'.

       01  WS-CUSTTXN-EOF-SW     PIC X     VALUE 'N'.
           88  WS-END-OF-CUSTTXN          VALUE 'Y'.
       01  WS-RUNSTATS-STATUS    PIC X(2).

       COPY RUNWORK.
       COPY STPWORK.

       01  WS-OLD-CUST-RECORD.
           05  WS-OLD-CUST-COMPANY  PIC X(3).
           05  WS-OLD-CUST-CREDIT   PIC 9(7)V99.
           05  WS-OLD-CUST-STATUS   PIC X(1).
           05  WS-OLD-STATUS-DATE   PIC 9(8).
           05  WS-OLD-CUST-PARENT   PIC X(6).
           05  WS-OLD-CUST-INV-MEDIUM
                                    PIC X(1).
           05  WS-OLD-CUST-TERMS    PIC 9(3).

       01  WS-BALANCE-EDIT       PIC -Z,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 7900-READ-RUN-CONTROL
           MOVE 'CUSTMNT' TO WS-STEP-PROGRAM
           PERFORM 7960-CHECK-STEP-LEDGER
           PERFORM 1000-OPEN-FILES
           PERFORM 1100-LOAD-REP-TABLE
           PERFORM 2000-READ-MAINT-TXN
           ADD WS-ADD-COUNT WS-CHANGE-COUNT WS-DELETE-COUNT
               GIVING WS-APPLIED-COUNT
           MOVE 'CUSTMNT'        TO RS-PROGRAM
           MOVE 9                TO RS-FILES-OPENED
           MOVE WS-READ-COUNT    TO RS-RECORDS-IN
           MOVE WS-APPLIED-COUNT TO RS-RECORDS-OUT
           MOVE WS-REJECT-COUNT  TO RS-RECORDS-REJECTED
           PERFORM 7950-WRITE-RUN-STATISTICS
           PERFORM 7970-RECORD-STEP-END
           STOP RUN.

       1000-OPEN-FILES.

      *****************************************************************
      * Load the rep IDs off REPMAST so an add or change can only
      * point an account at a rep COMMCALC will actually find. Each
      * rep keeps its latest row on or before the business date.
      *****************************************************************
       1100-LOAD-REP-TABLE.
           OPEN INPUT REP-MASTER-FILE
                   AT END
                       SET WS-END-OF-REPMAST TO TRUE
                   NOT AT END
                       PERFORM 1110-STORE-REP-ROW
               END-READ
           END-PERFORM
           CLOSE REP-MASTER-FILE.

       1110-STORE-REP-ROW.
           IF REP-EFFECTIVE-DATE > WS-BUSINESS-DATE
               CONTINUE
           ELSE
               MOVE 'N' TO WS-REP-REPL-SW
               PERFORM VARYING WS-REP-IDX FROM 1 BY 1
                       UNTIL WS-REP-IDX > WS-REP-COUNT
                   IF REP-ID = WS-REP-ID(WS-REP-IDX)
                       SET WS-REP-REPL TO TRUE
                       IF REP-EFFECTIVE-DATE >=
                           WS-REP-EFF-DATE(WS-REP-IDX)
                           MOVE REP-EFFECTIVE-DATE
                               TO WS-REP-EFF-DATE(WS-REP-IDX)
                           MOVE REP-STATUS
                               TO WS-REP-STATUS(WS-REP-IDX)
                       END-IF
                   END-IF
               END-PERFORM
               IF NOT WS-REP-REPL
                   IF WS-REP-COUNT >= 20
                       DISPLAY 'CUSTMNT: REPMAST HAS MORE THAN '
                           '20 REPS, TABLE IS FULL'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-REP-COUNT
                   SET WS-REP-IDX TO WS-REP-COUNT
                   MOVE REP-ID    TO WS-REP-ID(WS-REP-IDX)
                   MOVE REP-EFFECTIVE-DATE
                       TO WS-REP-EFF-DATE(WS-REP-IDX)
                   MOVE REP-STATUS TO WS-REP-STATUS(WS-REP-IDX)
               END-IF
           END-IF.

       2000-READ-MAINT-TXN.
           READ MAINT-TXN-FILE
               AT END
           SET WS-TXN-VALID TO TRUE
           IF CMT-CUST-COMPANY(1:1) = 'H'
               OR CMT-CUST-COMPANY(1:1) = 'T'
               OR CMT-CUST-COMPANY(1:1) = 'L'
               SET WS-TXN-INVALID TO TRUE
               MOVE 'COMPANY MAY NOT BEGIN H/T/L' TO WAL-NOTE
               PERFORM 3900-PRINT-REJECT
           ELSE
           IF CMT-CUST-BALANCE NOT NUMERIC
               MOVE 'EXEMPT ACCOUNT NEEDS CERT NO' TO WAL-NOTE
               PERFORM 3900-PRINT-REJECT
           ELSE
           IF CMT-CUST-INV-MEDIUM NOT = 'E'
               AND CMT-CUST-INV-MEDIUM NOT = 'P'
               AND CMT-CUST-INV-MEDIUM NOT = SPACE
               SET WS-TXN-INVALID TO TRUE
               MOVE 'INVOICE MEDIUM MUST BE E OR P' TO WAL-NOTE
               PERFORM 3900-PRINT-REJECT
           ELSE
           IF CMT-CUST-TERMS-X NOT = SPACES
               AND CMT-CUST-TERMS NOT NUMERIC
               SET WS-TXN-INVALID TO TRUE
               MOVE 'TERMS DAYS NOT NUMERIC' TO WAL-NOTE
               PERFORM 3900-PRINT-REJECT
           ELSE
           PERFORM 3400-CHECK-REP-ON-MASTER
           IF NOT WS-REP-FOUND
               SET WS-TXN-INVALID TO TRUE
               MOVE 'REP NOT ACTIVE ON REP MASTER' TO WAL-NOTE
               PERFORM 3900-PRINT-REJECT
           ELSE
           MOVE CMT-CUST-COMPANY TO WS-LINK-COMPANY
           IF CMT-PARENT-CLEAR
               MOVE SPACES TO WS-LINK-PARENT
           ELSE
               MOVE CMT-CUST-PARENT TO WS-LINK-PARENT
           END-IF
           PERFORM 3450-CHECK-PARENT-LINK
           IF WS-TXN-INVALID
               PERFORM 3900-PRINT-REJECT
           ELSE
               MOVE CMT-CUST-COMPANY  TO CUST-COMPANY
               END-IF
               MOVE 'A' TO CUST-STATUS
               MOVE WS-BUSINESS-DATE TO CUST-STATUS-DATE
               MOVE WS-LINK-PARENT TO CUST-PARENT-ID
               IF CMT-CUST-INV-MEDIUM = SPACE
                   MOVE 'P' TO CUST-INVOICE-MEDIUM
               ELSE
                   MOVE CMT-CUST-INV-MEDIUM TO CUST-INVOICE-MEDIUM
               END-IF
               IF CMT-CUST-TERMS-X = SPACES
                   MOVE 0 TO CUST-TERMS-DAYS
               ELSE
                   MOVE CMT-CUST-TERMS TO CUST-TERMS-DAYS
               END-IF
               WRITE CUST-RECORD
                   INVALID KEY
                       SET WS-TXN-INVALID TO TRUE
                   ADD 1 TO WS-ADD-COUNT
                   MOVE SPACES TO WS-OLD-CUST-RECORD
                   MOVE 0      TO WS-OLD-CUST-BALANCE
                   MOVE 0      TO WS-OLD-CUST-TERMS
                   MOVE 'ADD'  TO WAL-ACTION
                   PERFORM 3800-PRINT-ACTION
                   PERFORM 3700-PRINT-FIELD-IMAGES
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       3200-APPLY-CHANGE.
           IF WS-TXN-VALID
               IF CMT-CUST-COMPANY(1:1) = 'H'
                   OR CMT-CUST-COMPANY(1:1) = 'T'
                   OR CMT-CUST-COMPANY(1:1) = 'L'
                   SET WS-TXN-INVALID TO TRUE
                   MOVE 'COMPANY MAY NOT BEGIN H/T/L' TO WAL-NOTE
                   PERFORM 3900-PRINT-REJECT
               END-IF
           END-IF
                   PERFORM 3900-PRINT-REJECT
               END-IF
           END-IF
           IF WS-TXN-VALID
               IF CMT-CUST-INV-MEDIUM NOT = 'E'
                   AND CMT-CUST-INV-MEDIUM NOT = 'P'
                   AND CMT-CUST-INV-MEDIUM NOT = SPACE
                   SET WS-TXN-INVALID TO TRUE
                   MOVE 'INVOICE MEDIUM MUST BE E OR P' TO WAL-NOTE
                   PERFORM 3900-PRINT-REJECT
               END-IF
           END-IF
           IF WS-TXN-VALID
               IF CMT-CUST-TERMS-X NOT = SPACES
                   AND CMT-CUST-TERMS NOT NUMERIC
                   SET WS-TXN-INVALID TO TRUE
                   MOVE 'TERMS DAYS NOT NUMERIC' TO WAL-NOTE
                   PERFORM 3900-PRINT-REJECT
               END-IF
           END-IF
           IF WS-TXN-VALID
               IF CMT-CUST-REP-ID NOT = SPACES
                   PERFORM 3400-CHECK-REP-ON-MASTER
                   IF NOT WS-REP-FOUND
                       SET WS-TXN-INVALID TO TRUE
                       MOVE 'REP NOT ACTIVE ON REP MASTER'
                           TO WAL-NOTE
                       PERFORM 3900-PRINT-REJECT
                   END-IF
               END-IF
                       PERFORM 3900-PRINT-REJECT
               END-EVALUATE
           END-IF
           IF WS-TXN-VALID
               PERFORM 3440-CHECK-CHANGED-LINK
               IF WS-TXN-INVALID
                   PERFORM 3900-PRINT-REJECT
               END-IF
           END-IF
           IF WS-TXN-VALID
               MOVE CUST-RECORD TO WS-OLD-CUST-RECORD
               IF CMT-CUST-COMPANY NOT = SPACES
                   MOVE 'A' TO CUST-STATUS
                   MOVE WS-BUSINESS-DATE TO CUST-STATUS-DATE
               END-IF
               MOVE WS-LINK-PARENT TO CUST-PARENT-ID
               IF CMT-CUST-INV-MEDIUM NOT = SPACE
                   MOVE CMT-CUST-INV-MEDIUM TO CUST-INVOICE-MEDIUM
               END-IF
               IF CMT-CUST-TERMS-X NOT = SPACES
                   MOVE CMT-CUST-TERMS TO CUST-TERMS-DAYS
               END-IF
               IF CUST-TAX-EXEMPT AND CUST-EXEMPT-CERT = SPACES
                   SET WS-TXN-INVALID TO TRUE
                   MOVE 'EXEMPT ACCOUNT NEEDS CERT NO' TO WAL-NOTE
           PERFORM VARYING WS-REP-IDX FROM 1 BY 1
                   UNTIL WS-REP-IDX > WS-REP-COUNT
               IF CMT-CUST-REP-ID = WS-REP-ID(WS-REP-IDX)
                   AND WS-REP-STATUS(WS-REP-IDX) NOT = 'T'
                   SET WS-REP-FOUND TO TRUE
               END-IF
           END-PERFORM.

      *****************************************************************
      * Work out the company and parent the changed account will
      * carry and, when either moves, check the link the same way an
      * add is checked. A company change is also refused while other
      * accounts still name this one as their parent -- they would
      * be left hanging off a parent in another company. The master
      * record being changed is held aside while the checks read
      * other records and put back afterwards.
      *****************************************************************
       3440-CHECK-CHANGED-LINK.
           MOVE CUST-RECORD TO WS-LINK-SAVE-RECORD
           IF CMT-CUST-COMPANY NOT = SPACES
               MOVE CMT-CUST-COMPANY TO WS-LINK-COMPANY
           ELSE
               MOVE CUST-COMPANY TO WS-LINK-COMPANY
           END-IF
           EVALUATE TRUE
               WHEN CMT-PARENT-CLEAR
                   MOVE SPACES TO WS-LINK-PARENT
               WHEN CMT-CUST-PARENT NOT = SPACES
                   MOVE CMT-CUST-PARENT TO WS-LINK-PARENT
               WHEN OTHER
                   MOVE CUST-PARENT-ID TO WS-LINK-PARENT
           END-EVALUATE
           IF WS-LINK-COMPANY NOT = CUST-COMPANY
               PERFORM 3470-CHECK-CHILD-ACCOUNTS
               MOVE WS-LINK-SAVE-RECORD TO CUST-RECORD
           END-IF
           IF WS-TXN-VALID
               IF WS-LINK-PARENT NOT = CUST-PARENT-ID
                   OR WS-LINK-COMPANY NOT = CUST-COMPANY
                   PERFORM 3450-CHECK-PARENT-LINK
               END-IF
           END-IF
           MOVE WS-LINK-SAVE-RECORD TO CUST-RECORD.

      *****************************************************************
      * A parent link must point at another active account on the
      * master in the same company, and must not close a loop: the
      * chain of parents above the new parent is walked to the top,
      * and meeting the account itself on the way means the link
      * would make it its own ancestor. Reads into the master record
      * area; the caller fills (or restores) the account afterwards.
      *****************************************************************
       3450-CHECK-PARENT-LINK.
           IF WS-LINK-PARENT = SPACES
               CONTINUE
           ELSE
           IF WS-LINK-PARENT = CMT-CUST-ID
               SET WS-TXN-INVALID TO TRUE
               MOVE 'ACCOUNT CANNOT BE OWN PARENT' TO WAL-NOTE
           ELSE
               MOVE WS-LINK-PARENT TO CUST-ID
               READ CUSTOMER-MASTER-FILE
                   INVALID KEY
                       SET WS-TXN-INVALID TO TRUE
                       MOVE 'PARENT NOT ON MASTER' TO WAL-NOTE
               END-READ
               IF WS-TXN-VALID
                   AND CUST-COMPANY NOT = WS-LINK-COMPANY
                   SET WS-TXN-INVALID TO TRUE
                   MOVE 'PARENT IS IN ANOTHER COMPANY' TO WAL-NOTE
               END-IF
               IF WS-TXN-VALID AND CUST-INACTIVE
                   SET WS-TXN-INVALID TO TRUE
                   MOVE 'PARENT ACCOUNT IS INACTIVE' TO WAL-NOTE
               END-IF
               IF WS-TXN-VALID
                   PERFORM 3460-WALK-PARENT-CHAIN
               END-IF
           END-IF
           END-IF.

      *****************************************************************
      * Climb from the new parent to the top of its group. The depth
      * limit only guards against a loop already sitting on the
      * master; an ancestor missing from the master ends the climb.
      *****************************************************************
       3460-WALK-PARENT-CHAIN.
           MOVE 0 TO WS-LINK-DEPTH
           PERFORM UNTIL CUST-PARENT-ID = SPACES OR WS-TXN-INVALID
               IF CUST-PARENT-ID = CMT-CUST-ID
                   SET WS-TXN-INVALID TO TRUE
                   MOVE 'CIRCULAR PARENT LINK' TO WAL-NOTE
               ELSE
                   ADD 1 TO WS-LINK-DEPTH
                   IF WS-LINK-DEPTH > 20
                       SET WS-TXN-INVALID TO TRUE
                       MOVE 'PARENT CHAIN OVER 20 LEVELS'
                           TO WAL-NOTE
                   ELSE
                       MOVE CUST-PARENT-ID TO CUST-ID
                       READ CUSTOMER-MASTER-FILE
                           INVALID KEY
                               MOVE SPACES TO CUST-PARENT-ID
                       END-READ
                   END-IF
               END-IF
           END-PERFORM.

      *****************************************************************
      * Browse the master for accounts naming this one as parent.
      * Company moves are rare, so a pass over the master per
      * company-change transaction costs nothing and needs no table
      * to size.
      *****************************************************************
       3470-CHECK-CHILD-ACCOUNTS.
           MOVE 'N' TO WS-CHILD-SCAN-EOF-SW
           MOVE LOW-VALUES TO CUST-ID
           START CUSTOMER-MASTER-FILE KEY IS NOT LESS THAN CUST-ID
               INVALID KEY
                   SET WS-END-OF-CHILD-SCAN TO TRUE
           END-START
           PERFORM UNTIL WS-END-OF-CHILD-SCAN OR WS-TXN-INVALID
               READ CUSTOMER-MASTER-FILE NEXT RECORD
                   AT END
                       SET WS-END-OF-CHILD-SCAN TO TRUE
                   NOT AT END
                       IF CUST-PARENT-ID = CMT-CUST-ID
                           SET WS-TXN-INVALID TO TRUE
                           MOVE 'CHILD ACCOUNTS IN OLD COMPANY'
                               TO WAL-NOTE
                       END-IF
               END-READ
           END-PERFORM.

       3700-PRINT-FIELD-IMAGES.
           IF CUST-COMPANY NOT = WS-OLD-CUST-COMPANY
               MOVE 'COMPANY'           TO WFL-FIELD-NAME
               MOVE WS-OLD-CUST-STATUS TO WFL-BEFORE
               MOVE CUST-STATUS        TO WFL-AFTER
               PERFORM 3750-PRINT-FIELD-LINE
           END-IF
           IF CUST-PARENT-ID NOT = WS-OLD-CUST-PARENT
               MOVE 'PARENT'           TO WFL-FIELD-NAME
               MOVE WS-OLD-CUST-PARENT TO WFL-BEFORE
               MOVE CUST-PARENT-ID     TO WFL-AFTER
               PERFORM 3750-PRINT-FIELD-LINE
           END-IF
           IF CUST-INVOICE-MEDIUM NOT = WS-OLD-CUST-INV-MEDIUM
               MOVE 'INVOICING'            TO WFL-FIELD-NAME
               MOVE WS-OLD-CUST-INV-MEDIUM TO WFL-BEFORE
               MOVE CUST-INVOICE-MEDIUM    TO WFL-AFTER
               PERFORM 3750-PRINT-FIELD-LINE
           END-IF
           IF CUST-TERMS-DAYS NOT = WS-OLD-CUST-TERMS
               MOVE 'TERMS DAYS'        TO WFL-FIELD-NAME
               MOVE WS-OLD-CUST-TERMS   TO WFL-BEFORE
               MOVE CUST-TERMS-DAYS     TO WFL-AFTER
               PERFORM 3750-PRINT-FIELD-LINE
           END-IF.

       3750-PRINT-FIELD-LINE.

       COPY RUNLOAD.
       COPY RSTWRT.
       COPY STPCHK.
