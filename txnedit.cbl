      *               the credit desk lets a held sale through on the
      *               next night's run, and the daily CREDRPT report
      *               shows what is held, released, and newly held.
      *   2026-10-15  A transaction may now be itemized: 'L' line-item
      *               records (item code, quantity, unit price)
      *               follow it on the feed. Each line must name an
      *               item on the ITEMMAST item master at its master
      *               unit price (reasons NP, UP, LQ, ML) and the
      *               lines must extend to the transaction amount
      *               (LX). The lines of every transaction accepted
      *               onto VALIDTXN are written to VALIDLIN for the
      *               PRODRPT product sales analysis.
      *   2026-10-15  Refuses a business date that is not on the
      *               FISCCAL fiscal calendar or falls in a closed
      *               fiscal period (RERUN included) unless RUNCTL
      *               carries a controller override for that period.
      *   2026-10-15  Checks the STEPLDG batch control ledger at
      *               start-up: skips itself when already completed
      *               for the business date, refuses to run ahead
      *               of an unfinished STEPPLAN predecessor, and
      *               logs its start and end for restart.
      *   2026-10-15  A sale to an account in a customer group (CUST-
      *               PARENT-ID) is also tested against the group's
      *               credit line -- the top parent's credit limit --
      *               with the group's exposure taken as every member
      *               account's master balance plus the night's
      *               accepted sales across the group, all in USD. A
      *               sale that fits its own limit but not the group's
      *               is held with reason GL. The master is now opened
      *               for dynamic access so the groups can be loaded
      *               from it at start of run.
      *   2026-10-15  An itemized transaction held for credit, approval
      *               or duplicate confirmation now keeps its 'L' line
      *               items behind its image on CREDHOLD, CMPEND or
      *               DUPHOLD, and they go to VALIDLIN with it when it
      *               is released, so PRODRPT and INVOICE see its items.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TXNEDIT.

           SELECT CUSTOMER-MASTER-FILE ASSIGN TO 'CUSTMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUSTMAST-STATUS.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUPRPT-STATUS.

           SELECT ITEM-MASTER-FILE ASSIGN TO 'ITEMMAST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ITEMMAST-STATUS.

           SELECT VALID-LINE-FILE ASSIGN TO 'VALIDLIN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VALIDLIN-STATUS.

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
           RECORDING MODE IS F.
           COPY TXNREC.
           COPY FEEDCTL.
           COPY LINREC.

       FD  VALID-TXN-FILE
           RECORDING MODE IS F.
           RECORDING MODE IS F.
       01  DPR-LINE                 PIC X(97).

       FD  ITEM-MASTER-FILE
           RECORDING MODE IS F.
           COPY ITEMREC.

       FD  VALID-LINE-FILE
           RECORDING MODE IS F.
           COPY VLNREC.

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
       01  WS-DUPCONF-STATUS     PIC X(2).
       01  WS-DUPRPT-STATUS      PIC X(2).
       01  WS-RUNSTATS-STATUS    PIC X(2).
       01  WS-VALIDLIN-STATUS    PIC X(2).

       01  WS-TXN-EOF-SWITCH     PIC X     VALUE 'N'.
           88  WS-END-OF-TXN              VALUE 'Y'.
       01  WS-VALID-HASH         PIC 9(11)V99 VALUE 0.
       01  WS-GOOD-BLOCK-COUNT   PIC 9(3)  VALUE 0.

      *****************************************************************
      * Line items gathered behind the transaction being edited. The
      * transaction image is held aside while its lines are read, and
      * the record read past the last line (the next transaction or
      * a control record) is held aside while the transaction is
      * edited. A line image is kept raw until the edit has checked
      * its quantity and price are numeric.
      *****************************************************************
       01  WS-LINE-TABLE.
           05  WS-LIN-COUNT      PIC 9(3)  VALUE 0.
           05  WS-LIN-ENTRY OCCURS 50 TIMES
                   INDEXED BY WS-LIN-IDX.
               10  WS-LIN-IMAGE     PIC X(21).
       01  WS-LIN-OVERFLOW-SW    PIC X     VALUE 'N'.
           88  WS-LIN-OVERFLOW            VALUE 'Y'.
       01  WS-LIN-WORK.
           05  WS-LW-REC-TYPE    PIC X(1).
           05  WS-LW-ITEM-CODE   PIC X(8).
           05  WS-LW-QUANTITY    PIC 9(5).
           05  WS-LW-UNIT-PRICE  PIC 9(5)V99.
       01  WS-DTL-IMAGE          PIC X(69).
       01  WS-NEXT-IMAGE         PIC X(69).
       01  WS-LINE-EXT           PIC 9(7)V99 VALUE 0.
       01  WS-LINE-TOTAL         PIC 9(7)V99 VALUE 0.
       01  WS-LINES-WRITTEN      PIC 9(7)  VALUE 0.
       01  WS-ORPHAN-LINES       PIC 9(5)  VALUE 0.

      *****************************************************************
      * One entry per header/trailer block found on the feed, in the
      * order the blocks arrive. A block that fails its own controls
       01  WS-EXP-FOUND-SW       PIC X     VALUE 'N'.
           88  WS-EXP-FOUND               VALUE 'Y'.
       01  WS-EXP-WORK-CUST      PIC X(6)  VALUE SPACES.

      *****************************************************************
      * Group credit: one entry per WS-GROUP-TABLE row, same
      * subscript. On a top account's row, the group's credit line
      * (the top account's own limit) and the group's running
      * exposure -- every member's master balance plus tonight's
      * accepted sales, in USD.
      *****************************************************************
       01  WS-GEX-TABLE.
           05  WS-GEX-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-GEX-IDX.
               10  WS-GEX-LIMIT     PIC 9(7)V99.
               10  WS-GEX-EXPOSURE  PIC 9(9)V99.
       01  WS-GROUP-HOLD-SW      PIC X     VALUE 'N'.
           88  WS-GROUP-HOLD              VALUE 'Y'.
       01  WS-GROUP-EXPOSURE     PIC 9(9)V99 VALUE 0.
       01  WS-HLD-MATCH-IDX      PIC 9(3)  VALUE 0.
       01  WS-BAL-USD            PIC 9(9)V99 VALUE 0.
       01  WS-TXN-USD            PIC 9(9)V99 VALUE 0.
      *****************************************************************
      * Work copy of a held transaction image on its way back to the
      * validated feed, laid out like TXN-RECORD so the release
      * paths (credit release, memo approval, duplicate
      * confirmation) share one writer. The VALIDLIN line writer
      * takes the transaction's identity from it as well, on accept
      * and on release alike.
      *****************************************************************
       01  WS-IMG-TXN.
           05  WS-IMG-COMPANY    PIC X(3).
           05  WS-IMG-EXEMPT     PIC X(1).
           05  WS-IMG-CERT       PIC X(10).

      *****************************************************************
      * Line items of the held transactions. The hold files carry an
      * itemized transaction's 'L' records directly behind its image;
      * here they are kept apart, tagged with the hold file they
      * belong to (C credit hold, P pending memo, D duplicate
      * suspect) and the held entry's slot in that file's table, so
      * a release can put them on VALIDLIN and the end-of-run rewrite
      * can carry the rest forward behind their images.
      *****************************************************************
       01  WS-HLN-TABLE.
           05  WS-HLN-COUNT      PIC 9(4)  VALUE 0.
           05  WS-HLN-ENTRY OCCURS 3000 TIMES
                   INDEXED BY WS-HLN-IDX.
               10  WS-HLN-FILE      PIC X(1).
               10  WS-HLN-SLOT      PIC 9(3).
               10  WS-HLN-IMAGE     PIC X(21).
       01  WS-HLN-WORK-FILE      PIC X(1)  VALUE SPACE.
       01  WS-HLN-WORK-SLOT      PIC 9(3)  VALUE 0.
       01  WS-HLN-WORK-IMAGE     PIC X(21) VALUE SPACES.

       01  WS-VALID-HEADER.
           05  WS-VH-REC-TYPE    PIC X(1)  VALUE 'H'.
           05  WS-VH-FEED-DATE   PIC 9(8)  VALUE 0.
           05  WBS-FAILED        PIC ZZ9.

       COPY RUNWORK.
       COPY STPWORK.
       COPY CURRWORK.
       COPY CURRTBL.
       COPY ITEMWORK.
       COPY ITEMTBL.
       COPY GRPWORK.
       COPY GRPTBL.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 7900-READ-RUN-CONTROL
           MOVE 'TXNEDIT' TO WS-STEP-PROGRAM
           PERFORM 7960-CHECK-STEP-LEDGER
           PERFORM 1000-OPEN-FILES
           PERFORM 1050-READ-APPROVAL-PARM
           PERFORM 7400-LOAD-CURRENCY-TABLE
           PERFORM 1080-LOAD-CREDIT-GROUPS
           PERFORM 8400-LOAD-ITEM-TABLE
           PERFORM 1100-LOAD-FEED-SEQUENCES
           PERFORM 1200-LOAD-SALES-HISTORY
           PERFORM 1260-LOAD-DUP-HISTORY
           DISPLAY 'TXNEDIT: APPROVED : ' WS-APPROVED-COUNT
           DISPLAY 'TXNEDIT: DUP HELD : ' WS-DUP-NEW-COUNT
           DISPLAY 'TXNEDIT: DUP CONF : ' WS-CONFIRMED-COUNT
           DISPLAY 'TXNEDIT: LINES OUT: ' WS-LINES-WRITTEN
           DISPLAY 'TXNEDIT: ORPHANED : ' WS-ORPHAN-LINES
           ADD WS-REJECT-COUNT WS-SKIPPED-COUNT WS-HELD-COUNT
               WS-PENDING-COUNT WS-DUP-NEW-COUNT
               GIVING WS-TOTAL-REJECTED
           MOVE 'TXNEDIT'        TO RS-PROGRAM
           MOVE 27               TO RS-FILES-OPENED
           MOVE WS-READ-COUNT    TO RS-RECORDS-IN
           MOVE WS-VALID-COUNT   TO RS-RECORDS-OUT
           MOVE WS-TOTAL-REJECTED TO RS-RECORDS-REJECTED
           PERFORM 7950-WRITE-RUN-STATISTICS
           PERFORM 7970-RECORD-STEP-END
           STOP RUN.

       1000-OPEN-FILES.
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT VALID-LINE-FILE
           IF WS-VALIDLIN-STATUS NOT = '00'
               DISPLAY 'TXNEDIT: UNABLE TO OPEN VALIDLIN, STATUS='
                   WS-VALIDLIN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT TXN-REJECT-FILE
           IF WS-TXNREJ-STATUS NOT = '00'
               DISPLAY 'TXNEDIT: UNABLE TO OPEN TXNREJ, STATUS='
               CLOSE APPROVAL-PARM-FILE
           END-IF.

      *****************************************************************
      * Load the customer groups off the master and open each group's
      * credit line: the top account is read for its limit, and every
      * member's positive master balance, converted to USD, starts
      * the group's exposure. A top account missing from the master
      * leaves its group with no line to check.
      *****************************************************************
       1080-LOAD-CREDIT-GROUPS.
           PERFORM 8800-LOAD-CUSTOMER-GROUPS
           PERFORM VARYING WS-GRP-WALK-IDX FROM 1 BY 1
                   UNTIL WS-GRP-WALK-IDX > WS-GRP-COUNT
               SET WS-GEX-IDX TO WS-GRP-WALK-IDX
               MOVE 0 TO WS-GEX-LIMIT(WS-GEX-IDX)
               MOVE 0 TO WS-GEX-EXPOSURE(WS-GEX-IDX)
               IF WS-GRP-IS-TOP(WS-GRP-WALK-IDX)
                   PERFORM 1085-READ-GROUP-TOP
               END-IF
           END-PERFORM
           PERFORM VARYING WS-GRP-WALK-IDX FROM 1 BY 1
                   UNTIL WS-GRP-WALK-IDX > WS-GRP-COUNT
               MOVE WS-GRP-CURRENCY(WS-GRP-WALK-IDX)
                   TO WS-CURRENCY-CODE
               IF WS-GRP-BALANCE(WS-GRP-WALK-IDX) > 0
                   MOVE WS-GRP-BALANCE(WS-GRP-WALK-IDX)
                       TO WS-AMOUNT-FOR-CONVERT
               ELSE
                   MOVE 0 TO WS-AMOUNT-FOR-CONVERT
               END-IF
               PERFORM 7500-CONVERT-TO-REPORTING-CCY
               MOVE WS-CONVERTED-AMOUNT TO WS-TXN-USD
               MOVE WS-GRP-CUST-ID(WS-GRP-WALK-IDX)
                   TO WS-EXP-WORK-CUST
               PERFORM 3660-ADD-TO-GROUP-EXPOSURE
           END-PERFORM
           MOVE 0 TO WS-TXN-USD.

       1085-READ-GROUP-TOP.
           MOVE WS-GRP-CUST-ID(WS-GRP-WALK-IDX) TO CUST-ID
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   DISPLAY 'TXNEDIT: GROUP PARENT ' CUST-ID
                       ' NOT ON MASTER, NO GROUP LIMIT'
                   MOVE SPACES TO WS-GRP-CURRENCY(WS-GRP-WALK-IDX)
               NOT INVALID KEY
                   MOVE CUST-NAME
                       TO WS-GRP-NAME(WS-GRP-WALK-IDX)
                   MOVE CUST-CURRENCY
                       TO WS-GRP-CURRENCY(WS-GRP-WALK-IDX)
                   IF CUST-BALANCE NUMERIC
                       MOVE CUST-BALANCE
                           TO WS-GRP-BALANCE(WS-GRP-WALK-IDX)
                   END-IF
                   MOVE CUST-CREDIT-LIMIT TO WS-GEX-LIMIT(WS-GEX-IDX)
           END-READ.

       1100-LOAD-FEED-SEQUENCES.
           OPEN INPUT FEED-SEQ-FILE
           IF WS-FEEDSEQ-STATUS = '35'
                       END-IF
                       PERFORM 1500-VERIFY-BLOCK-TRAILER
                       MOVE 'N' TO WS-IN-BLOCK-SW
                   WHEN 'L'
                       IF NOT WS-IN-BLOCK
                           DISPLAY 'TXNEDIT: LINE ITEM OUTSIDE A '
                               'HEADER/TRAILER BLOCK, RUN REJECTED'
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   WHEN OTHER
                       IF NOT WS-IN-BLOCK
                           DISPLAY 'TXNEDIT: DETAIL OUTSIDE A '
                       AT END
                           SET WS-END-OF-CREDHOLD TO TRUE
                       NOT AT END
                           PERFORM 2210-LOAD-ONE-CREDIT-HOLD
                   END-READ
               END-PERFORM
               CLOSE CREDIT-HOLD-FILE
           END-IF.

      *****************************************************************
      * A line-item record belongs to the held sale loaded ahead of
      * it.
      *****************************************************************
       2210-LOAD-ONE-CREDIT-HOLD.
           IF CHL-IS-LINE
               MOVE 'C'                     TO WS-HLN-WORK-FILE
               MOVE WS-HLD-COUNT            TO WS-HLN-WORK-SLOT
               MOVE CREDIT-HOLD-LINE-RECORD TO WS-HLN-WORK-IMAGE
               PERFORM 2250-STORE-HELD-LINE
           ELSE
               IF WS-HLD-COUNT >= 200
                   DISPLAY 'TXNEDIT: MORE THAN 200 CREDIT HOLDS, '
                       'TABLE IS FULL'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-HLD-COUNT
               SET WS-HLD-IDX TO WS-HLD-COUNT
               MOVE CHD-TXN-IMAGE TO WS-HLD-IMAGE(WS-HLD-IDX)
               MOVE CHD-HOLD-DATE TO WS-HLD-DATE(WS-HLD-IDX)
               MOVE CHD-REASON    TO WS-HLD-REASON(WS-HLD-IDX)
               MOVE 'H'           TO WS-HLD-STATUS(WS-HLD-IDX)
           END-IF.

      *****************************************************************
      * File a held transaction's line item under the hold file and
      * slot set up by the caller.
      *****************************************************************
       2250-STORE-HELD-LINE.
           IF WS-HLN-COUNT >= 3000
               DISPLAY 'TXNEDIT: MORE THAN 3000 HELD LINE ITEMS, '
                   'TABLE IS FULL'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-HLN-COUNT
           SET WS-HLN-IDX TO WS-HLN-COUNT
           MOVE WS-HLN-WORK-FILE  TO WS-HLN-FILE(WS-HLN-IDX)
           MOVE WS-HLN-WORK-SLOT  TO WS-HLN-SLOT(WS-HLN-IDX)
           MOVE WS-HLN-WORK-IMAGE TO WS-HLN-IMAGE(WS-HLN-IDX).

      *****************************************************************
      * Apply the credit desk's release transactions: a held sale
      * matched on customer and invoice is written straight to the
               MOVE 'R' TO WS-HLD-STATUS(WS-HLD-MATCH-IDX)
               ADD 1 TO WS-RELEASED-COUNT
               MOVE WS-HLD-IMAGE(WS-HLD-MATCH-IDX) TO WS-IMG-TXN
               MOVE 'C'              TO WS-HLN-WORK-FILE
               MOVE WS-HLD-MATCH-IDX TO WS-HLN-WORK-SLOT
               PERFORM 2380-RELEASE-TXN-IMAGE
           END-IF.

      * so the run-statistics record still balances for BATCHSUM.
      * A released sale counts toward the customer's running
      * exposure and enters the rolling sales history so its
      * returns can still match. The caller names the hold file and
      * slot the image came from, and the line items held with it
      * follow it onto VALIDLIN.
      *****************************************************************
       2380-RELEASE-TXN-IMAGE.
           ADD 1 TO WS-READ-COUNT
           IF WS-IMG-SALE
               MOVE WS-IMG-CUST-ID TO WS-EXP-WORK-CUST
               PERFORM 3650-ADD-TO-EXPOSURE
               PERFORM 3660-ADD-TO-GROUP-EXPOSURE
               PERFORM 2382-RECORD-RELEASED-SALE
           END-IF
           PERFORM 3550-RECORD-DUP-HISTORY
           PERFORM 2390-RELEASE-HELD-LINES.

       2382-RECORD-RELEASED-SALE.
           IF WS-SHI-COUNT >= 5000
           MOVE WS-IMG-AMOUNT    TO WS-SHI-AMOUNT(WS-SHI-IDX)
           MOVE 0                TO WS-SHI-RETURNED(WS-SHI-IDX).

       2390-RELEASE-HELD-LINES.
           PERFORM VARYING WS-HLN-IDX FROM 1 BY 1
                   UNTIL WS-HLN-IDX > WS-HLN-COUNT
               IF WS-HLN-FILE(WS-HLN-IDX) = WS-HLN-WORK-FILE
                   AND WS-HLN-SLOT(WS-HLN-IDX) = WS-HLN-WORK-SLOT
                   MOVE WS-HLN-IMAGE(WS-HLN-IDX) TO WS-LIN-WORK
                   PERFORM 3565-WRITE-LINE-RECORD
               END-IF
           END-PERFORM.

      *****************************************************************
      * Carry forward the pending credit memo file. Entries start
      * the night flagged held; the approval pass flips the ones
                       AT END
                           SET WS-END-OF-CMPEND TO TRUE
                       NOT AT END
                           PERFORM 2410-LOAD-ONE-PENDING-MEMO
                   END-READ
               END-PERFORM
               CLOSE CM-PENDING-FILE
           END-IF.

      *****************************************************************
      * A line-item record belongs to the pending memo loaded ahead
      * of it.
      *****************************************************************
       2410-LOAD-ONE-PENDING-MEMO.
           IF CPL-IS-LINE
               MOVE 'P'                    TO WS-HLN-WORK-FILE
               MOVE WS-PND-COUNT           TO WS-HLN-WORK-SLOT
               MOVE CM-PENDING-LINE-RECORD TO WS-HLN-WORK-IMAGE
               PERFORM 2250-STORE-HELD-LINE
           ELSE
               IF WS-PND-COUNT >= 200
                   DISPLAY 'TXNEDIT: MORE THAN 200 PENDING MEMOS, '
                       'TABLE IS FULL'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-PND-COUNT
               SET WS-PND-IDX TO WS-PND-COUNT
               MOVE CMP-TXN-IMAGE TO WS-PND-IMAGE(WS-PND-IDX)
               MOVE CMP-HELD-DATE TO WS-PND-DATE(WS-PND-IDX)
               MOVE 'H'           TO WS-PND-STATUS(WS-PND-IDX)
           END-IF.

      *****************************************************************
      * Apply the controller's approval transactions: a pending memo
      * matched on customer and invoice is written straight to the
               MOVE 'A' TO WS-PND-STATUS(WS-PND-MATCH-IDX)
               ADD 1 TO WS-APPROVED-COUNT
               MOVE WS-PND-IMAGE(WS-PND-MATCH-IDX) TO WS-IMG-TXN
               MOVE 'P'              TO WS-HLN-WORK-FILE
               MOVE WS-PND-MATCH-IDX TO WS-HLN-WORK-SLOT
               PERFORM 2380-RELEASE-TXN-IMAGE
           END-IF.

                       AT END
                           SET WS-END-OF-DUPHOLD TO TRUE
                       NOT AT END
                           PERFORM 2450-LOAD-ONE-DUP-HOLD
                   END-READ
               END-PERFORM
               CLOSE DUP-HOLD-FILE
           END-IF.

      *****************************************************************
      * A line-item record belongs to the suspect loaded ahead of it.
      *****************************************************************
       2450-LOAD-ONE-DUP-HOLD.
           IF DSL-IS-LINE
               MOVE 'D'                     TO WS-HLN-WORK-FILE
               MOVE WS-DSU-COUNT            TO WS-HLN-WORK-SLOT
               MOVE DUP-SUSPECT-LINE-RECORD TO WS-HLN-WORK-IMAGE
               PERFORM 2250-STORE-HELD-LINE
           ELSE
               IF WS-DSU-COUNT >= 200
                   DISPLAY 'TXNEDIT: MORE THAN 200 DUPLICATE '
                       'SUSPECTS, TABLE IS FULL'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-DSU-COUNT
               SET WS-DSU-IDX TO WS-DSU-COUNT
               MOVE DSU-TXN-IMAGE  TO WS-DSU-IMAGE(WS-DSU-IDX)
               MOVE DSU-HELD-DATE  TO WS-DSU-DATE(WS-DSU-IDX)
               MOVE DSU-MATCH-DATE TO WS-DSU-MATCHED(WS-DSU-IDX)
               MOVE 'H'            TO WS-DSU-STATUS(WS-DSU-IDX)
           END-IF.

      *****************************************************************
      * Apply the branch's confirmation transactions: a suspect
      * matched on customer and invoice is a vouched-for genuine
               MOVE 'C' TO WS-DSU-STATUS(WS-DSU-MATCH-IDX)
               ADD 1 TO WS-CONFIRMED-COUNT
               MOVE WS-DSU-IMAGE(WS-DSU-MATCH-IDX) TO WS-IMG-TXN
               MOVE 'D'              TO WS-HLN-WORK-FILE
               MOVE WS-DSU-MATCH-IDX TO WS-HLN-WORK-SLOT
               PERFORM 2380-RELEASE-TXN-IMAGE
               IF WS-IMG-RETURN OR WS-IMG-CREDIT-MEMO
                   PERFORM 2480-NOTE-RELEASED-RETURN
      * their controls and hold out the details of the blocks that
      * did not -- those are counted but never reach VALIDTXN or the
      * reject file, since the whole transmission needs re-sending.
      * A detail's line items are gathered by 2550 before the detail
      * is edited, so any 'L' record that reaches this loop follows
      * a header or trailer instead of a transaction and is counted
      * as orphaned.
      *****************************************************************
       2500-EDIT-FEED-DETAILS.
           OPEN INPUT SALES-TXN-FILE
               EVALUATE FH-REC-TYPE
                   WHEN 'H'
                       ADD 1 TO WS-CUR-BLOCK
                       PERFORM 2000-READ-TRANSACTION
                   WHEN 'T'
                       PERFORM 2000-READ-TRANSACTION
                   WHEN 'L'
                       ADD 1 TO WS-ORPHAN-LINES
                       DISPLAY 'TXNEDIT: LINE ITEM ' LIN-ITEM-CODE
                           ' FOLLOWS NO TRANSACTION, IGNORED'
                       PERFORM 2000-READ-TRANSACTION
                   WHEN OTHER
                       PERFORM 2550-EDIT-ONE-DETAIL
               END-EVALUATE
           END-PERFORM
           CLOSE SALES-TXN-FILE.

      *****************************************************************
      * Hold the detail aside, read its line items up to the next
      * non-line record, then put the detail back in the record area
      * for the edit and restore the record read ahead afterwards.
      *****************************************************************
       2550-EDIT-ONE-DETAIL.
           ADD 1 TO WS-READ-COUNT
           MOVE TXN-RECORD TO WS-DTL-IMAGE
           MOVE 0   TO WS-LIN-COUNT
           MOVE 'N' TO WS-LIN-OVERFLOW-SW
           PERFORM 2000-READ-TRANSACTION
           PERFORM UNTIL WS-END-OF-TXN
                   OR NOT LIN-IS-LINE
               PERFORM 2560-STORE-LINE-ITEM
               PERFORM 2000-READ-TRANSACTION
           END-PERFORM
           MOVE TXN-RECORD   TO WS-NEXT-IMAGE
           MOVE WS-DTL-IMAGE TO TXN-RECORD
           IF WS-BLK-STATUS(WS-CUR-BLOCK) = 'G'
               PERFORM 3000-EDIT-TRANSACTION
           ELSE
               ADD 1 TO WS-SKIPPED-COUNT
           END-IF
           MOVE WS-NEXT-IMAGE TO TXN-RECORD.

       2560-STORE-LINE-ITEM.
           IF WS-LIN-COUNT >= 50
               SET WS-LIN-OVERFLOW TO TRUE
           ELSE
               ADD 1 TO WS-LIN-COUNT
               SET WS-LIN-IDX TO WS-LIN-COUNT
               MOVE LINE-ITEM-RECORD TO WS-LIN-IMAGE(WS-LIN-IDX)
           END-IF.

       2900-WRITE-VALID-TRAILER.
           MOVE WS-VALID-COUNT   TO WS-VT-RECORD-COUNT
           MOVE WS-VALID-HASH    TO WS-VT-HASH-TOTAL
           IF WS-TXN-VALID
               PERFORM 3250-CHECK-TXN-TYPE
           END-IF
           IF WS-TXN-VALID
               PERFORM 3150-CHECK-LINE-ITEMS
           END-IF
           IF WS-TXN-VALID
               PERFORM 3300-CHECK-CURRENCY
           END-IF
                   MOVE TXN-RECORD TO WS-IMG-TXN
                   PERFORM 3550-RECORD-DUP-HISTORY
                   WRITE VALID-TXN-RECORD FROM TXN-RECORD
                   PERFORM 3560-WRITE-VALID-LINES
               WHEN OTHER
                   PERFORM 3900-WRITE-REJECT
           END-EVALUATE.
                   TO REJ-REASON-TEXT
           END-IF.

      *****************************************************************
      * An itemized transaction must be exactly what its lines say:
      * every line an item on the master, sold at the master price,
      * in a whole positive quantity, and the lines extending to the
      * transaction amount. A transaction without lines passes.
      *****************************************************************
       3150-CHECK-LINE-ITEMS.
           IF WS-LIN-OVERFLOW
               SET WS-TXN-INVALID TO TRUE
               MOVE 'ML' TO REJ-REASON-CODE
               MOVE 'MORE THAN 50 LINE ITEMS' TO REJ-REASON-TEXT
           ELSE
               IF WS-LIN-COUNT > 0
                   MOVE 0 TO WS-LINE-TOTAL
                   PERFORM VARYING WS-LIN-IDX FROM 1 BY 1
                           UNTIL WS-LIN-IDX > WS-LIN-COUNT
                               OR WS-TXN-INVALID
                       PERFORM 3160-CHECK-ONE-LINE
                   END-PERFORM
                   IF WS-TXN-VALID
                       AND WS-LINE-TOTAL NOT = TXN-AMOUNT
                       SET WS-TXN-INVALID TO TRUE
                       MOVE 'LX' TO REJ-REASON-CODE
                       MOVE 'LINES DO NOT EXTEND TO AMOUNT'
                           TO REJ-REASON-TEXT
                   END-IF
               END-IF
           END-IF.

       3160-CHECK-ONE-LINE.
           MOVE WS-LIN-IMAGE(WS-LIN-IDX) TO WS-LIN-WORK
           IF WS-LW-QUANTITY NOT NUMERIC
               OR WS-LW-UNIT-PRICE NOT NUMERIC
               SET WS-TXN-INVALID TO TRUE
               MOVE 'LQ' TO REJ-REASON-CODE
               MOVE 'LINE QTY/PRICE NOT NUMERIC'
                   TO REJ-REASON-TEXT
           ELSE
               IF WS-LW-QUANTITY = 0
                   SET WS-TXN-INVALID TO TRUE
                   MOVE 'LQ' TO REJ-REASON-CODE
                   MOVE 'LINE QUANTITY IS ZERO'
                       TO REJ-REASON-TEXT
               ELSE
                   MOVE WS-LW-ITEM-CODE TO WS-ITEM-CODE
                   PERFORM 8500-LOOKUP-ITEM
                   IF NOT WS-ITEM-FOUND
                       SET WS-TXN-INVALID TO TRUE
                       MOVE 'NP' TO REJ-REASON-CODE
                       MOVE 'ITEM NOT ON ITEM MASTER'
                           TO REJ-REASON-TEXT
                   ELSE
                       IF WS-LW-UNIT-PRICE NOT = WS-ITEM-PRICE
                           SET WS-TXN-INVALID TO TRUE
                           MOVE 'UP' TO REJ-REASON-CODE
                           MOVE 'LINE PRICE NOT ITEM PRICE'
                               TO REJ-REASON-TEXT
                       ELSE
                           MULTIPLY WS-LW-QUANTITY
                               BY WS-LW-UNIT-PRICE
                               GIVING WS-LINE-EXT
                           ADD WS-LINE-EXT TO WS-LINE-TOTAL
                       END-IF
                   END-IF
               END-IF
           END-IF.

       3200-CHECK-AMOUNT.
           IF TXN-AMOUNT NOT NUMERIC
               SET WS-TXN-INVALID TO TRUE
           MOVE WS-IMG-AMOUNT    TO WS-DHI-AMOUNT(WS-DHI-IDX)
           MOVE WS-BUSINESS-DATE TO WS-DHI-DATE(WS-DHI-IDX).

      *****************************************************************
      * The accepted transaction's line items go to VALIDLIN stamped
      * with the transaction's identity, taken from the WS-IMG-TXN
      * work copy. A transaction held tonight (credit, approval or
      * duplicate hold) keeps its lines on the hold file instead;
      * they are written through 3565 when it is released (2390).
      *****************************************************************
       3560-WRITE-VALID-LINES.
           PERFORM VARYING WS-LIN-IDX FROM 1 BY 1
                   UNTIL WS-LIN-IDX > WS-LIN-COUNT
               MOVE WS-LIN-IMAGE(WS-LIN-IDX) TO WS-LIN-WORK
               PERFORM 3565-WRITE-LINE-RECORD
           END-PERFORM.

       3565-WRITE-LINE-RECORD.
           MOVE WS-IMG-COMPANY   TO VLN-COMPANY
           MOVE WS-IMG-CUST-ID   TO VLN-CUST-ID
           MOVE WS-IMG-INVOICE   TO VLN-INVOICE-NO
           MOVE WS-IMG-TYPE      TO VLN-TYPE
           MOVE WS-IMG-CURRENCY  TO VLN-CURRENCY
           MOVE WS-LW-ITEM-CODE  TO VLN-ITEM-CODE
           MOVE WS-LW-QUANTITY   TO VLN-QUANTITY
           MOVE WS-LW-UNIT-PRICE TO VLN-UNIT-PRICE
           MULTIPLY WS-LW-QUANTITY BY WS-LW-UNIT-PRICE
               GIVING VLN-EXT-AMOUNT
           WRITE VALID-LINE-RECORD
           ADD 1 TO WS-LINES-WRITTEN.

      *****************************************************************
      * Credit check for a sale: the customer's exposure is the
      * master balance plus everything already accepted for the
      * customer tonight, all in USD. A zero credit limit means the
      * account is not credit-checked. An account in a customer
      * group must then also fit the group's credit line (3620). A
      * sale that fits adds itself to the running exposures; one
      * that does not is flagged for the hold file.
      *****************************************************************
       3600-CHECK-CREDIT-LIMIT.
           MOVE 'N' TO WS-CREDIT-HOLD-SW
           MOVE 'N' TO WS-GROUP-HOLD-SW
           MOVE TXN-CURRENCY TO WS-CURRENCY-CODE
           MOVE TXN-AMOUNT   TO WS-AMOUNT-FOR-CONVERT
           PERFORM 7500-CONVERT-TO-REPORTING-CCY
           MOVE WS-CONVERTED-AMOUNT TO WS-TXN-USD
           MOVE TXN-CUST-ID TO WS-EXP-WORK-CUST
           IF CUST-CREDIT-LIMIT = 0
               CONTINUE
           ELSE
               END-IF
               PERFORM 7500-CONVERT-TO-REPORTING-CCY
               MOVE WS-CONVERTED-AMOUNT TO WS-BAL-USD
               PERFORM 3640-FIND-EXPOSURE-ENTRY
               COMPUTE WS-EXPOSURE-TOTAL = WS-BAL-USD
                   + WS-EXP-AMOUNT(WS-EXP-IDX) + WS-TXN-USD
               IF WS-EXPOSURE-TOTAL > CUST-CREDIT-LIMIT
                   SET WS-CREDIT-HOLD TO TRUE
               END-IF
           END-IF
           IF NOT WS-CREDIT-HOLD
               PERFORM 3620-CHECK-GROUP-LIMIT
           END-IF
           IF NOT WS-CREDIT-HOLD
               IF CUST-CREDIT-LIMIT NOT = 0
                   ADD WS-TXN-USD TO WS-EXP-AMOUNT(WS-EXP-IDX)
               END-IF
               PERFORM 3660-ADD-TO-GROUP-EXPOSURE
           END-IF.

      *****************************************************************
      * Group credit check: the group's exposure with this sale added
      * must stay inside the top account's limit. A zero limit on the
      * top account means the group is not credit-checked.
      *****************************************************************
       3620-CHECK-GROUP-LIMIT.
           PERFORM 3630-FIND-GROUP-TOP
           IF WS-GRP-FOUND
               IF WS-GEX-LIMIT(WS-GEX-IDX) > 0
                   COMPUTE WS-GROUP-EXPOSURE =
                       WS-GEX-EXPOSURE(WS-GEX-IDX) + WS-TXN-USD
                   IF WS-GROUP-EXPOSURE > WS-GEX-LIMIT(WS-GEX-IDX)
                       SET WS-CREDIT-HOLD TO TRUE
                       SET WS-GROUP-HOLD  TO TRUE
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      * Find the group of the account in WS-EXP-WORK-CUST; leaves
      * WS-GEX-IDX on its top account's entry when WS-GRP-FOUND.
      *****************************************************************
       3630-FIND-GROUP-TOP.
           MOVE WS-EXP-WORK-CUST TO WS-GRP-LOOKUP
           PERFORM 8900-FIND-GROUP-ROW
           IF WS-GRP-FOUND
               MOVE WS-GRP-TOP-ID(WS-GRP-IDX) TO WS-GRP-LOOKUP
               PERFORM 8900-FIND-GROUP-ROW
               SET WS-GEX-IDX TO WS-GRP-IDX
           END-IF.

      *****************************************************************
           PERFORM 3640-FIND-EXPOSURE-ENTRY
           ADD WS-TXN-USD TO WS-EXP-AMOUNT(WS-EXP-IDX).

       3660-ADD-TO-GROUP-EXPOSURE.
           PERFORM 3630-FIND-GROUP-TOP
           IF WS-GRP-FOUND
               ADD WS-TXN-USD TO WS-GEX-EXPOSURE(WS-GEX-IDX)
           END-IF.

      *****************************************************************
      * Approval check for a credit memo: at or over the APPPARM
      * threshold (USD) it is money out the door big enough for a
           SET WS-HLD-IDX TO WS-HLD-COUNT
           MOVE TXN-RECORD       TO WS-HLD-IMAGE(WS-HLD-IDX)
           MOVE WS-BUSINESS-DATE TO WS-HLD-DATE(WS-HLD-IDX)
           MOVE 'N'              TO WS-HLD-STATUS(WS-HLD-IDX)
           MOVE 'C'              TO WS-HLN-WORK-FILE
           MOVE WS-HLD-COUNT     TO WS-HLN-WORK-SLOT
           PERFORM 3710-HOLD-LINE-ITEMS
           IF WS-GROUP-HOLD
               MOVE 'GL'         TO WS-HLD-REASON(WS-HLD-IDX)
               DISPLAY 'TXNEDIT: GROUP CREDIT HOLD ' TXN-CUST-ID
                   ' INVOICE ' TXN-INVOICE-NO ' GROUP '
                   WS-GRP-LOOKUP ' EXPOSURE ' WS-GROUP-EXPOSURE
                   ' LIMIT ' WS-GEX-LIMIT(WS-GEX-IDX)
           ELSE
               MOVE 'CL'         TO WS-HLD-REASON(WS-HLD-IDX)
               DISPLAY 'TXNEDIT: CREDIT HOLD ' TXN-CUST-ID
                   ' INVOICE ' TXN-INVOICE-NO ' EXPOSURE '
                   WS-EXPOSURE-TOTAL ' LIMIT ' CUST-CREDIT-LIMIT
           END-IF.

      *****************************************************************
      * The held transaction's line items wait with it, under the
      * hold file and slot set up by the caller.
      *****************************************************************
       3710-HOLD-LINE-ITEMS.
           PERFORM VARYING WS-LIN-IDX FROM 1 BY 1
                   UNTIL WS-LIN-IDX > WS-LIN-COUNT
               MOVE WS-LIN-IMAGE(WS-LIN-IDX) TO WS-HLN-WORK-IMAGE
               PERFORM 2250-STORE-HELD-LINE
           END-PERFORM.

       3720-HOLD-PENDING-MEMO.
           ADD 1 TO WS-PENDING-COUNT
           MOVE TXN-RECORD       TO WS-PND-IMAGE(WS-PND-IDX)
           MOVE WS-BUSINESS-DATE TO WS-PND-DATE(WS-PND-IDX)
           MOVE 'N'              TO WS-PND-STATUS(WS-PND-IDX)
           MOVE 'P'              TO WS-HLN-WORK-FILE
           MOVE WS-PND-COUNT     TO WS-HLN-WORK-SLOT
           PERFORM 3710-HOLD-LINE-ITEMS
           DISPLAY 'TXNEDIT: CREDIT MEMO PENDING APPROVAL '
               TXN-CUST-ID ' INVOICE ' TXN-INVOICE-NO ' AMOUNT '
               TXN-AMOUNT.
           MOVE WS-BUSINESS-DATE  TO WS-DSU-DATE(WS-DSU-IDX)
           MOVE WS-DUP-MATCH-DATE TO WS-DSU-MATCHED(WS-DSU-IDX)
           MOVE 'N'               TO WS-DSU-STATUS(WS-DSU-IDX)
           MOVE 'D'               TO WS-HLN-WORK-FILE
           MOVE WS-DSU-COUNT      TO WS-HLN-WORK-SLOT
           PERFORM 3710-HOLD-LINE-ITEMS
           DISPLAY 'TXNEDIT: DUPLICATE SUSPECT ' TXN-CUST-ID ' '
               TXN-TYPE ' ' TXN-AMOUNT ' MATCHES ' WS-DUP-MATCH-DATE.


      *****************************************************************
      * Rewrite the credit-hold file with everything still held --
      * released entries drop off, tonight's new holds stay on. Each
      * image is followed by its line items (6410).
      *****************************************************************
       6400-REWRITE-CREDIT-HOLDS.
           OPEN OUTPUT CREDIT-HOLD-FILE
                   MOVE WS-HLD-DATE(WS-HLD-IDX)   TO CHD-HOLD-DATE
                   MOVE WS-HLD-REASON(WS-HLD-IDX) TO CHD-REASON
                   WRITE CREDIT-HOLD-RECORD
                   MOVE 'C' TO WS-HLN-WORK-FILE
                   SET WS-HLN-WORK-SLOT TO WS-HLD-IDX
                   PERFORM 6410-REWRITE-HELD-LINES
               END-IF
           END-PERFORM
           CLOSE CREDIT-HOLD-FILE.

      *****************************************************************
      * Write a still-held entry's line items behind its image on the
      * hold file being rewritten.
      *****************************************************************
       6410-REWRITE-HELD-LINES.
           PERFORM VARYING WS-HLN-IDX FROM 1 BY 1
                   UNTIL WS-HLN-IDX > WS-HLN-COUNT
               IF WS-HLN-FILE(WS-HLN-IDX) = WS-HLN-WORK-FILE
                   AND WS-HLN-SLOT(WS-HLN-IDX) = WS-HLN-WORK-SLOT
                   EVALUATE WS-HLN-WORK-FILE
                       WHEN 'C'
                           MOVE WS-HLN-IMAGE(WS-HLN-IDX)
                               TO CREDIT-HOLD-LINE-RECORD
                           WRITE CREDIT-HOLD-LINE-RECORD
                       WHEN 'P'
                           MOVE WS-HLN-IMAGE(WS-HLN-IDX)
                               TO CM-PENDING-LINE-RECORD
                           WRITE CM-PENDING-LINE-RECORD
                       WHEN 'D'
                           MOVE WS-HLN-IMAGE(WS-HLN-IDX)
                               TO DUP-SUSPECT-LINE-RECORD
                           WRITE DUP-SUSPECT-LINE-RECORD
                   END-EVALUATE
               END-IF
           END-PERFORM.

      *****************************************************************
      * Rewrite the pending memo file with everything still waiting
      * -- approved entries drop off, tonight's diversions stay on,
      * each followed by its line items.
      *****************************************************************
       6420-REWRITE-PENDING-MEMOS.
           OPEN OUTPUT CM-PENDING-FILE
                   MOVE WS-PND-IMAGE(WS-PND-IDX) TO CMP-TXN-IMAGE
                   MOVE WS-PND-DATE(WS-PND-IDX)  TO CMP-HELD-DATE
                   WRITE CM-PENDING-RECORD
                   MOVE 'P' TO WS-HLN-WORK-FILE
                   SET WS-HLN-WORK-SLOT TO WS-PND-IDX
                   PERFORM 6410-REWRITE-HELD-LINES
               END-IF
           END-PERFORM
           CLOSE CM-PENDING-FILE.
      *****************************************************************
      * Rewrite the duplicate-suspect file with everything still
      * unresolved -- confirmed entries drop off, tonight's new
      * suspects stay on, each followed by its line items.
      *****************************************************************
       6440-REWRITE-DUP-HOLDS.
           OPEN OUTPUT DUP-HOLD-FILE
                   MOVE WS-DSU-DATE(WS-DSU-IDX)    TO DSU-HELD-DATE
                   MOVE WS-DSU-MATCHED(WS-DSU-IDX) TO DSU-MATCH-DATE
                   WRITE DUP-SUSPECT-RECORD
                   MOVE 'D' TO WS-HLN-WORK-FILE
                   SET WS-HLN-WORK-SLOT TO WS-DSU-IDX
                   PERFORM 6410-REWRITE-HELD-LINES
               END-IF
           END-PERFORM
           CLOSE DUP-HOLD-FILE.

       8000-CLOSE-FILES.
           CLOSE VALID-TXN-FILE
           CLOSE VALID-LINE-FILE
           CLOSE TXN-REJECT-FILE
           CLOSE BRANCH-REPORT-FILE
           CLOSE RETURN-EXCP-FILE
       COPY CURRLKUP.
       COPY RUNLOAD.
       COPY RSTWRT.
       COPY ITEMLOAD.
       COPY ITEMLKUP.
       COPY GRPLOAD.
       COPY GRPLKUP.
       COPY STPCHK.
