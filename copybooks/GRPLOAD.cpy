      *****************************************************************
      * GRPLOAD - build the WS-GROUP-TABLE from the customer master.
      * Requires CUSTOMER-MASTER-FILE (CUSTREC) open for input and
      * positioned at its first record -- the load reads it through
      * to the end, so a caller that reads the master sequentially
      * closes and reopens it before its own pass -- and the
      * GRPTBL/GRPWORK copybooks in WORKING-STORAGE. Every account
      * naming a parent is stored, each is then climbed to the top
      * account of its group, and each top account is added as a row
      * of its own. A parent chain that never reaches a top (a loop
      * CUSTMNT should have refused) stops the run, as does a full
      * table.
      *****************************************************************
       8800-LOAD-CUSTOMER-GROUPS.
           MOVE 'N' TO WS-GRP-CUSTMAST-EOF-SW
           PERFORM UNTIL WS-GRP-END-OF-CUSTMAST
               READ CUSTOMER-MASTER-FILE NEXT RECORD
                   AT END
                       SET WS-GRP-END-OF-CUSTMAST TO TRUE
                   NOT AT END
                       IF CUST-PARENT-ID NOT = SPACES
                           PERFORM 8810-STORE-GROUP-CHILD
                       END-IF
               END-READ
           END-PERFORM
           MOVE WS-GRP-COUNT TO WS-GRP-CHILD-COUNT
           PERFORM VARYING WS-GRP-WALK-IDX FROM 1 BY 1
                   UNTIL WS-GRP-WALK-IDX > WS-GRP-CHILD-COUNT
               PERFORM 8820-RESOLVE-GROUP-TOP
           END-PERFORM
           PERFORM VARYING WS-GRP-WALK-IDX FROM 1 BY 1
                   UNTIL WS-GRP-WALK-IDX > WS-GRP-CHILD-COUNT
               PERFORM 8830-STORE-GROUP-TOP
           END-PERFORM.

       8810-STORE-GROUP-CHILD.
           IF WS-GRP-COUNT >= 500
               DISPLAY 'CUSTMAST HAS MORE THAN 500 GROUP ACCOUNTS, '
                   'TABLE IS FULL'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-GRP-COUNT
           SET WS-GRP-IDX TO WS-GRP-COUNT
           MOVE CUST-ID        TO WS-GRP-CUST-ID(WS-GRP-IDX)
           MOVE CUST-PARENT-ID TO WS-GRP-PARENT-ID(WS-GRP-IDX)
           MOVE SPACES         TO WS-GRP-TOP-ID(WS-GRP-IDX)
           MOVE CUST-COMPANY   TO WS-GRP-COMPANY(WS-GRP-IDX)
           MOVE CUST-NAME      TO WS-GRP-NAME(WS-GRP-IDX)
           MOVE CUST-CURRENCY  TO WS-GRP-CURRENCY(WS-GRP-IDX)
           IF CUST-BALANCE NUMERIC
               MOVE CUST-BALANCE TO WS-GRP-BALANCE(WS-GRP-IDX)
           ELSE
               MOVE 0 TO WS-GRP-BALANCE(WS-GRP-IDX)
           END-IF
           MOVE 'N'            TO WS-GRP-TOP-SW(WS-GRP-IDX).

      *****************************************************************
      * Climb from the child's parent while the parent is itself a
      * child; the first account that is not is the group's top.
      *****************************************************************
       8820-RESOLVE-GROUP-TOP.
           MOVE 0 TO WS-GRP-DEPTH
           MOVE WS-GRP-PARENT-ID(WS-GRP-WALK-IDX) TO WS-GRP-LOOKUP
           PERFORM 8900-FIND-GROUP-ROW
           PERFORM UNTIL NOT WS-GRP-FOUND
               ADD 1 TO WS-GRP-DEPTH
               IF WS-GRP-DEPTH > 20
                   DISPLAY 'CUSTMAST PARENT CHAIN ABOVE '
                       WS-GRP-CUST-ID(WS-GRP-WALK-IDX)
                       ' LOOPS OR RUNS OVER 20 LEVELS'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-GRP-PARENT-ID(WS-GRP-IDX) TO WS-GRP-LOOKUP
               PERFORM 8900-FIND-GROUP-ROW
           END-PERFORM
           MOVE WS-GRP-LOOKUP TO WS-GRP-TOP-ID(WS-GRP-WALK-IDX).

       8830-STORE-GROUP-TOP.
           MOVE WS-GRP-TOP-ID(WS-GRP-WALK-IDX) TO WS-GRP-LOOKUP
           PERFORM 8900-FIND-GROUP-ROW
           IF NOT WS-GRP-FOUND
               IF WS-GRP-COUNT >= 500
                   DISPLAY 'CUSTMAST HAS MORE THAN 500 GROUP '
                       'ACCOUNTS, TABLE IS FULL'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-GRP-COUNT
               SET WS-GRP-IDX TO WS-GRP-COUNT
               MOVE WS-GRP-LOOKUP TO WS-GRP-CUST-ID(WS-GRP-IDX)
               MOVE SPACES        TO WS-GRP-PARENT-ID(WS-GRP-IDX)
               MOVE WS-GRP-LOOKUP TO WS-GRP-TOP-ID(WS-GRP-IDX)
               MOVE WS-GRP-COMPANY(WS-GRP-WALK-IDX)
                   TO WS-GRP-COMPANY(WS-GRP-IDX)
               MOVE SPACES        TO WS-GRP-NAME(WS-GRP-IDX)
               MOVE SPACES        TO WS-GRP-CURRENCY(WS-GRP-IDX)
               MOVE 0             TO WS-GRP-BALANCE(WS-GRP-IDX)
               MOVE 'Y'           TO WS-GRP-TOP-SW(WS-GRP-IDX)
           END-IF.
