      *****************************************************************
      * GRPTBL - in-memory customer group table, built from the
      * customer master by GRPLOAD. One row per account that names a
      * parent (CUST-PARENT-ID), carrying the top account of its
      * group, then one row per top account (WS-GRP-IS-TOP). A top
      * account's row carries only its ID and company; the caller
      * fills in anything else it needs from its own read of the
      * master. An account on no row belongs to no group.
      *****************************************************************
       01  WS-GROUP-TABLE.
           05  WS-GRP-COUNT       PIC 9(3) VALUE 0.
           05  WS-GRP-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-GRP-IDX WS-GRP-WALK-IDX.
               10  WS-GRP-CUST-ID     PIC X(6).
               10  WS-GRP-PARENT-ID   PIC X(6).
               10  WS-GRP-TOP-ID      PIC X(6).
               10  WS-GRP-COMPANY     PIC X(3).
               10  WS-GRP-NAME        PIC X(20).
               10  WS-GRP-CURRENCY    PIC X(3).
               10  WS-GRP-BALANCE     PIC S9(7)V99.
               10  WS-GRP-TOP-SW      PIC X(1).
                   88  WS-GRP-IS-TOP          VALUE 'Y'.
