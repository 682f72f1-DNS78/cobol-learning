      *****************************************************************
      * GRPWORK - working-storage fields shared by any program that
      * loads the customer group table (GRPLOAD) and looks an account
      * up in it (GRPLKUP). The caller moves the customer ID to
      * WS-GRP-LOOKUP; the lookup leaves WS-GRP-IDX on the account's
      * row when WS-GRP-FOUND.
      *****************************************************************
       01  WS-GRP-LOOKUP          PIC X(6)    VALUE SPACES.
       01  WS-GRP-FOUND-SW        PIC X       VALUE 'N'.
           88  WS-GRP-FOUND                  VALUE 'Y'.
       01  WS-GRP-CUSTMAST-EOF-SW PIC X       VALUE 'N'.
           88  WS-GRP-END-OF-CUSTMAST        VALUE 'Y'.
       01  WS-GRP-DEPTH           PIC 9(2)    VALUE 0.
       01  WS-GRP-CHILD-COUNT     PIC 9(3)    VALUE 0.
