      *****************************************************************
      * GLMWORK - working-storage fields shared by any program that
      * loads the GLMAP table and looks up a company's GL account
      * for a posting category.
      *****************************************************************
       01  WS-GLM-LOOKUP-COMPANY  PIC X(3)    VALUE SPACES.
       01  WS-GLM-LOOKUP-CATEGORY PIC X(2)    VALUE SPACES.
       01  WS-GLM-ACCOUNT         PIC X(10)   VALUE SPACES.

       01  WS-GLMAP-STATUS        PIC X(2).
       01  WS-GLMAP-EOF-SW        PIC X       VALUE 'N'.
           88  WS-END-OF-GLMAP               VALUE 'Y'.
       01  WS-GLM-FOUND-SW        PIC X       VALUE 'N'.
           88  WS-GLM-FOUND                  VALUE 'Y'.
       01  WS-GLM-REPL-SW         PIC X       VALUE 'N'.
           88  WS-GLM-REPL                   VALUE 'Y'.
