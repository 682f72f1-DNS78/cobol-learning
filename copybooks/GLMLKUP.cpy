      *****************************************************************
      * GLMLKUP - look up WS-GLM-ACCOUNT for WS-GLM-LOOKUP-COMPANY and
      * WS-GLM-LOOKUP-CATEGORY against the loaded WS-GL-MAP-TABLE.
      * Leaves WS-GLM-ACCOUNT at spaces, with WS-GLM-FOUND-SW 'N',
      * when the company has no account mapped for the category --
      * the caller decides whether that stops the run.
      *****************************************************************
       8700-LOOKUP-GL-ACCOUNT.
           MOVE SPACES TO WS-GLM-ACCOUNT
           MOVE 'N' TO WS-GLM-FOUND-SW
           PERFORM VARYING WS-GLM-IDX FROM 1 BY 1
                   UNTIL WS-GLM-IDX > WS-GLM-COUNT
               IF WS-GLM-LOOKUP-COMPANY = WS-GLM-COMPANY(WS-GLM-IDX)
                   AND WS-GLM-LOOKUP-CATEGORY =
                       WS-GLM-CATEGORY(WS-GLM-IDX)
                   MOVE WS-GLM-ACCT(WS-GLM-IDX) TO WS-GLM-ACCOUNT
                   SET WS-GLM-FOUND TO TRUE
               END-IF
           END-PERFORM.
