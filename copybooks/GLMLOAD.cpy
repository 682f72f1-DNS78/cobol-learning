      *****************************************************************
      * GLMLOAD - load the GLMAP file into the WS-GL-MAP-TABLE.
      * Requires GL-MAP-FILE opened via a SELECT/FD built from the
      * GLMREC copybook, the GLMTBL/GLMWORK copybooks in
      * WORKING-STORAGE, and 7900-READ-RUN-CONTROL performed first so
      * WS-BUSINESS-DATE is set: the file carries every dated mapping
      * row, and the table gets, per company/category, the row with
      * the latest effective date on or before the business date.
      *****************************************************************
       8600-LOAD-GL-MAP-TABLE.
           OPEN INPUT GL-MAP-FILE
           IF WS-GLMAP-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN GLMAP, STATUS='
                   WS-GLMAP-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-END-OF-GLMAP
               READ GL-MAP-FILE
                   AT END
                       SET WS-END-OF-GLMAP TO TRUE
                   NOT AT END
                       PERFORM 8610-STORE-GL-MAP-ROW
               END-READ
           END-PERFORM
           CLOSE GL-MAP-FILE.

      *****************************************************************
      * A row dated after the business date is not yet in force and
      * is skipped. A row for a company/category already in the
      * table replaces the stored one only when its effective date
      * is the later of the two, so the table ends up holding the
      * account in force on the day.
      *****************************************************************
       8610-STORE-GL-MAP-ROW.
           IF GLM-EFFECTIVE-DATE > WS-BUSINESS-DATE
               CONTINUE
           ELSE
               MOVE 'N' TO WS-GLM-REPL-SW
               PERFORM VARYING WS-GLM-IDX FROM 1 BY 1
                       UNTIL WS-GLM-IDX > WS-GLM-COUNT
                   IF GLM-COMPANY = WS-GLM-COMPANY(WS-GLM-IDX)
                       AND GLM-CATEGORY =
                           WS-GLM-CATEGORY(WS-GLM-IDX)
                       SET WS-GLM-REPL TO TRUE
                       IF GLM-EFFECTIVE-DATE >=
                           WS-GLM-EFF-DATE(WS-GLM-IDX)
                           PERFORM 8620-MOVE-GL-MAP-FIELDS
                       END-IF
                   END-IF
               END-PERFORM
               IF NOT WS-GLM-REPL
                   IF WS-GLM-COUNT >= 60
                       DISPLAY 'GLMAP HAS MORE THAN 60 ACCOUNTS, '
                           'TABLE IS FULL'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-GLM-COUNT
                   SET WS-GLM-IDX TO WS-GLM-COUNT
                   PERFORM 8620-MOVE-GL-MAP-FIELDS
               END-IF
           END-IF.

       8620-MOVE-GL-MAP-FIELDS.
           MOVE GLM-COMPANY TO
               WS-GLM-COMPANY(WS-GLM-IDX)
           MOVE GLM-CATEGORY TO
               WS-GLM-CATEGORY(WS-GLM-IDX)
           MOVE GLM-ACCOUNT TO
               WS-GLM-ACCT(WS-GLM-IDX)
           MOVE GLM-EFFECTIVE-DATE TO
               WS-GLM-EFF-DATE(WS-GLM-IDX).
