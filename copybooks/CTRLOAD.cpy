      *****************************************************************
      * CTRLOAD - load the CONTRACT file into the WS-CONTRACT-TABLE.
      * Requires CONTRACT-FILE opened via a SELECT/FD built from the
      * CTRREC copybook, the CTRTBL/CTRWORK copybooks in
      * WORKING-STORAGE, and 7900-READ-RUN-CONTROL performed first so
      * WS-BUSINESS-DATE is set: the file carries every contract term
      * ever negotiated, and the table gets only the terms whose
      * start and end dates span the business date.
      *****************************************************************
       7230-LOAD-CONTRACT-TABLE.
           OPEN INPUT CONTRACT-FILE
           IF WS-CONTRACT-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN CONTRACT, STATUS='
                   WS-CONTRACT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-END-OF-CONTRACT
               READ CONTRACT-FILE
                   AT END
                       SET WS-END-OF-CONTRACT TO TRUE
                   NOT AT END
                       PERFORM 7240-STORE-CONTRACT-ROW
               END-READ
           END-PERFORM
           CLOSE CONTRACT-FILE.

      *****************************************************************
      * A term that has not started yet, or ended before the business
      * date, is skipped. CTRMNT never lets two terms for the same
      * customer and band overlap, so at most one row per customer
      * and band reaches the table.
      *****************************************************************
       7240-STORE-CONTRACT-ROW.
           IF CTR-START-DATE > WS-BUSINESS-DATE
               OR CTR-END-DATE < WS-BUSINESS-DATE
               CONTINUE
           ELSE
               IF WS-CTR-COUNT >= 200
                   DISPLAY 'CONTRACT HAS MORE THAN 200 TERMS IN '
                       'FORCE, TABLE IS FULL'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-CTR-COUNT
               SET WS-CTR-IDX TO WS-CTR-COUNT
               MOVE CTR-CUST-ID      TO WS-CTR-CUST(WS-CTR-IDX)
               MOVE CTR-CONTRACT-NO  TO WS-CTR-NO(WS-CTR-IDX)
               MOVE CTR-ORDER-BAND   TO WS-CTR-BAND(WS-CTR-IDX)
               MOVE CTR-PRICE-TYPE   TO WS-CTR-TYPE(WS-CTR-IDX)
               MOVE CTR-DISCOUNT-PCT TO WS-CTR-PCT(WS-CTR-IDX)
               MOVE CTR-NET-AMOUNT   TO WS-CTR-NET(WS-CTR-IDX)
           END-IF.
