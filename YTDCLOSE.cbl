               MOVE ZERO TO YTD-STATE-TAX-YTD
               MOVE ZERO TO YTD-FICA-YTD
               INITIALIZE YTD-QTR-TAX-TABLE
               MOVE ZERO TO YTD-SS-WAGES-YTD
               MOVE ZERO TO YTD-SS-TAX-YTD
               MOVE ZERO TO YTD-MEDICARE-WAGES-YTD
               MOVE ZERO TO YTD-MEDICARE-TAX-YTD
               MOVE ZERO TO YTD-ADDL-MEDICARE-YTD
               MOVE ZERO TO YTD-FUTA-WAGES-YTD
               MOVE ZERO TO YTD-FUTA-TAX-YTD
               MOVE ZERO TO YTD-SUTA-WAGES-YTD
               MOVE ZERO TO YTD-SUTA-TAX-YTD
               INITIALIZE YTD-QTR-WAGE-BASE-TABLE
               MOVE ZERO TO YTD-401K-DEFERRAL-YTD
               MOVE ZERO TO YTD-401K-MATCH-YTD
               REWRITE YTD-RECORD
               ADD 1 TO WS-ZEROED-COUNT
            END-IF.
