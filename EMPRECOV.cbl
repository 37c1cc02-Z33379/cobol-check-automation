            05  WS-CMP-PAY-TYPE       PIC X(1).
            05  WS-CMP-SALARY-AMOUNT  PIC 9(7)V99.
            05  WS-CMP-PRENOTE-STATUS PIC X(1).
            05  WS-CMP-TERM-DATE      PIC 9(8).
            05  WS-CMP-TERM-REASON    PIC X(2).
            05  WS-CMP-FINAL-PAY-STATUS PIC X(1).
         PROCEDURE DIVISION.
            PERFORM INITIALIZATION.
            PERFORM PROCESS-LOG-RECORDS UNTIL LOG-EOF.
                  PERFORM REPLAY-CHANGE
               WHEN ML-TRANS-CODE = "D"
                  PERFORM REPLAY-CHANGE
               WHEN ML-TRANS-CODE = "T"
                  PERFORM REPLAY-CHANGE
               WHEN ML-TRANS-CODE = "V"
                  PERFORM REPLAY-CHANGE
               WHEN ML-TRANS-CODE = "I"
                  ADD 1 TO WS-SKIP-COUNT
               WHEN ML-TRANS-CODE = "R"
                  ADD 1 TO WS-SKIP-COUNT
               WHEN OTHER
                  MOVE "R04" TO RR-DTL-REASON
                  MOVE "UNKNOWN TRANSACTION CODE ON LOG"
               ADD 1 TO WS-MISMATCH-COUNT
            ELSE
               MOVE ML-EMP-ID TO MST-ID
               MOVE SPACES TO MST-COMPANY-CODE
               PERFORM MOVE-AFTER-IMAGE-TO-MASTER
               MOVE ZERO TO MST-PAY-WEEK
               MOVE ZERO TO MST-PAY-MONTH
               MOVE ZERO TO MST-STATE-TAX-YTD
               MOVE ZERO TO MST-FICA-YTD
               INITIALIZE MST-QTR-TAX-TABLE
               MOVE ZERO TO MST-SS-TAX
               MOVE ZERO TO MST-MEDICARE-TAX
               MOVE ZERO TO MST-ADDL-MEDICARE-TAX
               MOVE ZERO TO MST-FUTA-TAX
               MOVE ZERO TO MST-SUTA-TAX
               MOVE ZERO TO MST-SS-WAGES-YTD
               MOVE ZERO TO MST-SS-TAX-YTD
               MOVE ZERO TO MST-MEDICARE-WAGES-YTD
               MOVE ZERO TO MST-MEDICARE-TAX-YTD
               MOVE ZERO TO MST-ADDL-MEDICARE-YTD
               MOVE ZERO TO MST-FUTA-WAGES-YTD
               MOVE ZERO TO MST-FUTA-TAX-YTD
               MOVE ZERO TO MST-SUTA-WAGES-YTD
               MOVE ZERO TO MST-SUTA-TAX-YTD
               INITIALIZE MST-QTR-WAGE-BASE-TABLE
               MOVE ZERO TO MST-401K-DEFERRAL-YTD
               MOVE ZERO TO MST-401K-MATCH-YTD
               WRITE MST-RECORD
                   INVALID KEY CONTINUE
               END-WRITE
            MOVE MST-PAY-TYPE TO WS-CMP-PAY-TYPE.
            MOVE MST-SALARY-AMOUNT TO WS-CMP-SALARY-AMOUNT.
            MOVE MST-PRENOTE-STATUS TO WS-CMP-PRENOTE-STATUS.
            MOVE MST-TERM-DATE TO WS-CMP-TERM-DATE.
            MOVE MST-TERM-REASON TO WS-CMP-TERM-REASON.
            MOVE MST-FINAL-PAY-STATUS TO WS-CMP-FINAL-PAY-STATUS.
         MOVE-AFTER-IMAGE-TO-MASTER.
            MOVE MLA-NAME TO MST-NAME.
            MOVE MLA-DEPT TO MST-DEPT.
            MOVE MLA-PAY-TYPE TO MST-PAY-TYPE.
            MOVE MLA-SALARY-AMOUNT TO MST-SALARY-AMOUNT.
            MOVE MLA-PRENOTE-STATUS TO MST-PRENOTE-STATUS.
            MOVE MLA-TERM-DATE TO MST-TERM-DATE.
            MOVE MLA-TERM-REASON TO MST-TERM-REASON.
            MOVE MLA-FINAL-PAY-STATUS TO MST-FINAL-PAY-STATUS.
            IF ML-AFTER-COMPANY-CODE NOT = SPACES
               MOVE ML-AFTER-COMPANY-CODE TO MST-COMPANY-CODE
            END-IF.
         WRITE-RECOV-REPORT-LINE.
            MOVE ML-TRANS-DATE TO RR-DTL-DATE.
            MOVE ML-TRANS-CODE TO RR-DTL-CODE.
