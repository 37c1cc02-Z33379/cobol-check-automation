             SELECT PAY-CALENDAR-FILE ASSIGN TO "PAYCAL"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-CAL-FILE-STATUS.
             SELECT COMPANY-MASTER-FILE ASSIGN TO "COMPMAST"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-CMP-FILE-STATUS.
             SELECT PAY-HISTORY-FILE ASSIGN TO "PAYHIST"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-PHS-FILE-STATUS.
         DATA DIVISION.
         FILE SECTION.
         FD  ADJ-TRANS-FILE
         FD  ADJ-REGISTER-FILE
             LABEL RECORDS ARE STANDARD.
         01  AR-HEADING-1.
             05  AR-H1-TITLE          PIC X(64).
         01  AR-COLUMN-HEADING.
             05  FILLER               PIC X(5)  VALUE "CODE".
             05  FILLER               PIC X(8)  VALUE "EMP ID".
             05  GL-CREDIT-AMOUNT     PIC 9(9)V99.
             05  GL-DESCRIPTION       PIC X(30).
             05  GL-PERIOD-END-DATE   PIC 9(8).
             05  GL-COMPANY-CODE      PIC X(2).
         FD  AUDIT-HISTORY-FILE
             LABEL RECORDS ARE STANDARD.
             COPY AUDHREC.
         FD  PAY-CALENDAR-FILE
             LABEL RECORDS ARE STANDARD.
             COPY PPCREC.
         FD  COMPANY-MASTER-FILE
             LABEL RECORDS ARE STANDARD.
             COPY COMPREC.
         FD  PAY-HISTORY-FILE
             LABEL RECORDS ARE STANDARD.
             COPY PHSTREC.
         WORKING-STORAGE SECTION.
         77 REC-COUNTER PIC 9(4).
         01 WS-TRN-FILE-STATUS PIC X(2).
         01 WS-REG-FILE-STATUS PIC X(2).
         01 WS-GL-FILE-STATUS PIC X(2).
         01 WS-AUD-FILE-STATUS PIC X(2).
         01 WS-PHS-FILE-STATUS PIC X(2).
         01 WS-EOF-SWITCH PIC X(1) VALUE "N".
            88 TRANS-EOF VALUE "Y".
         01 WS-FOUND-SWITCH PIC X(1) VALUE "N".
         01 WS-APPLY-COUNT PIC 9(4) VALUE ZERO.
         01 WS-REJECT-COUNT PIC 9(4) VALUE ZERO.
         01 WS-ADJ-QUARTER PIC 9(1).
         01 WS-ADJ-REG-MEDICARE PIC 9(6)V99.
         01 WS-ADJ-PERIOD-WORK.
            05  WS-ADJ-YEAR           PIC 9(4).
            05  WS-ADJ-MONTH          PIC 9(2).
            88 ADJ-TAKE-FROM-YTD VALUE "-".
         01 WS-NET-ADJ-GROSS PIC S9(9)V99 VALUE ZERO.
         01 WS-GL-ACCOUNTS.
            05  WS-GL-ACCOUNT-SET.
                10  WS-GL-LABOR-ACCOUNT    PIC X(6) VALUE "500100".
                10  WS-GL-TAX-ACCOUNT      PIC X(6) VALUE "500200".
                10  WS-GL-CLEARING-ACCOUNT PIC X(6) VALUE "500900".
                10  WS-GL-401K-ACCOUNT     PIC X(6) VALUE "500300".
                10  WS-GL-INS-ACCOUNT      PIC X(6) VALUE "500400".
                10  WS-GL-GARN-ACCOUNT     PIC X(6) VALUE "500500".
                10  WS-GL-SS-ACCOUNT       PIC X(6) VALUE "500210".
                10  WS-GL-MEDICARE-ACCOUNT PIC X(6) VALUE "500220".
                10  WS-GL-FUTA-ACCOUNT     PIC X(6) VALUE "500230".
                10  WS-GL-SUTA-ACCOUNT     PIC X(6) VALUE "500240".
                10  WS-GL-BENEFIT-ACCOUNT  PIC X(6) VALUE "500600".
            05  WS-GL-SS-LIABILITY     PIC 9(8)V99.
            05  WS-GL-MEDICARE-LIABILITY PIC 9(8)V99.
            05  WS-GL-CLEARING-TOTAL   PIC 9(9)V99.
            05  WS-GL-EMPLR-TAX        PIC 9(8)V99.
         01 WS-CMP-FILE-STATUS PIC X(2).
         01 WS-DEFAULT-COMPANY PIC X(2) VALUE "01".
         01 WS-CMP-COUNT PIC 9(2) VALUE ZERO.
         01 WS-CMP-SUB PIC 9(2).
         01 WS-CMP-MATCH-SUB PIC 9(2).
         01 WS-CMP-CUR-SUB PIC 9(2) VALUE ZERO.
         01 WS-CMP-LOOKUP-CODE PIC X(2).
         01 WS-REG-TITLE PIC X(64).
         01 WS-CMP-TABLE.
            05  WS-CMP-ENTRY OCCURS 10 TIMES.
                10  WS-CMP-CODE            PIC X(2).
                10  WS-CMP-LEGAL-NAME      PIC X(30).
                10  WS-CMP-GL-ACCOUNT-SET  PIC X(66).
                10  WS-CMP-TOUCHED-SWITCH  PIC X(1).
                10  WS-CMP-NET-ADJ-GROSS   PIC S9(9)V99.
                10  WS-CMP-PRIOR-EMP-COUNT PIC 9(4).
                10  WS-CMP-PRIOR-PAY-WEEK  PIC 9(8)V99.
                10  WS-CMP-PRIOR-PAY-MONTH PIC 9(9)V99.
         01 WS-CAL-FILE-STATUS PIC X(2).
         01 WS-CAL-LOADED-SWITCH PIC X(1) VALUE "N".
            88 CALENDAR-LOADED VALUE "Y".
         INITIALIZATION.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
            MOVE ZERO TO REC-COUNTER.
            PERFORM LOAD-COMPANY-MASTER.
            PERFORM READ-AUDIT-HISTORY.
            PERFORM LOAD-PAY-CALENDAR.
            OPEN INPUT ADJ-TRANS-FILE.
            END-IF.
            OPEN OUTPUT ADJ-REGISTER-FILE.
            OPEN OUTPUT ADJ-GL-EXTRACT-FILE.
            OPEN EXTEND PAY-HISTORY-FILE.
            IF WS-PHS-FILE-STATUS = "35"
               OPEN OUTPUT PAY-HISTORY-FILE
            END-IF.
            MOVE SPACES TO WS-REG-TITLE.
            IF WS-CMP-COUNT = 1
               STRING WS-CMP-LEGAL-NAME(1) DELIMITED BY "  "
                      " - PAYROLL ADJUSTMENT REGISTER"
                      DELIMITED BY SIZE INTO WS-REG-TITLE
            ELSE
               MOVE "ALL COMPANIES - PAYROLL ADJUSTMENT REGISTER"
                    TO WS-REG-TITLE
            END-IF.
            MOVE WS-REG-TITLE TO AR-H1-TITLE.
            WRITE AR-HEADING-1.
            WRITE AR-COLUMN-HEADING AFTER ADVANCING 2 LINES.
            PERFORM READ-ADJ-TRANSACTION.
         LOAD-COMPANY-MASTER.
            MOVE ZERO TO WS-CMP-COUNT.
            OPEN INPUT COMPANY-MASTER-FILE.
            IF WS-CMP-FILE-STATUS = "00"
               PERFORM UNTIL WS-CMP-FILE-STATUS NOT = "00"
                        OR WS-CMP-COUNT = 10
                  READ COMPANY-MASTER-FILE
                      AT END MOVE "10" TO WS-CMP-FILE-STATUS
                      NOT AT END
                          PERFORM ADD-COMPANY-ENTRY
                  END-READ
               END-PERFORM
               IF WS-CMP-FILE-STATUS = "00"
                  AND WS-CMP-COUNT = 10
                  READ COMPANY-MASTER-FILE
                      AT END CONTINUE
                      NOT AT END
                          DISPLAY "*** COMPANY TABLE FULL AT 10 "
                             "- COMPMAST HAS MORE RECORDS ***"
                          DISPLAY "ADJUSTMENTS FOR THE MISSING "
                             "COMPANIES WOULD BE REJECTED - RUN "
                             "REFUSED"
                          CLOSE COMPANY-MASTER-FILE
                          MOVE 16 TO RETURN-CODE
                          STOP RUN
                  END-READ
               END-IF
               CLOSE COMPANY-MASTER-FILE
            END-IF.
            IF WS-CMP-COUNT = ZERO
               ADD 1 TO WS-CMP-COUNT
               MOVE WS-DEFAULT-COMPANY TO WS-CMP-CODE(WS-CMP-COUNT)
               MOVE "ACME MFG CO." TO WS-CMP-LEGAL-NAME(WS-CMP-COUNT)
               MOVE WS-GL-ACCOUNT-SET
                    TO WS-CMP-GL-ACCOUNT-SET(WS-CMP-COUNT)
               PERFORM RESET-COMPANY-ENTRY
            END-IF.
         ADD-COMPANY-ENTRY.
            ADD 1 TO WS-CMP-COUNT.
            MOVE CMP-CODE TO WS-CMP-CODE(WS-CMP-COUNT).
            MOVE CMP-LEGAL-NAME TO WS-CMP-LEGAL-NAME(WS-CMP-COUNT).
            IF CMP-GL-ACCOUNT-SET = SPACES
               MOVE WS-GL-ACCOUNT-SET
                    TO WS-CMP-GL-ACCOUNT-SET(WS-CMP-COUNT)
            ELSE
               MOVE CMP-GL-ACCOUNT-SET
                    TO WS-CMP-GL-ACCOUNT-SET(WS-CMP-COUNT)
            END-IF.
            PERFORM RESET-COMPANY-ENTRY.
         RESET-COMPANY-ENTRY.
            MOVE "N" TO WS-CMP-TOUCHED-SWITCH(WS-CMP-COUNT).
            MOVE ZERO TO WS-CMP-NET-ADJ-GROSS(WS-CMP-COUNT).
            MOVE ZERO TO WS-CMP-PRIOR-EMP-COUNT(WS-CMP-COUNT).
            MOVE ZERO TO WS-CMP-PRIOR-PAY-WEEK(WS-CMP-COUNT).
            MOVE ZERO TO WS-CMP-PRIOR-PAY-MONTH(WS-CMP-COUNT).
         FIND-COMPANY.
            IF WS-CMP-LOOKUP-CODE = SPACES
               MOVE WS-DEFAULT-COMPANY TO WS-CMP-LOOKUP-CODE
            END-IF.
            MOVE ZERO TO WS-CMP-MATCH-SUB.
            PERFORM VARYING WS-CMP-SUB FROM 1 BY 1
                    UNTIL WS-CMP-SUB > WS-CMP-COUNT
               IF WS-CMP-CODE(WS-CMP-SUB) = WS-CMP-LOOKUP-CODE
                  MOVE WS-CMP-SUB TO WS-CMP-MATCH-SUB
                  MOVE WS-CMP-COUNT TO WS-CMP-SUB
               END-IF
            END-PERFORM.
         READ-AUDIT-HISTORY.
            OPEN INPUT AUDIT-HISTORY-FILE.
            IF WS-AUD-FILE-STATUS = "00"
               PERFORM UNTIL WS-AUD-FILE-STATUS NOT = "00"
                  READ AUDIT-HISTORY-FILE
                      AT END MOVE "10" TO WS-AUD-FILE-STATUS
                      NOT AT END
                          IF AH-RECORD-TYPE NOT = "O"
                             PERFORM TAKE-PRIOR-RUN-TOTALS
                          END-IF
                  END-READ
               END-PERFORM
               CLOSE AUDIT-HISTORY-FILE
            END-IF.
         TAKE-PRIOR-RUN-TOTALS.
            MOVE AH-COMPANY-CODE TO WS-CMP-LOOKUP-CODE.
            PERFORM FIND-COMPANY.
            IF WS-CMP-MATCH-SUB > ZERO
               MOVE AH-EMP-COUNT
                    TO WS-CMP-PRIOR-EMP-COUNT(WS-CMP-MATCH-SUB)
               MOVE AH-TOTAL-PAY-WEEK
                    TO WS-CMP-PRIOR-PAY-WEEK(WS-CMP-MATCH-SUB)
               MOVE AH-TOTAL-PAY-MONTH
                    TO WS-CMP-PRIOR-PAY-MONTH(WS-CMP-MATCH-SUB)
            END-IF.
         LOAD-PAY-CALENDAR.
            MOVE "N" TO WS-CAL-LOADED-SWITCH.
            MOVE ZERO TO WS-CAL-COUNT.
            ADD 1 TO REC-COUNTER.
            MOVE "A00" TO WS-STATUS-CODE.
            MOVE ADJ-PERIOD-END TO WS-ADJ-PERIOD-WORK.
            IF ADJ-ADDL-MEDICARE-TAX = SPACES
               MOVE ZERO TO ADJ-ADDL-MEDICARE-TAX
            END-IF.
            IF ADJ-PERIOD-END NOT NUMERIC
               OR WS-ADJ-MONTH < 01 OR WS-ADJ-MONTH > 12
               OR ADJ-GROSS-AMOUNT NOT NUMERIC
               OR ADJ-FED-TAX NOT NUMERIC
               OR ADJ-STATE-TAX NOT NUMERIC
               OR ADJ-FICA NOT NUMERIC
               OR ADJ-SS-WAGES NOT NUMERIC
               OR ADJ-SS-TAX NOT NUMERIC
               OR ADJ-MEDICARE-TAX NOT NUMERIC
               OR ADJ-ADDL-MEDICARE-TAX NOT NUMERIC
               OR ADJ-ADDL-MEDICARE-TAX > ADJ-MEDICARE-TAX
               OR ADJ-SS-TAX + ADJ-MEDICARE-TAX NOT = ADJ-FICA
               OR ADJ-SS-WAGES > ADJ-GROSS-AMOUNT
               MOVE "A02" TO WS-STATUS-CODE
               PERFORM REJECT-AND-REPORT
            ELSE
               COMPUTE WS-ADJ-QUARTER = (WS-ADJ-MONTH + 2) / 3
               COMPUTE WS-ADJ-REG-MEDICARE =
                  ADJ-MEDICARE-TAX - ADJ-ADDL-MEDICARE-TAX
               PERFORM FIND-CALENDAR-PERIOD
               IF WS-CAL-PERIOD-SUB > ZERO
                  AND WS-CAL-STATUS(WS-CAL-PERIOD-SUB) = "C"
            END-EVALUATE.
            IF WS-STATUS-CODE = "A00"
               ADD 1 TO WS-APPLY-COUNT
               MOVE "Y" TO WS-CMP-TOUCHED-SWITCH(WS-CMP-CUR-SUB)
               MOVE ADJ-PERIOD-END TO WS-LAST-APPLIED-PERIOD
               PERFORM STAMP-ADJUSTED-PERIOD
               IF NOT ADJ-REISSUE
                  PERFORM WRITE-ADJ-GL-LINES
               END-IF
               IF NOT ADJ-VOID
                  PERFORM WRITE-PAY-HISTORY
               END-IF
            ELSE
               ADD 1 TO WS-REJECT-COUNT
            END-IF.
            END-READ.
            IF NOT YTD-RECORD-FOUND
               MOVE "A01" TO WS-STATUS-CODE
            ELSE
               MOVE YTD-COMPANY-CODE TO WS-CMP-LOOKUP-CODE
               PERFORM FIND-COMPANY
               IF WS-CMP-MATCH-SUB = ZERO
                  MOVE "A05" TO WS-STATUS-CODE
                  DISPLAY "ADJUSTMENT FOR " ADJ-EMP-ID " REFUSED - "
                     "COMPANY " WS-CMP-LOOKUP-CODE " NOT ON COMPMAST"
               ELSE
                  MOVE WS-CMP-MATCH-SUB TO WS-CMP-CUR-SUB
                  MOVE WS-CMP-GL-ACCOUNT-SET(WS-CMP-CUR-SUB)
                       TO WS-GL-ACCOUNT-SET
               END-IF
            END-IF.
         APPLY-YTD-ADJUSTMENT.
            PERFORM CHECK-YTD-ON-FILE.
               OR ADJ-FED-TAX > YTD-QTR-FED-TAX(WS-ADJ-QUARTER)
               OR ADJ-STATE-TAX > YTD-QTR-STATE-TAX(WS-ADJ-QUARTER)
               OR ADJ-FICA > YTD-QTR-FICA(WS-ADJ-QUARTER)
               OR ADJ-SS-WAGES > YTD-SS-WAGES-YTD
               OR ADJ-SS-TAX > YTD-SS-TAX-YTD
               OR ADJ-GROSS-AMOUNT > YTD-MEDICARE-WAGES-YTD
               OR WS-ADJ-REG-MEDICARE > YTD-MEDICARE-TAX-YTD
               OR ADJ-ADDL-MEDICARE-TAX > YTD-ADDL-MEDICARE-YTD
               OR ADJ-SS-WAGES > YTD-QTR-SS-WAGES(WS-ADJ-QUARTER)
               OR ADJ-SS-TAX > YTD-QTR-SS-TAX(WS-ADJ-QUARTER)
               OR ADJ-GROSS-AMOUNT > YTD-QTR-MED-WAGES(WS-ADJ-QUARTER)
               OR WS-ADJ-REG-MEDICARE
                  > YTD-QTR-MED-TAX(WS-ADJ-QUARTER)
               OR ADJ-ADDL-MEDICARE-TAX
                  > YTD-QTR-ADDL-MED-TAX(WS-ADJ-QUARTER)
               MOVE "A03" TO WS-STATUS-CODE
            ELSE
               SUBTRACT ADJ-GROSS-AMOUNT FROM YTD-PAY-YTD
                  FROM YTD-QTR-STATE-TAX(WS-ADJ-QUARTER)
               SUBTRACT ADJ-FICA
                  FROM YTD-QTR-FICA(WS-ADJ-QUARTER)
               SUBTRACT ADJ-SS-WAGES FROM YTD-SS-WAGES-YTD
               SUBTRACT ADJ-SS-TAX FROM YTD-SS-TAX-YTD
               SUBTRACT ADJ-GROSS-AMOUNT FROM YTD-MEDICARE-WAGES-YTD
               SUBTRACT WS-ADJ-REG-MEDICARE FROM YTD-MEDICARE-TAX-YTD
               SUBTRACT ADJ-ADDL-MEDICARE-TAX
                  FROM YTD-ADDL-MEDICARE-YTD
               SUBTRACT ADJ-SS-WAGES
                  FROM YTD-QTR-SS-WAGES(WS-ADJ-QUARTER)
               SUBTRACT ADJ-SS-TAX
                  FROM YTD-QTR-SS-TAX(WS-ADJ-QUARTER)
               SUBTRACT ADJ-GROSS-AMOUNT
                  FROM YTD-QTR-MED-WAGES(WS-ADJ-QUARTER)
               SUBTRACT WS-ADJ-REG-MEDICARE
                  FROM YTD-QTR-MED-TAX(WS-ADJ-QUARTER)
               SUBTRACT ADJ-ADDL-MEDICARE-TAX
                  FROM YTD-QTR-ADDL-MED-TAX(WS-ADJ-QUARTER)
               REWRITE YTD-RECORD
               SUBTRACT ADJ-GROSS-AMOUNT FROM WS-NET-ADJ-GROSS
               SUBTRACT ADJ-GROSS-AMOUNT
                  FROM WS-CMP-NET-ADJ-GROSS(WS-CMP-CUR-SUB)
            END-IF.
         ADD-ON-YTD-AMOUNTS.
            ADD ADJ-GROSS-AMOUNT TO YTD-PAY-YTD.
            ADD ADJ-FED-TAX TO YTD-QTR-FED-TAX(WS-ADJ-QUARTER).
            ADD ADJ-STATE-TAX TO YTD-QTR-STATE-TAX(WS-ADJ-QUARTER).
            ADD ADJ-FICA TO YTD-QTR-FICA(WS-ADJ-QUARTER).
            ADD ADJ-SS-WAGES TO YTD-SS-WAGES-YTD.
            ADD ADJ-SS-TAX TO YTD-SS-TAX-YTD.
            ADD ADJ-GROSS-AMOUNT TO YTD-MEDICARE-WAGES-YTD.
            ADD WS-ADJ-REG-MEDICARE TO YTD-MEDICARE-TAX-YTD.
            ADD ADJ-ADDL-MEDICARE-TAX TO YTD-ADDL-MEDICARE-YTD.
            ADD ADJ-SS-WAGES TO YTD-QTR-SS-WAGES(WS-ADJ-QUARTER).
            ADD ADJ-SS-TAX TO YTD-QTR-SS-TAX(WS-ADJ-QUARTER).
            ADD ADJ-GROSS-AMOUNT
               TO YTD-QTR-MED-WAGES(WS-ADJ-QUARTER).
            ADD WS-ADJ-REG-MEDICARE
               TO YTD-QTR-MED-TAX(WS-ADJ-QUARTER).
            ADD ADJ-ADDL-MEDICARE-TAX
               TO YTD-QTR-ADDL-MED-TAX(WS-ADJ-QUARTER).
            REWRITE YTD-RECORD.
            ADD ADJ-GROSS-AMOUNT TO WS-NET-ADJ-GROSS.
            ADD ADJ-GROSS-AMOUNT
               TO WS-CMP-NET-ADJ-GROSS(WS-CMP-CUR-SUB).
         WRITE-ADJ-GL-LINES.
            MOVE YTD-DEPT TO GL-COST-CENTER.
            MOVE ADJ-PERIOD-END TO GL-PERIOD-END-DATE.
            MOVE WS-CMP-CODE(WS-CMP-CUR-SUB) TO GL-COMPANY-CODE.
            COMPUTE WS-GL-SS-LIABILITY = ADJ-SS-TAX * 2.
            COMPUTE WS-GL-MEDICARE-LIABILITY =
               WS-ADJ-REG-MEDICARE * 2 + ADJ-ADDL-MEDICARE-TAX.
            COMPUTE WS-GL-EMPLR-TAX = ADJ-FICA - ADJ-ADDL-MEDICARE-TAX.
            COMPUTE WS-GL-CLEARING-TOTAL =
               ADJ-GROSS-AMOUNT + WS-GL-EMPLR-TAX
               - WS-GL-SS-LIABILITY - WS-GL-MEDICARE-LIABILITY.
            IF ADJ-TAKE-FROM-YTD
               MOVE WS-GL-LABOR-ACCOUNT TO GL-ACCOUNT-NUMBER
               MOVE ZERO TO GL-DEBIT-AMOUNT
               MOVE "PAYROLL EXPENSE REVERSAL" TO GL-DESCRIPTION
               WRITE GL-EXTRACT-RECORD
               MOVE WS-GL-TAX-ACCOUNT TO GL-ACCOUNT-NUMBER
               MOVE WS-GL-EMPLR-TAX TO GL-CREDIT-AMOUNT
               MOVE "EMPLOYER TAX REVERSAL" TO GL-DESCRIPTION
               WRITE GL-EXTRACT-RECORD
               MOVE WS-GL-SS-ACCOUNT TO GL-ACCOUNT-NUMBER
               MOVE WS-GL-SS-LIABILITY TO GL-DEBIT-AMOUNT
               MOVE ZERO TO GL-CREDIT-AMOUNT
               MOVE "SOCIAL SECURITY TAX REVERSAL" TO GL-DESCRIPTION
               WRITE GL-EXTRACT-RECORD
               MOVE WS-GL-MEDICARE-ACCOUNT TO GL-ACCOUNT-NUMBER
               MOVE WS-GL-MEDICARE-LIABILITY TO GL-DEBIT-AMOUNT
               MOVE "MEDICARE TAX REVERSAL" TO GL-DESCRIPTION
               WRITE GL-EXTRACT-RECORD
               MOVE WS-GL-CLEARING-ACCOUNT TO GL-ACCOUNT-NUMBER
               MOVE WS-GL-CLEARING-TOTAL TO GL-DEBIT-AMOUNT
               MOVE ZERO TO GL-CREDIT-AMOUNT
               MOVE "PAYROLL EXPENSE ADJUSTMENT" TO GL-DESCRIPTION
               WRITE GL-EXTRACT-RECORD
               MOVE WS-GL-TAX-ACCOUNT TO GL-ACCOUNT-NUMBER
               MOVE WS-GL-EMPLR-TAX TO GL-DEBIT-AMOUNT
               MOVE "EMPLOYER TAX ADJUSTMENT" TO GL-DESCRIPTION
               WRITE GL-EXTRACT-RECORD
               MOVE WS-GL-SS-ACCOUNT TO GL-ACCOUNT-NUMBER
               MOVE ZERO TO GL-DEBIT-AMOUNT
               MOVE WS-GL-SS-LIABILITY TO GL-CREDIT-AMOUNT
               MOVE "SOCIAL SECURITY TAX ADJUSTMENT" TO GL-DESCRIPTION
               WRITE GL-EXTRACT-RECORD
               MOVE WS-GL-MEDICARE-ACCOUNT TO GL-ACCOUNT-NUMBER
               MOVE WS-GL-MEDICARE-LIABILITY TO GL-CREDIT-AMOUNT
               MOVE "MEDICARE TAX ADJUSTMENT" TO GL-DESCRIPTION
               WRITE GL-EXTRACT-RECORD
               MOVE WS-GL-CLEARING-ACCOUNT TO GL-ACCOUNT-NUMBER
               MOVE ZERO TO GL-DEBIT-AMOUNT
               MOVE WS-GL-CLEARING-TOTAL TO GL-CREDIT-AMOUNT
               MOVE "ACCRUED PAYROLL ADJUSTMENT" TO GL-DESCRIPTION
               WRITE GL-EXTRACT-RECORD
            END-IF.
         WRITE-PAY-HISTORY.
            INITIALIZE PH-RECORD.
            MOVE ADJ-EMP-ID TO PH-EMP-ID.
            MOVE ADJ-PERIOD-END TO PH-PERIOD-END.
            MOVE WS-RUN-DATE TO PH-POST-DATE.
            MOVE WS-CMP-CODE(WS-CMP-CUR-SUB) TO PH-COMPANY-CODE.
            MOVE YTD-DEPT TO PH-DEPT.
            MOVE YTD-NAME TO PH-EMP-NAME.
            IF ADJ-REISSUE
               MOVE "R" TO PH-ENTRY-TYPE
            ELSE
               MOVE "A" TO PH-ENTRY-TYPE
               IF ADJ-TAKE-FROM-YTD
                  COMPUTE PH-GROSS-PAY = ADJ-GROSS-AMOUNT * -1
                  COMPUTE PH-FED-TAX = ADJ-FED-TAX * -1
                  COMPUTE PH-STATE-TAX = ADJ-STATE-TAX * -1
                  COMPUTE PH-FICA = ADJ-FICA * -1
                  COMPUTE PH-SS-TAX = ADJ-SS-TAX * -1
                  COMPUTE PH-MEDICARE-TAX = ADJ-MEDICARE-TAX * -1
               ELSE
                  MOVE ADJ-GROSS-AMOUNT TO PH-GROSS-PAY
                  MOVE ADJ-FED-TAX TO PH-FED-TAX
                  MOVE ADJ-STATE-TAX TO PH-STATE-TAX
                  MOVE ADJ-FICA TO PH-FICA
                  MOVE ADJ-SS-TAX TO PH-SS-TAX
                  MOVE ADJ-MEDICARE-TAX TO PH-MEDICARE-TAX
               END-IF
               COMPUTE PH-NET-PAY = PH-GROSS-PAY - PH-FED-TAX
                  - PH-STATE-TAX - PH-FICA
            END-IF.
            MOVE YTD-PAY-YTD TO PH-YTD-GROSS.
            WRITE PH-RECORD.
         WRITE-ADJ-REGISTER-LINE.
            MOVE ADJ-TRANS-CODE TO AR-DTL-CODE.
            MOVE ADJ-EMP-ID TO AR-DTL-EMP-ID.
            IF WS-AUD-FILE-STATUS = "35"
               OPEN OUTPUT AUDIT-HISTORY-FILE
            END-IF.
            PERFORM VARYING WS-CMP-CUR-SUB FROM 1 BY 1
                    UNTIL WS-CMP-CUR-SUB > WS-CMP-COUNT
               IF WS-CMP-TOUCHED-SWITCH(WS-CMP-CUR-SUB) = "Y"
                  PERFORM WRITE-COMPANY-AUDIT-RECORD
               END-IF
            END-PERFORM.
            CLOSE AUDIT-HISTORY-FILE.
         WRITE-COMPANY-AUDIT-RECORD.
            IF WS-LAST-APPLIED-PERIOD > ZERO
               MOVE WS-LAST-APPLIED-PERIOD TO AH-RUN-DATE
            ELSE
               MOVE WS-RUN-DATE TO AH-RUN-DATE
            END-IF.
            MOVE WS-CMP-PRIOR-EMP-COUNT(WS-CMP-CUR-SUB) TO AH-EMP-COUNT.
            COMPUTE AH-TOTAL-PAY-WEEK =
               WS-CMP-PRIOR-PAY-WEEK(WS-CMP-CUR-SUB)
               + WS-CMP-NET-ADJ-GROSS(WS-CMP-CUR-SUB).
            COMPUTE AH-TOTAL-PAY-MONTH =
               WS-CMP-PRIOR-PAY-MONTH(WS-CMP-CUR-SUB)
               + (WS-CMP-NET-ADJ-GROSS(WS-CMP-CUR-SUB) * 4).
            MOVE "A" TO AH-RECORD-TYPE.
            MOVE WS-CMP-NET-ADJ-GROSS(WS-CMP-CUR-SUB)
                 TO AH-NET-ADJUSTMENT.
            MOVE WS-CMP-CODE(WS-CMP-CUR-SUB) TO AH-COMPANY-CODE.
            WRITE AUDIT-HISTORY-RECORD.
         END-OF-JOB.
            MOVE WS-NET-ADJ-GROSS TO AR-TOT-GROSS.
            WRITE AR-TOTAL-LINE AFTER ADVANCING 2 LINES.
            CLOSE YTD-MASTER-FILE.
            CLOSE ADJ-REGISTER-FILE.
            CLOSE ADJ-GL-EXTRACT-FILE.
            CLOSE PAY-HISTORY-FILE.
            IF WS-APPLY-COUNT > ZERO
               PERFORM WRITE-AUDIT-HISTORY
            END-IF.
