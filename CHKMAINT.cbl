             SELECT ADJ-TRANS-FILE ASSIGN TO "ADJTRAN"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ADJ-FILE-STATUS.
             SELECT PAY-HISTORY-FILE ASSIGN TO "PAYHIST"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-PHS-FILE-STATUS.
             SELECT CHECK-MAINT-REPORT-FILE ASSIGN TO "CHKMRPT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-RPT-FILE-STATUS.
         FD  ADJ-TRANS-FILE
             LABEL RECORDS ARE STANDARD.
             COPY ADJREC.
         FD  PAY-HISTORY-FILE
             LABEL RECORDS ARE STANDARD.
             COPY PHSTREC.
         FD  CHECK-MAINT-REPORT-FILE
             LABEL RECORDS ARE STANDARD.
         01  CM-HEADING-1.
         01 WS-CKN-FILE-STATUS PIC X(2).
         01 WS-ADJ-FILE-STATUS PIC X(2).
         01 WS-RPT-FILE-STATUS PIC X(2).
         01 WS-PHS-FILE-STATUS PIC X(2).
         01 WS-RUN-DATE PIC 9(8).
         01 WS-EOF-SWITCH PIC X(1) VALUE "N".
            88 REGISTER-EOF VALUE "Y".
         01 WS-TRANS-COUNT PIC 9(3) VALUE ZERO.
            STOP RUN.
         INITIALIZATION.
            MOVE ZERO TO REC-COUNTER.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
            PERFORM LOAD-CHECK-TRANSACTIONS.
            IF WS-TRANS-COUNT = ZERO
               DISPLAY "CHKTRAN EMPTY OR MISSING - NOTHING TO APPLY"
            END-IF.
            OPEN OUTPUT CHECK-REGISTER-NEW-FILE.
            OPEN OUTPUT ADJ-TRANS-FILE.
            OPEN EXTEND PAY-HISTORY-FILE.
            IF WS-PHS-FILE-STATUS = "35"
               OPEN OUTPUT PAY-HISTORY-FILE
            END-IF.
            OPEN OUTPUT CHECK-MAINT-REPORT-FILE.
            WRITE CM-HEADING-1.
            WRITE CM-COLUMN-HEADING AFTER ADVANCING 2 LINES.
                     ADD 1 TO WS-APPLY-COUNT
                     ADD 1 TO WS-VOID-COUNT
                     PERFORM WRITE-VOID-REVERSAL
                     PERFORM WRITE-VOID-HISTORY
                     MOVE "CHECK VOIDED - ADJTRAN REVERSAL WRITTEN"
                          TO CM-DTL-RESULT
                  ELSE
            MOVE CKR-FED-TAX TO ADJ-FED-TAX.
            MOVE CKR-STATE-TAX TO ADJ-STATE-TAX.
            MOVE CKR-FICA TO ADJ-FICA.
            MOVE CKR-SS-WAGES TO ADJ-SS-WAGES.
            MOVE CKR-SS-TAX TO ADJ-SS-TAX.
            MOVE CKR-MEDICARE-TAX TO ADJ-MEDICARE-TAX.
            IF CKR-ADDL-MEDICARE-TAX NUMERIC
               MOVE CKR-ADDL-MEDICARE-TAX TO ADJ-ADDL-MEDICARE-TAX
            ELSE
               MOVE ZERO TO ADJ-ADDL-MEDICARE-TAX
            END-IF.
            WRITE ADJ-RECORD.
         WRITE-VOID-HISTORY.
            INITIALIZE PH-RECORD.
            MOVE CKR-EMP-ID TO PH-EMP-ID.
            MOVE CKR-ISSUE-DATE TO PH-PERIOD-END.
            MOVE "V" TO PH-ENTRY-TYPE.
            MOVE WS-RUN-DATE TO PH-POST-DATE.
            MOVE CKR-COMPANY-CODE TO PH-COMPANY-CODE.
            MOVE CKR-PAYEE-NAME TO PH-EMP-NAME.
            COMPUTE PH-GROSS-PAY = CKR-GROSS-AMOUNT * -1.
            COMPUTE PH-FED-TAX = CKR-FED-TAX * -1.
            COMPUTE PH-STATE-TAX = CKR-STATE-TAX * -1.
            COMPUTE PH-FICA = CKR-FICA * -1.
            COMPUTE PH-SS-TAX = CKR-SS-TAX * -1.
            COMPUTE PH-MEDICARE-TAX = CKR-MEDICARE-TAX * -1.
            COMPUTE PH-NET-PAY = CKR-AMOUNT * -1.
            MOVE "C" TO PH-PAY-METHOD.
            MOVE CKR-CHECK-NUMBER TO PH-CHECK-NO.
            WRITE PH-RECORD.
         REPORT-UNMATCHED-TRANSACTIONS.
            PERFORM VARYING WS-TRANS-SUB FROM 1 BY 1
                    UNTIL WS-TRANS-SUB > WS-TRANS-COUNT
            CLOSE CHECK-REGISTER-FILE.
            CLOSE CHECK-REGISTER-NEW-FILE.
            CLOSE ADJ-TRANS-FILE.
            CLOSE PAY-HISTORY-FILE.
            CLOSE CHECK-MAINT-REPORT-FILE.
            DISPLAY "REGISTER RECORDS READ: " REC-COUNTER.
            DISPLAY "ACTIONS APPLIED: " WS-APPLY-COUNT.
