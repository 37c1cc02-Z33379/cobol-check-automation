      *****************************************************
      *  MAINT-LOG-RECORD - EMPLOYEE MASTER MAINTENANCE
      *  LOG WITH BEFORE/AFTER IMAGES OF EVERY ADD, CHANGE,
      *  DELETE AND TERMINATION APPLIED BY EMPMAINT, AND
      *  OF EVERY PENDING BANK/PAY CHANGE APPROVED OR
      *  REJECTED; THE OPERATOR WHO KEYED THE TRANSACTION IS
      *  KEPT, AND ON AN APPROVAL OR REJECTION ALSO THE
      *  OPERATOR WHO ENTERED THE ORIGINAL CHANGE; THE
      *  EMPLOYEE'S COMPANY CODE BEFORE AND AFTER IS KEPT AT
      *  THE END OF THE RECORD
      *****************************************************
       01  MAINT-LOG-RECORD.
           05  ML-TRANS-DATE        PIC 9(8).
               10  MLB-PAY-TYPE         PIC X(1).
               10  MLB-SALARY-AMOUNT    PIC 9(7)V99.
               10  MLB-PRENOTE-STATUS   PIC X(1).
               10  MLB-TERM-DATE        PIC 9(8).
               10  MLB-TERM-REASON      PIC X(2).
               10  MLB-FINAL-PAY-STATUS PIC X(1).
           05  ML-AFTER-IMAGE.
               10  MLA-NAME.
                   15  MLA-FNAME        PIC X(15).
               10  MLA-PAY-TYPE         PIC X(1).
               10  MLA-SALARY-AMOUNT    PIC 9(7)V99.
               10  MLA-PRENOTE-STATUS   PIC X(1).
               10  MLA-TERM-DATE        PIC 9(8).
               10  MLA-TERM-REASON      PIC X(2).
               10  MLA-FINAL-PAY-STATUS PIC X(1).
           05  ML-OPERATOR-ID           PIC X(8).
           05  ML-ENTRY-OPERATOR-ID     PIC X(8).
           05  ML-PENDING-FLAG          PIC X(1).
               88  ML-CHANGE-PENDING    VALUE "Y".
           05  ML-BEFORE-COMPANY-CODE   PIC X(2).
           05  ML-AFTER-COMPANY-CODE    PIC X(2).
