      *****************************************************
      *  PCH-RECORD - PENDING EMPLOYEE BANK/PAY CHANGE
      *  A CHANGE TO BANK DETAILS, PAY RATE, SALARY OR PAY
      *  TYPE IS HELD HERE UNTIL A DIFFERENT AUTHORIZED
      *  OPERATOR APPROVES IT IN A LATER EMPMAINT RUN; OLD
      *  VALUES ARE THE MASTER AS IT STOOD WHEN KEYED
      *****************************************************
       01  PCH-RECORD.
           05  PCH-EMP-ID               PIC X(6).
           05  PCH-STATUS               PIC X(1).
               88  PCH-PENDING          VALUE "P".
               88  PCH-APPROVED         VALUE "A".
               88  PCH-REJECTED         VALUE "R".
           05  PCH-ENTERED-DATE         PIC 9(8).
           05  PCH-ENTERED-OPER         PIC X(8).
           05  PCH-ACTION-DATE          PIC 9(8).
           05  PCH-ACTION-OPER          PIC X(8).
           05  PCH-BANK-CHANGE          PIC X(1).
               88  PCH-BANK-CHANGED     VALUE "Y".
           05  PCH-PAY-CHANGE           PIC X(1).
               88  PCH-PAY-CHANGED      VALUE "Y".
           05  PCH-OLD-VALUES.
               10  PCH-OLD-ROUTING      PIC X(9).
               10  PCH-OLD-ACCOUNT      PIC X(17).
               10  PCH-OLD-ACCT-TYPE    PIC X(1).
               10  PCH-OLD-HOURLY-RATE  PIC 9(3)V99.
               10  PCH-OLD-PAY-TYPE     PIC X(1).
               10  PCH-OLD-SALARY       PIC 9(7)V99.
           05  PCH-NEW-VALUES.
               10  PCH-NEW-ROUTING      PIC X(9).
               10  PCH-NEW-ACCOUNT      PIC X(17).
               10  PCH-NEW-ACCT-TYPE    PIC X(1).
               10  PCH-NEW-HOURLY-RATE  PIC 9(3)V99.
               10  PCH-NEW-PAY-TYPE     PIC X(1).
               10  PCH-NEW-SALARY       PIC 9(7)V99.
