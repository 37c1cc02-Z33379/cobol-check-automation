      *****************************************************
      *  ETR-RECORD - EMPLOYEE MASTER MAINTENANCE
      *  TRANSACTION LAYOUT (ADD/CHANGE/DELETE/INQUIRE/
      *  TERMINATE/APPROVE/REJECT); TERM DATE AND REASON ARE
      *  USED ONLY BY THE TERMINATE TRANSACTION. APPROVE AND
      *  REJECT ACT ON THE EMPLOYEE'S PENDING BANK/PAY CHANGE.
      *  EVERY TRANSACTION CARRIES THE KEYING OPERATOR'S ID.
      *  A BLANK COMPANY CODE ON A CHANGE LEAVES THE COMPANY
      *  UNCHANGED; ON AN ADD IT MEANS COMPANY 01
      *****************************************************
       01  ETR-RECORD.
           05  ETR-TRANS-CODE           PIC X(1).
               88  ETR-CHANGE           VALUE "C".
               88  ETR-DELETE           VALUE "D".
               88  ETR-INQUIRE          VALUE "I".
               88  ETR-TERMINATE        VALUE "T".
               88  ETR-APPROVE          VALUE "V".
               88  ETR-REJECT           VALUE "R".
           05  ETR-ID                   PIC X(6).
           05  ETR-NAME.
               10  ETR-FNAME            PIC X(15).
           05  ETR-BANK-ACCT-TYPE       PIC X(1).
           05  ETR-PAY-TYPE             PIC X(1).
           05  ETR-SALARY-AMOUNT        PIC 9(7)V99.
           05  ETR-TERM-DATE            PIC 9(8).
           05  ETR-TERM-REASON          PIC X(2).
           05  ETR-OPERATOR-ID          PIC X(8).
           05  ETR-COMPANY-CODE         PIC X(2).
