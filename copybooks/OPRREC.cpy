      *****************************************************
      *  OPR-RECORD - MAINTENANCE OPERATOR AUTHORIZATION
      *  ONE RECORD PER OPERATOR ALLOWED TO KEY EMPLOYEE
      *  MASTER MAINTENANCE; THE APPROVE FLAG MARKS WHO MAY
      *  APPROVE OR REJECT ANOTHER OPERATOR'S BANK/PAY CHANGE
      *****************************************************
       01  OPR-RECORD.
           05  OPR-OPERATOR-ID          PIC X(8).
           05  OPR-NAME                 PIC X(30).
           05  OPR-ACTIVE-FLAG          PIC X(1).
               88  OPR-ACTIVE           VALUE "A".
           05  OPR-MAINT-AUTH           PIC X(1).
               88  OPR-MAY-MAINTAIN     VALUE "Y".
           05  OPR-APPROVE-AUTH         PIC X(1).
               88  OPR-MAY-APPROVE      VALUE "Y".
