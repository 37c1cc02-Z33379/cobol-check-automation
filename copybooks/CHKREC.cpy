      *****************************************************
      *  CHECKPOINT-RECORD - PAYROLL RUN RESTART CHECKPOINT
      *  WRITTEN BY EMPPAY AFTER EVERY EMPLOYEE; A NON-EMPTY
      *  CHKPT FILE MEANS A PAYROLL RUN IS IN FLIGHT; THE
      *  COMPANY ENTRIES CARRY EACH COMPANY'S NEXT CHECK
      *  NUMBER AND RUN TOTALS SO FAR
      *****************************************************
       01  CHECKPOINT-RECORD.
           05  CHK-LAST-EMP-ID          PIC X(6).
           05  CHK-DIST-ENTRY OCCURS 25 TIMES.
               10  CHK-DIST-DEPT        PIC X(4).
               10  CHK-DIST-AMOUNT      PIC 9(8)V99.
           05  CHK-DEPT-SUP-ENTRY OCCURS 20 TIMES.
               10  CHK-DEPT-SUP-AMOUNT  PIC 9(8)V99.
           05  CHK-DEPT-TOTAL-SS-LIAB   PIC 9(8)V99.
           05  CHK-DEPT-TOTAL-MED-LIAB  PIC 9(8)V99.
           05  CHK-DEPT-TOTAL-FUTA      PIC 9(7)V99.
           05  CHK-DEPT-TOTAL-SUTA      PIC 9(7)V99.
           05  CHK-DEPT-TOTAL-MATCH     PIC 9(7)V99.
           05  CHK-PREV-COMPANY         PIC X(2).
           05  CHK-CMP-ENTRY OCCURS 10 TIMES.
               10  CHK-CMP-CODE            PIC X(2).
               10  CHK-CMP-NEXT-CHECK-NO   PIC 9(8).
               10  CHK-CMP-EMP-COUNT       PIC 9(4).
               10  CHK-CMP-ACCEPT-COUNT    PIC 9(4).
               10  CHK-CMP-TOTAL-PAY-WEEK  PIC 9(8)V99.
               10  CHK-CMP-TOTAL-PAY-MONTH PIC 9(9)V99.
