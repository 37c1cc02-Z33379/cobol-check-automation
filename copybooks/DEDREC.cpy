      *****************************************************
      *  DED-RECORD - VOLUNTARY DEDUCTION MASTER LAYOUT
      *  ONE RECORD PER EMPLOYEE PER DEDUCTION, APPLIED IN
      *  DED-PRIORITY ORDER AFTER TAX WITHHOLDING; A NON-ZERO
      *  DED-END-DATE MEANS THE DEDUCTION WAS ENDED BY THE
      *  TERMINATION FINAL-PAY RUN AND IS NO LONGER TAKEN
      *****************************************************
       01  DED-RECORD.
           05  DED-EMP-ID               PIC X(6).
           05  DED-GOAL-AMOUNT          PIC 9(7)V99.
           05  DED-TAKEN-AMOUNT         PIC 9(7)V99.
           05  DED-ARREARS-AMOUNT       PIC 9(5)V99.
           05  DED-END-DATE             PIC 9(8).
