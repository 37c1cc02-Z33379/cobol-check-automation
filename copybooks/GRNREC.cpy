      *  TAKEN FROM DISPOSABLE EARNINGS BEFORE VOLUNTARY
      *  DEDUCTIONS, CHILD SUPPORT FIRST, THEN TAX LEVY,
      *  THEN CREDITOR, EACH CAPPED AT GRN-CAP-PCT OF
      *  DISPOSABLE EARNINGS; A NON-ZERO GRN-END-DATE MEANS
      *  THE ORDER WAS ENDED BY THE TERMINATION FINAL-PAY
      *  RUN AND IS NO LONGER TAKEN
      *****************************************************
       01  GRN-RECORD.
           05  GRN-EMP-ID               PIC X(6).
           05  GRN-GOAL-AMOUNT          PIC 9(7)V99.
           05  GRN-TAKEN-AMOUNT         PIC 9(7)V99.
           05  GRN-ARREARS-AMOUNT       PIC 9(5)V99.
           05  GRN-END-DATE             PIC 9(8).
