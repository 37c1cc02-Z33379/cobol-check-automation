      *  AH-RECORD-TYPE "P" = PAYROLL RUN (TOTALS ARE THE
      *  RUN'S OWN), "A" = ADJUSTMENT RUN (TOTALS ARE THE
      *  PRIOR RUN'S CARRIED FORWARD PLUS THE ADJUSTMENT;
      *  AH-NET-ADJUSTMENT HOLDS THE SIGNED NET ALONE),
      *  "O" = OFF-CYCLE TERMINATION FINAL-PAY RUN (TOTALS
      *  ARE THE RUN'S OWN; NOT TREATED AS A PRIOR RUN).
      *  ONE RECORD IS WRITTEN PER COMPANY PAID IN THE RUN;
      *  A BLANK COMPANY CODE IS COMPANY 01
      *****************************************************
       01  AUDIT-HISTORY-RECORD.
           05  AH-RUN-DATE           PIC 9(8).
           05  AH-TOTAL-PAY-MONTH    PIC 9(9)V99.
           05  AH-RECORD-TYPE        PIC X(1).
           05  AH-NET-ADJUSTMENT     PIC S9(8)V99.
           05  AH-COMPANY-CODE       PIC X(2).
