      *****************************************************
      *  SUP-RECORD - SUPPLEMENTAL EARNINGS TRANSACTION
      *  BONUS, COMMISSION, PREMIUM AND ONE-TIME PAYMENTS;
      *  ONE LINE PER EARNINGS CODE, KEYED BY EMPLOYEE AND
      *  PAY PERIOD END. PAID ON TOP OF REGULAR GROSS AND
      *  WITHHELD AT THE FLAT SUPPLEMENTAL FEDERAL RATE
      *****************************************************
       01  SUP-RECORD.
           05  SUP-EMP-ID               PIC X(6).
           05  SUP-PERIOD-END           PIC 9(8).
           05  SUP-EARN-CODE            PIC X(4).
           05  SUP-AMOUNT               PIC 9(7)V99.
