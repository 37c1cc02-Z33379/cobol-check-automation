      *****************************************************
      *  PH-RECORD - CURRENT-YEAR PAY HISTORY
      *  ONE "P" (OR "F" FOR A TERMINATION FINAL PAY) RECORD
      *  PER EMPLOYEE PER PERIOD WRITTEN BY EMPPAY'S FINAL
      *  RUN, CARRYING EVERYTHING ON THE EARNINGS STATEMENT
      *  SO IT CAN BE REPRINTED; "A" MANUAL ADJUSTMENT AND
      *  "R" REISSUE ENTRIES WRITTEN BY PAYADJ; "V" VOID
      *  ENTRIES WRITTEN BY CHKMAINT. ADJUSTMENT AND VOID
      *  AMOUNTS ARE SIGNED (A VOID IS NEGATIVE); A REISSUE
      *  IS A MEMO ENTRY WITH ZERO AMOUNTS. PAY METHOD "C" =
      *  CHECK (CHECK NUMBER KEPT), "D" = DIRECT DEPOSIT.
      *  PH-SUPP-AMOUNT IS THE TOTAL OF THE SUPPLEMENTAL
      *  EARNINGS; PH-SUPP-EARNING CARRIES EACH EARNINGS CODE
      *  AND AMOUNT THAT MAKE IT UP (PH-SUPP-COUNT ENTRIES)
      *****************************************************
       01  PH-RECORD.
           05  PH-EMP-ID                PIC X(6).
           05  PH-PERIOD-END            PIC 9(8).
           05  PH-ENTRY-TYPE            PIC X(1).
               88  PH-REGULAR-PAY       VALUE "P".
               88  PH-FINAL-PAY         VALUE "F".
               88  PH-ADJUSTMENT        VALUE "A".
               88  PH-REISSUE           VALUE "R".
               88  PH-VOID              VALUE "V".
               88  PH-PAY-ENTRY         VALUE "P" "F".
           05  PH-POST-DATE             PIC 9(8).
           05  PH-COMPANY-CODE          PIC X(2).
           05  PH-DEPT                  PIC X(4).
           05  PH-EMP-NAME              PIC X(30).
           05  PH-PAY-TYPE              PIC X(1).
           05  PH-HOURLY-RATE           PIC 9(3)V99.
           05  PH-TOTAL-HOURS           PIC 9(3).
           05  PH-TIER-COUNT            PIC 9(1).
           05  PH-TIER OCCURS 9 TIMES.
               10  PH-TIER-HOURS        PIC 9(3).
               10  PH-TIER-MULT         PIC 9V99.
               10  PH-TIER-AMOUNT       PIC 9(7)V99.
           05  PH-VAC-HOURS             PIC 9(3).
           05  PH-SICK-HOURS            PIC 9(3).
           05  PH-PERS-HOURS            PIC 9(3).
           05  PH-LEAVE-PAY             PIC 9(7)V99.
           05  PH-PAYOUT-HOURS          PIC 9(4)V99.
           05  PH-PAYOUT-AMOUNT         PIC 9(7)V99.
           05  PH-SUPP-AMOUNT           PIC 9(7)V99.
           05  PH-GROSS-PAY             PIC S9(7)V99.
           05  PH-FED-TAX               PIC S9(6)V99.
           05  PH-STATE-TAX             PIC S9(6)V99.
           05  PH-FICA                  PIC S9(6)V99.
           05  PH-SS-TAX                PIC S9(6)V99.
           05  PH-MEDICARE-TAX          PIC S9(6)V99.
           05  PH-401K                  PIC S9(5)V99.
           05  PH-INSURANCE             PIC S9(5)V99.
           05  PH-GARNISHMENT           PIC S9(5)V99.
           05  PH-NET-PAY               PIC S9(7)V99.
           05  PH-PAY-METHOD            PIC X(1).
               88  PH-PAID-BY-CHECK     VALUE "C".
               88  PH-PAID-BY-DD        VALUE "D".
           05  PH-CHECK-NO              PIC 9(8).
           05  PH-YTD-GROSS             PIC 9(8)V99.
           05  PH-VAC-BALANCE           PIC 9(4)V99.
           05  PH-SICK-BALANCE          PIC 9(4)V99.
           05  PH-PERS-BALANCE          PIC 9(4)V99.
           05  PH-TERM-DATE             PIC 9(8).
           05  PH-TERM-REASON           PIC X(2).
           05  PH-SUPP-COUNT            PIC 9(2).
           05  PH-SUPP-EARNING OCCURS 10 TIMES.
               10  PH-SUPP-EARN-CODE    PIC X(4).
               10  PH-SUPP-EARN-AMOUNT  PIC 9(7)V99.
