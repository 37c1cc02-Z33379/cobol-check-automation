               88  EMP-HOURLY-PAID      VALUE "H".
               88  EMP-SALARIED         VALUE "S".
           05  EMP-SALARY-AMOUNT        PIC 9(7)V99.
           05  EMP-TERM-DATE            PIC 9(8).
           05  EMP-TERM-REASON          PIC X(2).
           05  EMP-FINAL-PAY-STATUS     PIC X(1).
               88  EMP-FINAL-PAY-PENDING VALUE "P".
               88  EMP-FINAL-PAY-ISSUED VALUE "I".
      *    EMP-FICA AND EMP-FICA-YTD ABOVE CARRY THE EMPLOYEE TOTAL
      *    OF SOCIAL SECURITY + MEDICARE + ADDITIONAL MEDICARE; THE
      *    BUCKETS BELOW SPLIT IT OUT AND CARRY THE EMPLOYER-ONLY
      *    FUTA AND SUTA TAXES AGAINST THEIR OWN WAGE BASES
           05  EMP-SS-TAX               PIC 9(6)V99.
           05  EMP-MEDICARE-TAX         PIC 9(6)V99.
           05  EMP-ADDL-MEDICARE-TAX    PIC 9(6)V99.
           05  EMP-FUTA-TAX             PIC 9(6)V99.
           05  EMP-SUTA-TAX             PIC 9(6)V99.
           05  EMP-SS-WAGES-YTD         PIC 9(8)V99.
           05  EMP-SS-TAX-YTD           PIC 9(7)V99.
           05  EMP-MEDICARE-WAGES-YTD   PIC 9(8)V99.
           05  EMP-MEDICARE-TAX-YTD     PIC 9(7)V99.
           05  EMP-ADDL-MEDICARE-YTD    PIC 9(7)V99.
           05  EMP-FUTA-WAGES-YTD       PIC 9(8)V99.
           05  EMP-FUTA-TAX-YTD         PIC 9(7)V99.
           05  EMP-SUTA-WAGES-YTD       PIC 9(8)V99.
           05  EMP-SUTA-TAX-YTD         PIC 9(7)V99.
           05  EMP-QTR-WAGE-BASE-TABLE.
               10  EMP-QTR-WAGE-BASE-TOTALS OCCURS 4 TIMES.
                   15  EMP-QTR-SS-WAGES     PIC 9(8)V99.
                   15  EMP-QTR-SS-TAX       PIC 9(7)V99.
                   15  EMP-QTR-MED-WAGES    PIC 9(8)V99.
                   15  EMP-QTR-MED-TAX      PIC 9(7)V99.
                   15  EMP-QTR-ADDL-MED-TAX PIC 9(7)V99.
                   15  EMP-QTR-FUTA-WAGES   PIC 9(8)V99.
                   15  EMP-QTR-FUTA-TAX     PIC 9(7)V99.
                   15  EMP-QTR-SUTA-WAGES   PIC 9(8)V99.
                   15  EMP-QTR-SUTA-TAX     PIC 9(7)V99.
           05  EMP-401K-DEFERRAL-YTD    PIC 9(7)V99.
           05  EMP-401K-MATCH-YTD       PIC 9(7)V99.
           05  EMP-COMPANY-CODE         PIC X(2).
