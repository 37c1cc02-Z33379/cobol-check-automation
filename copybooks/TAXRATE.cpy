      *****************************************************
      *  WS-PAYROLL-TAX-RATES - STATUTORY PAYROLL TAX RATES
      *  AND ANNUAL WAGE BASES; SOCIAL SECURITY AND MEDICARE
      *  ARE MATCHED BY THE EMPLOYER, ADDITIONAL MEDICARE IS
      *  EMPLOYEE-ONLY, FUTA AND SUTA ARE EMPLOYER-ONLY.
      *  UPDATE AT EACH CALENDAR YEAR-END WITH YTDCLOSE.
      *****************************************************
       01  WS-PAYROLL-TAX-RATES.
           05  WS-SS-RATE               PIC V9999 VALUE .0620.
           05  WS-SS-WAGE-BASE          PIC 9(7)V99 VALUE 176100.00.
           05  WS-MEDICARE-RATE         PIC V9999 VALUE .0145.
           05  WS-ADDL-MEDICARE-RATE    PIC V9999 VALUE .0090.
           05  WS-ADDL-MEDICARE-THRESHOLD
                                        PIC 9(7)V99 VALUE 200000.00.
           05  WS-FUTA-RATE             PIC V9999 VALUE .0060.
           05  WS-FUTA-WAGE-BASE        PIC 9(7)V99 VALUE 7000.00.
           05  WS-SUTA-RATE             PIC V9999 VALUE .0270.
           05  WS-SUTA-WAGE-BASE        PIC 9(7)V99 VALUE 9000.00.
