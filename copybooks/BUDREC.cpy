      *****************************************************
      *  BUD-RECORD - DEPARTMENT LABOR BUDGET
      *  BUDGETED STRAIGHT-TIME HOURS, OVERTIME HOURS AND
      *  LABOR DOLLARS FOR A DEPARTMENT; TYPE "P" IS THE
      *  BUDGET FOR THE PAY PERIOD ENDING ON BUD-PERIOD-END,
      *  TYPE "M" IS THE BUDGET FOR THE WHOLE CALENDAR MONTH
      *  OF BUD-PERIOD-END (DAY IGNORED) AND IS SPREAD OVER
      *  THE MONTH BY CALENDAR DAYS WHEN A DEPARTMENT HAS NO
      *  PAY-PERIOD BUDGETS FOR THAT MONTH
      *****************************************************
       01  BUD-RECORD.
           05  BUD-DEPT                 PIC X(4).
           05  BUD-TYPE                 PIC X(1).
               88  BUD-PERIOD-BUDGET    VALUE "P".
               88  BUD-MONTH-BUDGET     VALUE "M".
           05  BUD-PERIOD-END           PIC 9(8).
           05  BUD-ST-HOURS             PIC 9(5)V99.
           05  BUD-OT-HOURS             PIC 9(5)V99.
           05  BUD-LABOR-DOLLARS        PIC 9(8)V99.
