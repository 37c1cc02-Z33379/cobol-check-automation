      *****************************************************
      *  LD-RECORD - LABOR DISTRIBUTION DETAIL
      *  ONE RECORD PER EMPLOYEE PER CHARGED DEPARTMENT PER
      *  PERIOD WRITTEN BY EMPPAY'S FINAL RUN; HOURS AND
      *  DOLLARS ARE SPLIT OVER THE TIMECARD CHARGE LINES THE
      *  SAME WAY AS THE GL LABOR DISTRIBUTION (ALL TO THE
      *  HOME DEPARTMENT WHEN THERE ARE NO CHARGE LINES);
      *  STRAIGHT-TIME HOURS ARE THE 1.00 TIER, OVERTIME
      *  HOURS ALL HIGHER TIERS; SUPPLEMENTAL EARNINGS ARE
      *  NOT INCLUDED
      *****************************************************
       01  LD-RECORD.
           05  LD-PERIOD-END            PIC 9(8).
           05  LD-COMPANY-CODE          PIC X(2).
           05  LD-CHARGE-DEPT           PIC X(4).
           05  LD-HOME-DEPT             PIC X(4).
           05  LD-EMP-ID                PIC X(6).
           05  LD-ST-HOURS              PIC 9(3)V99.
           05  LD-OT-HOURS              PIC 9(3)V99.
           05  LD-LABOR-AMOUNT          PIC 9(7)V99.
