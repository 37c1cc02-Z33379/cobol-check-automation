         IDENTIFICATION DIVISION.
         PROGRAM-ID. BUDVAR.
         AUTHOR. ASHIS KUMAR NAIK.
         ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
             SELECT BUDGET-PARM-FILE ASSIGN TO "BVPARM"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-PRM-FILE-STATUS.
             SELECT LABOR-DIST-FILE ASSIGN TO "LABDIST"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-LDS-FILE-STATUS.
             SELECT LABOR-BUDGET-FILE ASSIGN TO "LABBUDG"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-BUD-FILE-STATUS.
             SELECT DEPT-MASTER-FILE ASSIGN TO "DEPTMAST"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-DPT-FILE-STATUS.
             SELECT BUDGET-REPORT-FILE ASSIGN TO "BUDVRPT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-RPT-FILE-STATUS.
             SELECT PAY-CALENDAR-FILE ASSIGN TO "PAYCAL"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-CAL-FILE-STATUS.
             SELECT COMPANY-MASTER-FILE ASSIGN TO "COMPMAST"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-CMP-FILE-STATUS.
         DATA DIVISION.
         FILE SECTION.
         FD  BUDGET-PARM-FILE
             LABEL RECORDS ARE STANDARD.
         01  BUDGET-PARM-RECORD.
             05  BP-PERIOD-END        PIC 9(8).
             05  BP-OT-THRESHOLD      PIC 9(2)V9.
         FD  LABOR-DIST-FILE
             LABEL RECORDS ARE STANDARD.
             COPY LDSTREC.
         FD  LABOR-BUDGET-FILE
             LABEL RECORDS ARE STANDARD.
             COPY BUDREC.
         FD  DEPT-MASTER-FILE
             LABEL RECORDS ARE STANDARD.
             COPY DPTREC.
         FD  PAY-CALENDAR-FILE
             LABEL RECORDS ARE STANDARD.
             COPY PPCREC.
         FD  COMPANY-MASTER-FILE
             LABEL RECORDS ARE STANDARD.
             COPY COMPREC.
         FD  BUDGET-REPORT-FILE
             LABEL RECORDS ARE STANDARD.
         01  BV-HEADING-1.
             05  BV-H1-TITLE          PIC X(64).
             05  FILLER               PIC X(14) VALUE "PERIOD ENDING ".
             05  BV-H1-PERIOD-END     PIC 9(4)/99/99.
         01  BV-HEADING-2.
             05  FILLER               PIC X(19)
                 VALUE "MONTH TO DATE FROM ".
             05  BV-H2-MONTH-START    PIC 9(4)/99/99.
             05  FILLER               PIC X(9)  VALUE " THROUGH ".
             05  BV-H2-PERIOD-END     PIC 9(4)/99/99.
             05  FILLER               PIC X(30)
                 VALUE "   OVERTIME FLAGGED OVER ".
             05  BV-H2-OT-THRESHOLD   PIC Z9.9.
             05  FILLER               PIC X(11) VALUE "% OF HOURS".
         01  BV-COLUMN-HEADING.
             05  FILLER               PIC X(6)  VALUE "DEPT".
             05  FILLER               PIC X(21) VALUE "DEPARTMENT NAME".
             05  FILLER               PIC X(7)  VALUE "BASIS".
             05  FILLER               PIC X(10) VALUE "ACT ST HRS".
             05  FILLER               PIC X(10) VALUE "ACT OT HRS".
             05  FILLER               PIC X(10) VALUE "BUD ST HRS".
             05  FILLER               PIC X(10) VALUE "BUD OT HRS".
             05  FILLER               PIC X(13) VALUE "ACTUAL $".
             05  FILLER               PIC X(13) VALUE "BUDGET $".
             05  FILLER               PIC X(14) VALUE "VARIANCE $".
             05  FILLER               PIC X(8)  VALUE "VAR %".
             05  FILLER               PIC X(6)  VALUE "OT %".
             05  FILLER               PIC X(4)  VALUE "FLAG".
         01  BV-DETAIL-LINE.
             05  BV-DTL-DEPT          PIC X(4).
             05  FILLER               PIC X(2).
             05  BV-DTL-DEPT-NAME     PIC X(20).
             05  FILLER               PIC X(1).
             05  BV-DTL-BASIS         PIC X(6).
             05  FILLER               PIC X(1).
             05  BV-DTL-ACT-ST        PIC ZZ,ZZ9.99.
             05  FILLER               PIC X(1).
             05  BV-DTL-ACT-OT        PIC ZZ,ZZ9.99.
             05  FILLER               PIC X(1).
             05  BV-DTL-BUD-ST        PIC ZZ,ZZ9.99.
             05  FILLER               PIC X(1).
             05  BV-DTL-BUD-OT        PIC ZZ,ZZ9.99.
             05  FILLER               PIC X(1).
             05  BV-DTL-ACT-AMT       PIC Z,ZZZ,ZZ9.99.
             05  FILLER               PIC X(1).
             05  BV-DTL-BUD-AMT       PIC Z,ZZZ,ZZ9.99.
             05  FILLER               PIC X(1).
             05  BV-DTL-VAR-AMT       PIC Z,ZZZ,ZZ9.99-.
             05  FILLER               PIC X(1).
             05  BV-DTL-VAR-PCT       PIC ZZZ9.9-.
             05  BV-DTL-VAR-PCT-X REDEFINES BV-DTL-VAR-PCT
                                      PIC X(7).
             05  FILLER               PIC X(1).
             05  BV-DTL-OT-PCT        PIC ZZ9.9.
             05  FILLER               PIC X(1).
             05  BV-DTL-FLAG          PIC X(4).
         01  BV-COUNT-LINE.
             05  BV-CNT-LABEL         PIC X(44).
             05  BV-CNT-VALUE         PIC ZZZ9.
         01  BV-MESSAGE-LINE.
             05  BV-MSG-TEXT          PIC X(80).
         WORKING-STORAGE SECTION.
         77 REC-COUNTER PIC 9(6).
         01 WS-PRM-FILE-STATUS PIC X(2).
         01 WS-LDS-FILE-STATUS PIC X(2).
         01 WS-BUD-FILE-STATUS PIC X(2).
         01 WS-DPT-FILE-STATUS PIC X(2).
         01 WS-RPT-FILE-STATUS PIC X(2).
         01 WS-CAL-FILE-STATUS PIC X(2).
         01 WS-CMP-FILE-STATUS PIC X(2).
         01 WS-CMP-COUNT PIC 9(2) VALUE ZERO.
         01 WS-RPT-COMPANY-NAME PIC X(30) VALUE "ACME MFG CO.".
         01 WS-BUD-RECORD-COUNT PIC 9(6) VALUE ZERO.
         01 WS-OT-THRESHOLD PIC 9(2)V9 VALUE 10.0.
         01 WS-PERIOD-END PIC 9(8) VALUE ZERO.
         01 WS-PERIOD-END-X REDEFINES WS-PERIOD-END.
            05  WS-PE-YEAR-MONTH      PIC 9(6).
            05  WS-PE-DAY             PIC 9(2).
         01 WS-MONTH-START PIC 9(8).
         01 WS-MONTH-START-X REDEFINES WS-MONTH-START.
            05  WS-MS-YEAR-MONTH      PIC 9(6).
            05  WS-MS-DAY             PIC 9(2).
         01 WS-NEXT-MONTH-START PIC 9(8).
         01 WS-NEXT-MONTH-START-X REDEFINES WS-NEXT-MONTH-START.
            05  WS-NM-YEAR-MONTH      PIC 9(6).
            05  WS-NM-DAY             PIC 9(2).
         01 WS-ENTRY-DATE PIC 9(8).
         01 WS-ENTRY-DATE-X REDEFINES WS-ENTRY-DATE.
            05  WS-ED-YEAR-MONTH      PIC 9(6).
            05  WS-ED-DAY             PIC 9(2).
         01 WS-DATE-WORK.
            05  WS-MONTH-START-INT    PIC 9(7).
            05  WS-DAYS-IN-MONTH      PIC 9(2).
            05  WS-PERIOD-DAYS        PIC 9(2).
         01 WS-PERIOD-DIST-COUNT PIC 9(6) VALUE ZERO.
         01 WS-OT-FLAG-COUNT PIC 9(4) VALUE ZERO.
         01 WS-DPT-LOADED-SWITCH PIC X(1) VALUE "N".
            88 DEPT-MASTER-LOADED VALUE "Y".
         01 WS-DPT-COUNT PIC 9(3) VALUE ZERO.
         01 WS-DPT-SUB PIC 9(3).
         01 WS-DPT-MATCH-SUB PIC 9(3) VALUE ZERO.
         01 WS-DPT-TABLE.
            05  WS-DPT-ENTRY OCCURS 100 TIMES.
                10  WS-DPT-CODE       PIC X(4).
                10  WS-DPT-NAME       PIC X(20).
         01 WS-BV-COUNT PIC 9(3) VALUE ZERO.
         01 WS-BV-SUB PIC 9(3).
         01 WS-BV-MATCH-SUB PIC 9(3).
         01 WS-BV-INSERT-SUB PIC 9(3).
         01 WS-BV-SHIFT-SUB PIC 9(3).
         01 WS-BV-LOOKUP-DEPT PIC X(4).
         01 WS-BV-TABLE.
            05  WS-BV-ENTRY OCCURS 150 TIMES.
                10  WS-BV-DEPT            PIC X(4).
                10  WS-BV-PERIOD-BUDGET-SW PIC X(1).
                10  WS-BV-PER-ACTUAL.
                    15  WS-BV-PA-ST-HOURS  PIC 9(5)V99.
                    15  WS-BV-PA-OT-HOURS  PIC 9(5)V99.
                    15  WS-BV-PA-AMOUNT    PIC 9(8)V99.
                10  WS-BV-MTD-ACTUAL.
                    15  WS-BV-MA-ST-HOURS  PIC 9(5)V99.
                    15  WS-BV-MA-OT-HOURS  PIC 9(5)V99.
                    15  WS-BV-MA-AMOUNT    PIC 9(8)V99.
                10  WS-BV-PER-BUDGET.
                    15  WS-BV-PB-ST-HOURS  PIC 9(5)V99.
                    15  WS-BV-PB-OT-HOURS  PIC 9(5)V99.
                    15  WS-BV-PB-AMOUNT    PIC 9(8)V99.
                10  WS-BV-MTD-BUDGET.
                    15  WS-BV-MB-ST-HOURS  PIC 9(5)V99.
                    15  WS-BV-MB-OT-HOURS  PIC 9(5)V99.
                    15  WS-BV-MB-AMOUNT    PIC 9(8)V99.
                10  WS-BV-MONTH-BUDGET.
                    15  WS-BV-MO-ST-HOURS  PIC 9(5)V99.
                    15  WS-BV-MO-OT-HOURS  PIC 9(5)V99.
                    15  WS-BV-MO-AMOUNT    PIC 9(8)V99.
         01 WS-LINE-ACTUAL.
            05  WS-LA-ST-HOURS        PIC 9(5)V99.
            05  WS-LA-OT-HOURS        PIC 9(5)V99.
            05  WS-LA-AMOUNT          PIC 9(8)V99.
         01 WS-LINE-BUDGET.
            05  WS-LB-ST-HOURS        PIC 9(5)V99.
            05  WS-LB-OT-HOURS        PIC 9(5)V99.
            05  WS-LB-AMOUNT          PIC 9(8)V99.
         01 WS-LINE-WORK.
            05  WS-LINE-VARIANCE      PIC S9(8)V99.
            05  WS-LINE-VAR-PCT       PIC S9(4)V9.
            05  WS-LINE-TOTAL-HOURS   PIC 9(6)V99.
            05  WS-LINE-OT-PCT        PIC 9(3)V9.
            05  WS-LINE-OT-FLAG-SW    PIC X(1).
                88  LINE-OT-OVER      VALUE "Y".
         01 WS-REPORT-TOTALS.
            05  WS-TOT-PER-ACTUAL.
                10  WS-TPA-ST-HOURS    PIC 9(5)V99 VALUE ZERO.
                10  WS-TPA-OT-HOURS    PIC 9(5)V99 VALUE ZERO.
                10  WS-TPA-AMOUNT      PIC 9(8)V99 VALUE ZERO.
            05  WS-TOT-MTD-ACTUAL.
                10  WS-TMA-ST-HOURS    PIC 9(5)V99 VALUE ZERO.
                10  WS-TMA-OT-HOURS    PIC 9(5)V99 VALUE ZERO.
                10  WS-TMA-AMOUNT      PIC 9(8)V99 VALUE ZERO.
            05  WS-TOT-PER-BUDGET.
                10  WS-TPB-ST-HOURS    PIC 9(5)V99 VALUE ZERO.
                10  WS-TPB-OT-HOURS    PIC 9(5)V99 VALUE ZERO.
                10  WS-TPB-AMOUNT      PIC 9(8)V99 VALUE ZERO.
            05  WS-TOT-MTD-BUDGET.
                10  WS-TMB-ST-HOURS    PIC 9(5)V99 VALUE ZERO.
                10  WS-TMB-OT-HOURS    PIC 9(5)V99 VALUE ZERO.
                10  WS-TMB-AMOUNT      PIC 9(8)V99 VALUE ZERO.
         PROCEDURE DIVISION.
            PERFORM INITIALIZATION.
            PERFORM LOAD-LABOR-ACTUALS.
            PERFORM LOAD-LABOR-BUDGETS.
            PERFORM SPREAD-MONTHLY-BUDGETS.
            PERFORM WRITE-DEPARTMENT-LINES.
            PERFORM END-OF-JOB.
            STOP RUN.
         INITIALIZATION.
            MOVE ZERO TO REC-COUNTER.
            PERFORM READ-BUDGET-PARM.
            IF WS-PERIOD-END = ZERO
               PERFORM FIND-LATEST-PERIOD
            END-IF.
            IF FUNCTION TEST-DATE-YYYYMMDD(WS-PERIOD-END) NOT = ZERO
               DISPLAY "BVPARM PERIOD-END DATE INVALID: "
                  WS-PERIOD-END
               DISPLAY "DATE MUST BE YYYYMMDD - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            PERFORM SET-MONTH-DATES.
            PERFORM LOAD-DEPT-MASTER.
            PERFORM LOAD-COMPANY-MASTER.
            OPEN OUTPUT BUDGET-REPORT-FILE.
            MOVE SPACES TO BV-H1-TITLE.
            STRING WS-RPT-COMPANY-NAME DELIMITED BY "  "
                   " - DEPARTMENT LABOR BUDGET VS ACTUAL"
                   DELIMITED BY SIZE
                   INTO BV-H1-TITLE.
            MOVE WS-PERIOD-END TO BV-H1-PERIOD-END.
            WRITE BV-HEADING-1.
            MOVE WS-MONTH-START TO BV-H2-MONTH-START.
            MOVE WS-PERIOD-END TO BV-H2-PERIOD-END.
            MOVE WS-OT-THRESHOLD TO BV-H2-OT-THRESHOLD.
            WRITE BV-HEADING-2 AFTER ADVANCING 1 LINE.
            WRITE BV-COLUMN-HEADING AFTER ADVANCING 2 LINES.
         READ-BUDGET-PARM.
            OPEN INPUT BUDGET-PARM-FILE.
            IF WS-PRM-FILE-STATUS = "00"
               READ BUDGET-PARM-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF BP-PERIOD-END NUMERIC
                          AND BP-PERIOD-END > ZERO
                          MOVE BP-PERIOD-END TO WS-PERIOD-END
                       END-IF
                       IF BP-OT-THRESHOLD NUMERIC
                          AND BP-OT-THRESHOLD > ZERO
                          MOVE BP-OT-THRESHOLD TO WS-OT-THRESHOLD
                       END-IF
               END-READ
               CLOSE BUDGET-PARM-FILE
            END-IF.
         FIND-LATEST-PERIOD.
            OPEN INPUT PAY-CALENDAR-FILE.
            IF WS-CAL-FILE-STATUS = "00"
               PERFORM UNTIL WS-CAL-FILE-STATUS NOT = "00"
                  READ PAY-CALENDAR-FILE
                      AT END MOVE "10" TO WS-CAL-FILE-STATUS
                      NOT AT END
                          IF PPC-POSTED
                             AND PPC-PERIOD-END > WS-PERIOD-END
                             MOVE PPC-PERIOD-END TO WS-PERIOD-END
                          END-IF
                  END-READ
               END-PERFORM
               CLOSE PAY-CALENDAR-FILE
            END-IF.
            IF WS-PERIOD-END > ZERO
               DISPLAY "BVPARM PERIOD NOT GIVEN - REPORTING LATEST "
                  "POSTED PERIOD ENDING " WS-PERIOD-END
            ELSE
               DISPLAY "PAYCAL NOT PRESENT OR NO PERIOD POSTED - "
                  "USING THE LATEST PERIOD ON LABDIST"
               PERFORM FIND-LATEST-LABDIST-PERIOD
            END-IF.
         FIND-LATEST-LABDIST-PERIOD.
            PERFORM OPEN-LABOR-DIST.
            PERFORM UNTIL WS-LDS-FILE-STATUS NOT = "00"
               READ LABOR-DIST-FILE
                   AT END MOVE "10" TO WS-LDS-FILE-STATUS
                   NOT AT END
                       IF LD-PERIOD-END > WS-PERIOD-END
                          MOVE LD-PERIOD-END TO WS-PERIOD-END
                       END-IF
               END-READ
            END-PERFORM.
            CLOSE LABOR-DIST-FILE.
            IF WS-PERIOD-END = ZERO
               DISPLAY "LABDIST HOLDS NO LABOR DISTRIBUTION - "
                  "NOTHING TO REPORT"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            DISPLAY "BVPARM PERIOD NOT GIVEN - REPORTING PERIOD "
               "ENDING " WS-PERIOD-END.
         OPEN-LABOR-DIST.
            OPEN INPUT LABOR-DIST-FILE.
            IF WS-LDS-FILE-STATUS NOT = "00"
               DISPLAY "LABDIST OPEN FAILED, STATUS "
                  WS-LDS-FILE-STATUS
               DISPLAY "BUDGET REPORT NOT RUN - SUPPLY THE LABOR "
                  "DISTRIBUTION FILE AND RERUN"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
         SET-MONTH-DATES.
            MOVE WS-PERIOD-END TO WS-MONTH-START.
            MOVE 01 TO WS-MS-DAY.
            COMPUTE WS-MONTH-START-INT =
               FUNCTION INTEGER-OF-DATE(WS-MONTH-START).
            COMPUTE WS-NEXT-MONTH-START =
               FUNCTION DATE-OF-INTEGER(WS-MONTH-START-INT + 31).
            MOVE 01 TO WS-NM-DAY.
            COMPUTE WS-DAYS-IN-MONTH =
               FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-START)
               - WS-MONTH-START-INT.
            IF WS-PE-DAY < 7
               MOVE WS-PE-DAY TO WS-PERIOD-DAYS
            ELSE
               MOVE 7 TO WS-PERIOD-DAYS
            END-IF.
         LOAD-COMPANY-MASTER.
            MOVE ZERO TO WS-CMP-COUNT.
            OPEN INPUT COMPANY-MASTER-FILE.
            IF WS-CMP-FILE-STATUS = "00"
               PERFORM UNTIL WS-CMP-FILE-STATUS NOT = "00"
                  READ COMPANY-MASTER-FILE
                      AT END MOVE "10" TO WS-CMP-FILE-STATUS
                      NOT AT END
                          ADD 1 TO WS-CMP-COUNT
                          IF WS-CMP-COUNT = 1
                             MOVE CMP-LEGAL-NAME TO WS-RPT-COMPANY-NAME
                          END-IF
                  END-READ
               END-PERFORM
               CLOSE COMPANY-MASTER-FILE
            END-IF.
            IF WS-CMP-COUNT > 1
               MOVE "ALL COMPANIES" TO WS-RPT-COMPANY-NAME
            END-IF.
         LOAD-DEPT-MASTER.
            MOVE "N" TO WS-DPT-LOADED-SWITCH.
            MOVE ZERO TO WS-DPT-COUNT.
            OPEN INPUT DEPT-MASTER-FILE.
            IF WS-DPT-FILE-STATUS = "00"
               MOVE "Y" TO WS-DPT-LOADED-SWITCH
               PERFORM UNTIL WS-DPT-FILE-STATUS NOT = "00"
                        OR WS-DPT-COUNT = 100
                  READ DEPT-MASTER-FILE
                      AT END MOVE "10" TO WS-DPT-FILE-STATUS
                      NOT AT END
                          ADD 1 TO WS-DPT-COUNT
                          MOVE DPT-CODE
                               TO WS-DPT-CODE(WS-DPT-COUNT)
                          MOVE DPT-NAME
                               TO WS-DPT-NAME(WS-DPT-COUNT)
                  END-READ
               END-PERFORM
               IF WS-DPT-FILE-STATUS = "00"
                  AND WS-DPT-COUNT = 100
                  READ DEPT-MASTER-FILE
                      AT END CONTINUE
                      NOT AT END
                          DISPLAY "*** DEPARTMENT TABLE FULL AT 100 "
                             "- DEPTMAST HAS MORE RECORDS ***"
                          DISPLAY "DEPARTMENT NAMES WOULD BE "
                             "MISSING FROM THE REPORT - RUN REFUSED"
                          CLOSE DEPT-MASTER-FILE
                          MOVE 16 TO RETURN-CODE
                          STOP RUN
                  END-READ
               END-IF
               CLOSE DEPT-MASTER-FILE
            ELSE
               DISPLAY "DEPTMAST NOT PRESENT - BUDGET REPORT "
                  "SHOWS DEPARTMENT CODES ONLY"
            END-IF.
         FIND-DEPARTMENT.
            MOVE ZERO TO WS-DPT-MATCH-SUB.
            PERFORM VARYING WS-DPT-SUB FROM 1 BY 1
                    UNTIL WS-DPT-SUB > WS-DPT-COUNT
               IF WS-DPT-CODE(WS-DPT-SUB) = WS-BV-DEPT(WS-BV-SUB)
                  MOVE WS-DPT-SUB TO WS-DPT-MATCH-SUB
                  MOVE WS-DPT-COUNT TO WS-DPT-SUB
               END-IF
            END-PERFORM.
         FIND-BUDGET-DEPARTMENT.
            MOVE ZERO TO WS-BV-MATCH-SUB.
            MOVE ZERO TO WS-BV-INSERT-SUB.
            PERFORM VARYING WS-BV-SUB FROM 1 BY 1
                    UNTIL WS-BV-SUB > WS-BV-COUNT
               IF WS-BV-DEPT(WS-BV-SUB) = WS-BV-LOOKUP-DEPT
                  MOVE WS-BV-SUB TO WS-BV-MATCH-SUB
                  MOVE WS-BV-COUNT TO WS-BV-SUB
               ELSE
                  IF WS-BV-DEPT(WS-BV-SUB) > WS-BV-LOOKUP-DEPT
                     MOVE WS-BV-SUB TO WS-BV-INSERT-SUB
                     MOVE WS-BV-COUNT TO WS-BV-SUB
                  END-IF
               END-IF
            END-PERFORM.
            IF WS-BV-MATCH-SUB = ZERO
               PERFORM ADD-BUDGET-DEPARTMENT
            END-IF.
         ADD-BUDGET-DEPARTMENT.
            IF WS-BV-COUNT = 150
               DISPLAY "*** DEPARTMENT TABLE FULL AT 150 - "
                  "DEPARTMENT " WS-BV-LOOKUP-DEPT " NOT REPORTED ***"
               DISPLAY "BUDGET REPORT WOULD BE INCOMPLETE - RUN "
                  "REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            IF WS-BV-INSERT-SUB = ZERO
               COMPUTE WS-BV-INSERT-SUB = WS-BV-COUNT + 1
            ELSE
               PERFORM VARYING WS-BV-SHIFT-SUB FROM WS-BV-COUNT BY -1
                       UNTIL WS-BV-SHIFT-SUB < WS-BV-INSERT-SUB
                  MOVE WS-BV-ENTRY(WS-BV-SHIFT-SUB)
                       TO WS-BV-ENTRY(WS-BV-SHIFT-SUB + 1)
               END-PERFORM
            END-IF.
            ADD 1 TO WS-BV-COUNT.
            MOVE WS-BV-INSERT-SUB TO WS-BV-MATCH-SUB.
            INITIALIZE WS-BV-ENTRY(WS-BV-MATCH-SUB).
            MOVE WS-BV-LOOKUP-DEPT TO WS-BV-DEPT(WS-BV-MATCH-SUB).
            MOVE "N" TO WS-BV-PERIOD-BUDGET-SW(WS-BV-MATCH-SUB).
         LOAD-LABOR-ACTUALS.
            PERFORM OPEN-LABOR-DIST.
            PERFORM UNTIL WS-LDS-FILE-STATUS NOT = "00"
               READ LABOR-DIST-FILE
                   AT END MOVE "10" TO WS-LDS-FILE-STATUS
                   NOT AT END
                       ADD 1 TO REC-COUNTER
                       PERFORM TAKE-LABOR-ACTUAL
               END-READ
            END-PERFORM.
            CLOSE LABOR-DIST-FILE.
            IF WS-PERIOD-DIST-COUNT = ZERO
               DISPLAY "NO LABOR DISTRIBUTION ON LABDIST FOR PERIOD "
                  "ENDING " WS-PERIOD-END
               MOVE 4 TO RETURN-CODE
            END-IF.
         TAKE-LABOR-ACTUAL.
            MOVE LD-PERIOD-END TO WS-ENTRY-DATE.
            IF WS-ED-YEAR-MONTH = WS-PE-YEAR-MONTH
               AND LD-PERIOD-END <= WS-PERIOD-END
               MOVE LD-CHARGE-DEPT TO WS-BV-LOOKUP-DEPT
               PERFORM FIND-BUDGET-DEPARTMENT
               ADD LD-ST-HOURS TO WS-BV-MA-ST-HOURS(WS-BV-MATCH-SUB)
               ADD LD-OT-HOURS TO WS-BV-MA-OT-HOURS(WS-BV-MATCH-SUB)
               ADD LD-LABOR-AMOUNT
                  TO WS-BV-MA-AMOUNT(WS-BV-MATCH-SUB)
               IF LD-PERIOD-END = WS-PERIOD-END
                  ADD 1 TO WS-PERIOD-DIST-COUNT
                  ADD LD-ST-HOURS
                     TO WS-BV-PA-ST-HOURS(WS-BV-MATCH-SUB)
                  ADD LD-OT-HOURS
                     TO WS-BV-PA-OT-HOURS(WS-BV-MATCH-SUB)
                  ADD LD-LABOR-AMOUNT
                     TO WS-BV-PA-AMOUNT(WS-BV-MATCH-SUB)
               END-IF
            END-IF.
         LOAD-LABOR-BUDGETS.
            OPEN INPUT LABOR-BUDGET-FILE.
            IF WS-BUD-FILE-STATUS NOT = "00"
               DISPLAY "LABBUDG OPEN FAILED, STATUS "
                  WS-BUD-FILE-STATUS
               DISPLAY "BUDGET REPORT NOT RUN - SUPPLY THE LABOR "
                  "BUDGET FILE AND RERUN"
               CLOSE BUDGET-REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            PERFORM UNTIL WS-BUD-FILE-STATUS NOT = "00"
               READ LABOR-BUDGET-FILE
                   AT END MOVE "10" TO WS-BUD-FILE-STATUS
                   NOT AT END
                       ADD 1 TO WS-BUD-RECORD-COUNT
                       PERFORM TAKE-LABOR-BUDGET
               END-READ
            END-PERFORM.
            CLOSE LABOR-BUDGET-FILE.
         TAKE-LABOR-BUDGET.
            MOVE BUD-PERIOD-END TO WS-ENTRY-DATE.
            IF WS-ED-YEAR-MONTH = WS-PE-YEAR-MONTH
               EVALUATE TRUE
                  WHEN BUD-PERIOD-BUDGET
                     IF BUD-PERIOD-END <= WS-PERIOD-END
                        PERFORM TAKE-PERIOD-BUDGET
                     END-IF
                  WHEN BUD-MONTH-BUDGET
                     PERFORM TAKE-MONTH-BUDGET
                  WHEN OTHER
                     DISPLAY "LABBUDG RECORD FOR DEPT " BUD-DEPT
                        " TYPE " BUD-TYPE " NOT P OR M - IGNORED"
               END-EVALUATE
            END-IF.
         TAKE-PERIOD-BUDGET.
            MOVE BUD-DEPT TO WS-BV-LOOKUP-DEPT.
            PERFORM FIND-BUDGET-DEPARTMENT.
            MOVE "Y" TO WS-BV-PERIOD-BUDGET-SW(WS-BV-MATCH-SUB).
            ADD BUD-ST-HOURS TO WS-BV-MB-ST-HOURS(WS-BV-MATCH-SUB).
            ADD BUD-OT-HOURS TO WS-BV-MB-OT-HOURS(WS-BV-MATCH-SUB).
            ADD BUD-LABOR-DOLLARS TO WS-BV-MB-AMOUNT(WS-BV-MATCH-SUB).
            IF BUD-PERIOD-END = WS-PERIOD-END
               ADD BUD-ST-HOURS TO WS-BV-PB-ST-HOURS(WS-BV-MATCH-SUB)
               ADD BUD-OT-HOURS TO WS-BV-PB-OT-HOURS(WS-BV-MATCH-SUB)
               ADD BUD-LABOR-DOLLARS
                  TO WS-BV-PB-AMOUNT(WS-BV-MATCH-SUB)
            END-IF.
         TAKE-MONTH-BUDGET.
            MOVE BUD-DEPT TO WS-BV-LOOKUP-DEPT.
            PERFORM FIND-BUDGET-DEPARTMENT.
            ADD BUD-ST-HOURS TO WS-BV-MO-ST-HOURS(WS-BV-MATCH-SUB).
            ADD BUD-OT-HOURS TO WS-BV-MO-OT-HOURS(WS-BV-MATCH-SUB).
            ADD BUD-LABOR-DOLLARS TO WS-BV-MO-AMOUNT(WS-BV-MATCH-SUB).
         SPREAD-MONTHLY-BUDGETS.
            PERFORM VARYING WS-BV-SUB FROM 1 BY 1
                    UNTIL WS-BV-SUB > WS-BV-COUNT
               IF WS-BV-PERIOD-BUDGET-SW(WS-BV-SUB) = "N"
                  PERFORM SPREAD-ONE-MONTHLY-BUDGET
               END-IF
            END-PERFORM.
         SPREAD-ONE-MONTHLY-BUDGET.
            COMPUTE WS-BV-PB-ST-HOURS(WS-BV-SUB) ROUNDED =
               WS-BV-MO-ST-HOURS(WS-BV-SUB) * WS-PERIOD-DAYS
               / WS-DAYS-IN-MONTH.
            COMPUTE WS-BV-PB-OT-HOURS(WS-BV-SUB) ROUNDED =
               WS-BV-MO-OT-HOURS(WS-BV-SUB) * WS-PERIOD-DAYS
               / WS-DAYS-IN-MONTH.
            COMPUTE WS-BV-PB-AMOUNT(WS-BV-SUB) ROUNDED =
               WS-BV-MO-AMOUNT(WS-BV-SUB) * WS-PERIOD-DAYS
               / WS-DAYS-IN-MONTH.
            COMPUTE WS-BV-MB-ST-HOURS(WS-BV-SUB) ROUNDED =
               WS-BV-MO-ST-HOURS(WS-BV-SUB) * WS-PE-DAY
               / WS-DAYS-IN-MONTH.
            COMPUTE WS-BV-MB-OT-HOURS(WS-BV-SUB) ROUNDED =
               WS-BV-MO-OT-HOURS(WS-BV-SUB) * WS-PE-DAY
               / WS-DAYS-IN-MONTH.
            COMPUTE WS-BV-MB-AMOUNT(WS-BV-SUB) ROUNDED =
               WS-BV-MO-AMOUNT(WS-BV-SUB) * WS-PE-DAY
               / WS-DAYS-IN-MONTH.
         WRITE-DEPARTMENT-LINES.
            PERFORM VARYING WS-BV-SUB FROM 1 BY 1
                    UNTIL WS-BV-SUB > WS-BV-COUNT
               PERFORM WRITE-ONE-DEPARTMENT
            END-PERFORM.
         WRITE-ONE-DEPARTMENT.
            MOVE SPACES TO BV-DETAIL-LINE.
            MOVE WS-BV-DEPT(WS-BV-SUB) TO BV-DTL-DEPT.
            PERFORM FIND-DEPARTMENT.
            IF WS-DPT-MATCH-SUB = ZERO
               IF DEPT-MASTER-LOADED
                  MOVE "NOT ON DEPTMAST" TO BV-DTL-DEPT-NAME
               ELSE
                  MOVE SPACES TO BV-DTL-DEPT-NAME
               END-IF
            ELSE
               MOVE WS-DPT-NAME(WS-DPT-MATCH-SUB) TO BV-DTL-DEPT-NAME
            END-IF.
            MOVE "PERIOD" TO BV-DTL-BASIS.
            MOVE WS-BV-PER-ACTUAL(WS-BV-SUB) TO WS-LINE-ACTUAL.
            MOVE WS-BV-PER-BUDGET(WS-BV-SUB) TO WS-LINE-BUDGET.
            PERFORM WRITE-VARIANCE-LINE.
            IF LINE-OT-OVER
               ADD 1 TO WS-OT-FLAG-COUNT
            END-IF.
            ADD WS-LA-ST-HOURS TO WS-TPA-ST-HOURS.
            ADD WS-LA-OT-HOURS TO WS-TPA-OT-HOURS.
            ADD WS-LA-AMOUNT TO WS-TPA-AMOUNT.
            ADD WS-LB-ST-HOURS TO WS-TPB-ST-HOURS.
            ADD WS-LB-OT-HOURS TO WS-TPB-OT-HOURS.
            ADD WS-LB-AMOUNT TO WS-TPB-AMOUNT.
            MOVE SPACES TO BV-DTL-DEPT.
            MOVE SPACES TO BV-DTL-DEPT-NAME.
            MOVE "MTD" TO BV-DTL-BASIS.
            MOVE WS-BV-MTD-ACTUAL(WS-BV-SUB) TO WS-LINE-ACTUAL.
            MOVE WS-BV-MTD-BUDGET(WS-BV-SUB) TO WS-LINE-BUDGET.
            PERFORM WRITE-VARIANCE-LINE.
            ADD WS-LA-ST-HOURS TO WS-TMA-ST-HOURS.
            ADD WS-LA-OT-HOURS TO WS-TMA-OT-HOURS.
            ADD WS-LA-AMOUNT TO WS-TMA-AMOUNT.
            ADD WS-LB-ST-HOURS TO WS-TMB-ST-HOURS.
            ADD WS-LB-OT-HOURS TO WS-TMB-OT-HOURS.
            ADD WS-LB-AMOUNT TO WS-TMB-AMOUNT.
         WRITE-VARIANCE-LINE.
            MOVE WS-LA-ST-HOURS TO BV-DTL-ACT-ST.
            MOVE WS-LA-OT-HOURS TO BV-DTL-ACT-OT.
            MOVE WS-LB-ST-HOURS TO BV-DTL-BUD-ST.
            MOVE WS-LB-OT-HOURS TO BV-DTL-BUD-OT.
            MOVE WS-LA-AMOUNT TO BV-DTL-ACT-AMT.
            MOVE WS-LB-AMOUNT TO BV-DTL-BUD-AMT.
            COMPUTE WS-LINE-VARIANCE = WS-LA-AMOUNT - WS-LB-AMOUNT.
            MOVE WS-LINE-VARIANCE TO BV-DTL-VAR-AMT.
            IF WS-LB-AMOUNT > ZERO
               COMPUTE WS-LINE-VAR-PCT ROUNDED =
                  WS-LINE-VARIANCE * 100 / WS-LB-AMOUNT
                  ON SIZE ERROR MOVE 9999.9 TO WS-LINE-VAR-PCT
               END-COMPUTE
               MOVE WS-LINE-VAR-PCT TO BV-DTL-VAR-PCT
            ELSE
               MOVE SPACES TO BV-DTL-VAR-PCT-X
            END-IF.
            MOVE "N" TO WS-LINE-OT-FLAG-SW.
            COMPUTE WS-LINE-TOTAL-HOURS =
               WS-LA-ST-HOURS + WS-LA-OT-HOURS.
            IF WS-LINE-TOTAL-HOURS > ZERO
               COMPUTE WS-LINE-OT-PCT ROUNDED =
                  WS-LA-OT-HOURS * 100 / WS-LINE-TOTAL-HOURS
               IF WS-LINE-OT-PCT > WS-OT-THRESHOLD
                  MOVE "Y" TO WS-LINE-OT-FLAG-SW
               END-IF
            ELSE
               MOVE ZERO TO WS-LINE-OT-PCT
            END-IF.
            MOVE WS-LINE-OT-PCT TO BV-DTL-OT-PCT.
            IF LINE-OT-OVER
               MOVE "**OT" TO BV-DTL-FLAG
            ELSE
               MOVE SPACES TO BV-DTL-FLAG
            END-IF.
            WRITE BV-DETAIL-LINE AFTER ADVANCING 1 LINE.
         END-OF-JOB.
            MOVE SPACES TO BV-DETAIL-LINE.
            WRITE BV-DETAIL-LINE AFTER ADVANCING 1 LINE.
            MOVE "ALL" TO BV-DTL-DEPT.
            MOVE "ALL DEPARTMENTS" TO BV-DTL-DEPT-NAME.
            MOVE "PERIOD" TO BV-DTL-BASIS.
            MOVE WS-TOT-PER-ACTUAL TO WS-LINE-ACTUAL.
            MOVE WS-TOT-PER-BUDGET TO WS-LINE-BUDGET.
            PERFORM WRITE-VARIANCE-LINE.
            MOVE SPACES TO BV-DTL-DEPT.
            MOVE SPACES TO BV-DTL-DEPT-NAME.
            MOVE "MTD" TO BV-DTL-BASIS.
            MOVE WS-TOT-MTD-ACTUAL TO WS-LINE-ACTUAL.
            MOVE WS-TOT-MTD-BUDGET TO WS-LINE-BUDGET.
            PERFORM WRITE-VARIANCE-LINE.
            MOVE "DEPARTMENTS OVER OVERTIME THRESHOLD (PERIOD):"
                 TO BV-CNT-LABEL.
            MOVE WS-OT-FLAG-COUNT TO BV-CNT-VALUE.
            WRITE BV-COUNT-LINE AFTER ADVANCING 2 LINES.
            IF WS-PERIOD-DIST-COUNT = ZERO
               MOVE "NO LABOR DISTRIBUTION ON FILE FOR THIS PERIOD"
                    TO BV-MSG-TEXT
               WRITE BV-MESSAGE-LINE AFTER ADVANCING 1 LINE
            END-IF.
            CLOSE BUDGET-REPORT-FILE.
            DISPLAY "LABOR DISTRIBUTION RECORDS READ: " REC-COUNTER.
            DISPLAY "BUDGET RECORDS READ: " WS-BUD-RECORD-COUNT.
            DISPLAY "DEPARTMENTS REPORTED: " WS-BV-COUNT.
            DISPLAY "DEPARTMENTS OVER OVERTIME THRESHOLD: "
               WS-OT-FLAG-COUNT.
