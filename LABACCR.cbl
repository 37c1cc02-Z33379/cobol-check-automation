         IDENTIFICATION DIVISION.
         PROGRAM-ID. LABACCR.
         AUTHOR. ASHIS KUMAR NAIK.
         ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
             SELECT ACCRUAL-PARM-FILE ASSIGN TO "ACCRPARM"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-PRM-FILE-STATUS.
             SELECT PAY-CALENDAR-FILE ASSIGN TO "PAYCAL"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-CAL-FILE-STATUS.
             SELECT GL-EXTRACT-FILE ASSIGN TO "GLEXTR"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-GLI-FILE-STATUS.
             SELECT COMPANY-MASTER-FILE ASSIGN TO "COMPMAST"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-CMP-FILE-STATUS.
             SELECT DEPT-MASTER-FILE ASSIGN TO "DEPTMAST"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-DPT-FILE-STATUS.
             SELECT ACCRUAL-CONTROL-FILE ASSIGN TO "ACCRCTL"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ACC-FILE-STATUS.
             SELECT ACCRUAL-GL-FILE ASSIGN TO "ACCREXTR"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-GL-FILE-STATUS.
             SELECT ACCRUAL-REPORT-FILE ASSIGN TO "ACCRRPT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-RPT-FILE-STATUS.
         DATA DIVISION.
         FILE SECTION.
         FD  ACCRUAL-PARM-FILE
             LABEL RECORDS ARE STANDARD.
         01  ACCRUAL-PARM-RECORD.
             05  AP-MONTH-END-DATE    PIC 9(8).
         FD  PAY-CALENDAR-FILE
             LABEL RECORDS ARE STANDARD.
             COPY PPCREC.
         FD  GL-EXTRACT-FILE
             LABEL RECORDS ARE STANDARD.
         01  GLI-EXTRACT-RECORD.
             05  GLI-COST-CENTER      PIC X(4).
             05  GLI-ACCOUNT-NUMBER   PIC X(6).
             05  GLI-DEBIT-AMOUNT     PIC 9(9)V99.
             05  GLI-CREDIT-AMOUNT    PIC 9(9)V99.
             05  GLI-DESCRIPTION      PIC X(30).
             05  GLI-PERIOD-END-DATE  PIC 9(8).
             05  GLI-COMPANY-CODE     PIC X(2).
         FD  COMPANY-MASTER-FILE
             LABEL RECORDS ARE STANDARD.
             COPY COMPREC.
         FD  DEPT-MASTER-FILE
             LABEL RECORDS ARE STANDARD.
             COPY DPTREC.
         FD  ACCRUAL-CONTROL-FILE
             LABEL RECORDS ARE STANDARD.
         01  ACCRUAL-CONTROL-RECORD.
             05  AC-ACCRUAL-MONTH     PIC 9(6).
             05  AC-RUN-DATE          PIC 9(8).
             05  AC-PAID-THROUGH      PIC 9(8).
             05  AC-ACCRUAL-TOTAL     PIC 9(9)V99.
         FD  ACCRUAL-GL-FILE
             LABEL RECORDS ARE STANDARD.
         01  GL-EXTRACT-RECORD.
             05  GL-COST-CENTER       PIC X(4).
             05  GL-ACCOUNT-NUMBER    PIC X(6).
             05  GL-DEBIT-AMOUNT      PIC 9(9)V99.
             05  GL-CREDIT-AMOUNT     PIC 9(9)V99.
             05  GL-DESCRIPTION       PIC X(30).
             05  GL-PERIOD-END-DATE   PIC 9(8).
             05  GL-COMPANY-CODE      PIC X(2).
         FD  ACCRUAL-REPORT-FILE
             LABEL RECORDS ARE STANDARD.
         01  AR-HEADING-1.
             05  AR-H1-TITLE          PIC X(64).
             05  FILLER               PIC X(10) VALUE "MONTH END ".
             05  AR-H1-MONTH-END      PIC 9(4)/99/99.
         01  AR-HEADING-2.
             05  FILLER               PIC X(14) VALUE "PAID THROUGH ".
             05  AR-H2-PAID-THROUGH   PIC 9(4)/99/99.
             05  FILLER               PIC X(20)
                 VALUE "   UNPAID WORKDAYS ".
             05  AR-H2-UNPAID-DAYS    PIC Z9.
             05  FILLER               PIC X(20)
                 VALUE "   PERIOD WORKDAYS ".
             05  AR-H2-PERIOD-DAYS    PIC Z9.
         01  AR-HEADING-3.
             05  FILLER               PIC X(30)
                 VALUE "LABOR DISTRIBUTION FROM PERIOD".
             05  FILLER               PIC X(1).
             05  AR-H3-DIST-PERIOD    PIC 9(4)/99/99.
             05  FILLER               PIC X(18)
                 VALUE "   REVERSAL DATE ".
             05  AR-H3-REVERSAL-DATE  PIC 9(4)/99/99.
         01  AR-COLUMN-HEADING.
             05  FILLER               PIC X(4)  VALUE "CO".
             05  FILLER               PIC X(6)  VALUE "CC".
             05  FILLER               PIC X(6)  VALUE "DEPT".
             05  FILLER               PIC X(22) VALUE "DEPARTMENT NAME".
             05  FILLER               PIC X(15) VALUE "PERIOD LABOR".
             05  FILLER               PIC X(15) VALUE "PERIOD TAX".
             05  FILLER               PIC X(15) VALUE "LABOR ACCRUAL".
             05  FILLER               PIC X(15) VALUE "TAX ACCRUAL".
             05  FILLER               PIC X(15) VALUE "TOTAL ACCRUAL".
         01  AR-DETAIL-LINE.
             05  AR-DTL-COMPANY       PIC X(2).
             05  FILLER               PIC X(2).
             05  AR-DTL-COST-CENTER   PIC X(4).
             05  FILLER               PIC X(2).
             05  AR-DTL-DEPT          PIC X(4).
             05  FILLER               PIC X(2).
             05  AR-DTL-DEPT-NAME     PIC X(20).
             05  FILLER               PIC X(2).
             05  AR-DTL-PERIOD-LABOR  PIC ZZZ,ZZZ,ZZ9.99.
             05  FILLER               PIC X(1).
             05  AR-DTL-PERIOD-TAX    PIC ZZZ,ZZZ,ZZ9.99.
             05  FILLER               PIC X(1).
             05  AR-DTL-LABOR-ACCR    PIC ZZZ,ZZZ,ZZ9.99.
             05  FILLER               PIC X(1).
             05  AR-DTL-TAX-ACCR      PIC ZZZ,ZZZ,ZZ9.99.
             05  FILLER               PIC X(1).
             05  AR-DTL-TOTAL-ACCR    PIC ZZZ,ZZZ,ZZ9.99.
         01  AR-TOTAL-LINE.
             05  FILLER               PIC X(38) VALUE "TOTAL".
             05  AR-TOT-PERIOD-LABOR  PIC ZZZ,ZZZ,ZZ9.99.
             05  FILLER               PIC X(1).
             05  AR-TOT-PERIOD-TAX    PIC ZZZ,ZZZ,ZZ9.99.
             05  FILLER               PIC X(1).
             05  AR-TOT-LABOR-ACCR    PIC ZZZ,ZZZ,ZZ9.99.
             05  FILLER               PIC X(1).
             05  AR-TOT-TAX-ACCR      PIC ZZZ,ZZZ,ZZ9.99.
             05  FILLER               PIC X(1).
             05  AR-TOT-TOTAL-ACCR    PIC ZZZ,ZZZ,ZZ9.99.
         01  AR-MESSAGE-LINE.
             05  AR-MSG-TEXT          PIC X(80).
         WORKING-STORAGE SECTION.
         77 REC-COUNTER PIC 9(4).
         01 WS-PRM-FILE-STATUS PIC X(2).
         01 WS-CAL-FILE-STATUS PIC X(2).
         01 WS-GLI-FILE-STATUS PIC X(2).
         01 WS-DPT-FILE-STATUS PIC X(2).
         01 WS-ACC-FILE-STATUS PIC X(2).
         01 WS-GL-FILE-STATUS PIC X(2).
         01 WS-RPT-FILE-STATUS PIC X(2).
         01 WS-CMP-FILE-STATUS PIC X(2).
         01 WS-GL-ACCOUNTS.
            05  WS-GL-ACCOUNT-SET.
                10  WS-GL-LABOR-ACCOUNT    PIC X(6) VALUE "500100".
                10  WS-GL-TAX-ACCOUNT      PIC X(6) VALUE "500200".
                10  WS-GL-CLEARING-ACCOUNT PIC X(6) VALUE "500900".
                10  WS-GL-401K-ACCOUNT     PIC X(6) VALUE "500300".
                10  WS-GL-INS-ACCOUNT      PIC X(6) VALUE "500400".
                10  WS-GL-GARN-ACCOUNT     PIC X(6) VALUE "500500".
                10  WS-GL-SS-ACCOUNT       PIC X(6) VALUE "500210".
                10  WS-GL-MEDICARE-ACCOUNT PIC X(6) VALUE "500220".
                10  WS-GL-FUTA-ACCOUNT     PIC X(6) VALUE "500230".
                10  WS-GL-SUTA-ACCOUNT     PIC X(6) VALUE "500240".
                10  WS-GL-BENEFIT-ACCOUNT  PIC X(6) VALUE "500600".
            05  WS-GL-STANDARD-SET     PIC X(66).
         01 WS-DEFAULT-COMPANY PIC X(2) VALUE "01".
         01 WS-CMP-COUNT PIC 9(2) VALUE ZERO.
         01 WS-CMP-SUB PIC 9(2).
         01 WS-CMP-MATCH-SUB PIC 9(2).
         01 WS-CMP-LOOKUP-CODE PIC X(2).
         01 WS-CMP-TABLE.
            05  WS-CMP-ENTRY OCCURS 10 TIMES.
                10  WS-CMP-CODE            PIC X(2).
                10  WS-CMP-LEGAL-NAME      PIC X(30).
                10  WS-CMP-GL-ACCOUNT-SET  PIC X(66).
         01 WS-RUN-DATE PIC 9(8).
         01 WS-MONTH-END-DATE PIC 9(8) VALUE ZERO.
         01 WS-MONTH-END-X REDEFINES WS-MONTH-END-DATE.
            05  WS-ME-YEAR-MONTH      PIC 9(6).
            05  WS-ME-DAY             PIC 9(2).
         01 WS-REVERSAL-DATE PIC 9(8).
         01 WS-REVERSAL-X REDEFINES WS-REVERSAL-DATE.
            05  WS-RV-YEAR-MONTH      PIC 9(6).
            05  WS-RV-DAY             PIC 9(2).
         01 WS-FIRST-OF-MONTH PIC 9(8).
         01 WS-FIRST-OF-MONTH-X REDEFINES WS-FIRST-OF-MONTH.
            05  WS-FM-YEAR-MONTH      PIC 9(6).
            05  WS-FM-DAY             PIC 9(2).
         01 WS-DATE-WORK.
            05  WS-MONTH-END-INTEGER   PIC 9(7).
            05  WS-PAID-THROUGH        PIC 9(8) VALUE ZERO.
            05  WS-PAID-THROUGH-INT    PIC 9(7).
            05  WS-DIST-PERIOD-END     PIC 9(8) VALUE ZERO.
            05  WS-DIST-PERIOD-INT     PIC 9(7).
            05  WS-PRIOR-PERIOD-END    PIC 9(8) VALUE ZERO.
            05  WS-PRIOR-PERIOD-INT    PIC 9(7).
            05  WS-DAY-INTEGER         PIC 9(7).
            05  WS-DAY-OF-WEEK         PIC 9(1).
            05  WS-COUNT-FROM-INT      PIC 9(7).
            05  WS-COUNT-TO-INT        PIC 9(7).
            05  WS-WORKDAY-COUNT       PIC 9(3).
            05  WS-UNPAID-WORKDAYS     PIC 9(3) VALUE ZERO.
            05  WS-PERIOD-WORKDAYS     PIC 9(3) VALUE ZERO.
         01 WS-CAL-LOADED-SWITCH PIC X(1) VALUE "N".
            88 CALENDAR-LOADED VALUE "Y".
         01 WS-CAL-COUNT PIC 9(3) VALUE ZERO.
         01 WS-CAL-SUB PIC 9(3).
         01 WS-CAL-TABLE.
            05  WS-CAL-ENTRY OCCURS 130 TIMES.
                10  WS-CAL-PERIOD-END    PIC 9(8).
                10  WS-CAL-STATUS        PIC X(1).
                    88  WS-CAL-POSTED    VALUE "F" "A" "C".
         01 WS-DPT-LOADED-SWITCH PIC X(1) VALUE "N".
            88 DEPT-MASTER-LOADED VALUE "Y".
         01 WS-DPT-COUNT PIC 9(3) VALUE ZERO.
         01 WS-DPT-SUB PIC 9(3).
         01 WS-DPT-MATCH-SUB PIC 9(3) VALUE ZERO.
         01 WS-DPT-TABLE.
            05  WS-DPT-ENTRY OCCURS 100 TIMES.
                10  WS-DPT-CODE       PIC X(4).
                10  WS-DPT-NAME       PIC X(20).
                10  WS-DPT-CC         PIC X(4).
         01 WS-CC-COUNT PIC 9(3) VALUE ZERO.
         01 WS-CC-SUB PIC 9(3).
         01 WS-CC-MATCH-SUB PIC 9(3) VALUE ZERO.
         01 WS-CC-TABLE.
            05  WS-CC-ENTRY OCCURS 200 TIMES.
                10  WS-CC-COMPANY        PIC X(2).
                10  WS-CC-CODE           PIC X(4).
                10  WS-CC-PERIOD-LABOR   PIC 9(9)V99.
                10  WS-CC-PERIOD-TAX     PIC 9(9)V99.
         01 WS-ACCRUAL-AMOUNTS.
            05  WS-LABOR-ACCRUAL       PIC 9(9)V99.
            05  WS-TAX-ACCRUAL         PIC 9(9)V99.
            05  WS-TOTAL-ACCRUAL       PIC 9(9)V99.
         01 WS-ACCRUAL-TOTALS.
            05  WS-TOT-PERIOD-LABOR    PIC 9(9)V99 VALUE ZERO.
            05  WS-TOT-PERIOD-TAX      PIC 9(9)V99 VALUE ZERO.
            05  WS-TOT-LABOR-ACCRUAL   PIC 9(9)V99 VALUE ZERO.
            05  WS-TOT-TAX-ACCRUAL     PIC 9(9)V99 VALUE ZERO.
            05  WS-TOT-ACCRUAL         PIC 9(9)V99 VALUE ZERO.
         01 WS-GL-LINE-COUNT PIC 9(5) VALUE ZERO.
         PROCEDURE DIVISION.
            PERFORM INITIALIZATION.
            PERFORM ACCRUE-COST-CENTERS.
            PERFORM END-OF-JOB.
            STOP RUN.
         INITIALIZATION.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
            MOVE ZERO TO REC-COUNTER.
            PERFORM READ-ACCRUAL-PARM.
            PERFORM CHECK-ACCRUAL-CONTROL.
            PERFORM LOAD-PAY-CALENDAR.
            PERFORM FIND-PAID-THROUGH-DATE.
            PERFORM LOAD-COMPANY-MASTER.
            PERFORM LOAD-LABOR-DISTRIBUTION.
            PERFORM FIND-DISTRIBUTION-PERIOD.
            PERFORM LOAD-DEPT-MASTER.
            OPEN OUTPUT ACCRUAL-GL-FILE.
            OPEN OUTPUT ACCRUAL-REPORT-FILE.
            MOVE SPACES TO AR-H1-TITLE.
            IF WS-CMP-COUNT = 1
               STRING WS-CMP-LEGAL-NAME(1) DELIMITED BY "  "
                      " - MONTH-END LABOR ACCRUAL" DELIMITED BY SIZE
                      INTO AR-H1-TITLE
            ELSE
               MOVE "ALL COMPANIES - MONTH-END LABOR ACCRUAL"
                    TO AR-H1-TITLE
            END-IF.
            MOVE WS-MONTH-END-DATE TO AR-H1-MONTH-END.
            WRITE AR-HEADING-1.
            MOVE WS-PAID-THROUGH TO AR-H2-PAID-THROUGH.
            MOVE WS-UNPAID-WORKDAYS TO AR-H2-UNPAID-DAYS.
            MOVE WS-PERIOD-WORKDAYS TO AR-H2-PERIOD-DAYS.
            WRITE AR-HEADING-2 AFTER ADVANCING 1 LINE.
            MOVE WS-DIST-PERIOD-END TO AR-H3-DIST-PERIOD.
            MOVE WS-REVERSAL-DATE TO AR-H3-REVERSAL-DATE.
            WRITE AR-HEADING-3 AFTER ADVANCING 1 LINE.
            WRITE AR-COLUMN-HEADING AFTER ADVANCING 2 LINES.
         READ-ACCRUAL-PARM.
            OPEN INPUT ACCRUAL-PARM-FILE.
            IF WS-PRM-FILE-STATUS = "00"
               READ ACCRUAL-PARM-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF AP-MONTH-END-DATE NUMERIC
                          AND AP-MONTH-END-DATE > ZERO
                          MOVE AP-MONTH-END-DATE TO WS-MONTH-END-DATE
                       END-IF
               END-READ
               CLOSE ACCRUAL-PARM-FILE
            END-IF.
            IF WS-MONTH-END-DATE = ZERO
               MOVE WS-RUN-DATE TO WS-FIRST-OF-MONTH
               MOVE 01 TO WS-FM-DAY
               COMPUTE WS-MONTH-END-DATE = FUNCTION DATE-OF-INTEGER
                  (FUNCTION INTEGER-OF-DATE(WS-FIRST-OF-MONTH) - 1)
               DISPLAY "ACCRPARM NOT PRESENT - ACCRUING MONTH ENDING "
                  WS-MONTH-END-DATE
            END-IF.
            IF FUNCTION TEST-DATE-YYYYMMDD(WS-MONTH-END-DATE)
               NOT = ZERO
               DISPLAY "ACCRPARM MONTH-END DATE INVALID: "
                  WS-MONTH-END-DATE
               DISPLAY "DATE MUST BE YYYYMMDD - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            COMPUTE WS-MONTH-END-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-MONTH-END-DATE).
            COMPUTE WS-REVERSAL-DATE =
               FUNCTION DATE-OF-INTEGER(WS-MONTH-END-INTEGER + 1).
            IF WS-RV-DAY NOT = 01
               DISPLAY "ACCRPARM DATE " WS-MONTH-END-DATE
                  " IS NOT THE LAST DAY OF A MONTH - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
         CHECK-ACCRUAL-CONTROL.
            OPEN INPUT ACCRUAL-CONTROL-FILE.
            IF WS-ACC-FILE-STATUS = "00"
               PERFORM UNTIL WS-ACC-FILE-STATUS NOT = "00"
                  READ ACCRUAL-CONTROL-FILE
                      AT END MOVE "10" TO WS-ACC-FILE-STATUS
                      NOT AT END
                          IF AC-ACCRUAL-MONTH = WS-ME-YEAR-MONTH
                             DISPLAY "*** MONTH " WS-ME-YEAR-MONTH
                                " ALREADY ACCRUED ON " AC-RUN-DATE
                                " ***"
                             DISPLAY "A SECOND ACCRUAL WOULD DOUBLE "
                                "THE EXPENSE - RUN REFUSED"
                             CLOSE ACCRUAL-CONTROL-FILE
                             MOVE 16 TO RETURN-CODE
                             STOP RUN
                          END-IF
                  END-READ
               END-PERFORM
               CLOSE ACCRUAL-CONTROL-FILE
            END-IF.
         LOAD-PAY-CALENDAR.
            MOVE "N" TO WS-CAL-LOADED-SWITCH.
            MOVE ZERO TO WS-CAL-COUNT.
            OPEN INPUT PAY-CALENDAR-FILE.
            IF WS-CAL-FILE-STATUS NOT = "00"
               DISPLAY "PAYCAL OPEN FAILED, STATUS "
                  WS-CAL-FILE-STATUS
               DISPLAY "ACCRUAL NOT RUN - THE PAY CALENDAR IS NEEDED "
                  "TO FIND THE PAID-THROUGH DATE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            MOVE "Y" TO WS-CAL-LOADED-SWITCH.
            PERFORM UNTIL WS-CAL-FILE-STATUS NOT = "00"
                     OR WS-CAL-COUNT = 130
               READ PAY-CALENDAR-FILE
                   AT END MOVE "10" TO WS-CAL-FILE-STATUS
                   NOT AT END
                       ADD 1 TO WS-CAL-COUNT
                       MOVE PPC-PERIOD-END
                            TO WS-CAL-PERIOD-END(WS-CAL-COUNT)
                       MOVE PPC-STATUS
                            TO WS-CAL-STATUS(WS-CAL-COUNT)
               END-READ
            END-PERFORM.
            IF WS-CAL-FILE-STATUS = "00"
               AND WS-CAL-COUNT = 130
               READ PAY-CALENDAR-FILE
                   AT END CONTINUE
                   NOT AT END
                       DISPLAY "*** PAY CALENDAR TABLE FULL AT "
                          "130 - PAYCAL HAS MORE RECORDS ***"
                       DISPLAY "THE PAID-THROUGH DATE COULD BE "
                          "WRONG - RUN REFUSED"
                       CLOSE PAY-CALENDAR-FILE
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
               END-READ
            END-IF.
            CLOSE PAY-CALENDAR-FILE.
         FIND-PAID-THROUGH-DATE.
            MOVE ZERO TO WS-PAID-THROUGH.
            PERFORM VARYING WS-CAL-SUB FROM 1 BY 1
                    UNTIL WS-CAL-SUB > WS-CAL-COUNT
               IF WS-CAL-POSTED(WS-CAL-SUB)
                  AND WS-CAL-PERIOD-END(WS-CAL-SUB)
                      <= WS-MONTH-END-DATE
                  AND WS-CAL-PERIOD-END(WS-CAL-SUB) > WS-PAID-THROUGH
                  MOVE WS-CAL-PERIOD-END(WS-CAL-SUB)
                       TO WS-PAID-THROUGH
               END-IF
            END-PERFORM.
            IF WS-PAID-THROUGH = ZERO
               DISPLAY "NO POSTED PAY PERIOD ON PAYCAL ON OR BEFORE "
                  WS-MONTH-END-DATE
               DISPLAY "ACCRUAL NOT RUN - POST THE PERIOD'S FINAL "
                  "PAYROLL FIRST"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            COMPUTE WS-PAID-THROUGH-INT =
               FUNCTION INTEGER-OF-DATE(WS-PAID-THROUGH).
            COMPUTE WS-COUNT-FROM-INT = WS-PAID-THROUGH-INT + 1.
            MOVE WS-MONTH-END-INTEGER TO WS-COUNT-TO-INT.
            PERFORM COUNT-WORKDAYS.
            MOVE WS-WORKDAY-COUNT TO WS-UNPAID-WORKDAYS.
         COUNT-WORKDAYS.
            MOVE ZERO TO WS-WORKDAY-COUNT.
            PERFORM VARYING WS-DAY-INTEGER FROM WS-COUNT-FROM-INT
                    BY 1 UNTIL WS-DAY-INTEGER > WS-COUNT-TO-INT
               COMPUTE WS-DAY-OF-WEEK =
                  FUNCTION MOD(WS-DAY-INTEGER - 1 7)
               IF WS-DAY-OF-WEEK < 5
                  ADD 1 TO WS-WORKDAY-COUNT
               END-IF
            END-PERFORM.
         LOAD-COMPANY-MASTER.
            MOVE WS-GL-ACCOUNT-SET TO WS-GL-STANDARD-SET.
            MOVE ZERO TO WS-CMP-COUNT.
            OPEN INPUT COMPANY-MASTER-FILE.
            IF WS-CMP-FILE-STATUS = "00"
               PERFORM UNTIL WS-CMP-FILE-STATUS NOT = "00"
                        OR WS-CMP-COUNT = 10
                  READ COMPANY-MASTER-FILE
                      AT END MOVE "10" TO WS-CMP-FILE-STATUS
                      NOT AT END
                          PERFORM ADD-COMPANY-ENTRY
                  END-READ
               END-PERFORM
               IF WS-CMP-FILE-STATUS = "00"
                  AND WS-CMP-COUNT = 10
                  READ COMPANY-MASTER-FILE
                      AT END CONTINUE
                      NOT AT END
                          DISPLAY "*** COMPANY TABLE FULL AT 10 "
                             "- COMPMAST HAS MORE RECORDS ***"
                          DISPLAY "THE MISSING COMPANIES WOULD NOT BE "
                             "ACCRUED - RUN REFUSED"
                          CLOSE COMPANY-MASTER-FILE
                          MOVE 16 TO RETURN-CODE
                          STOP RUN
                  END-READ
               END-IF
               CLOSE COMPANY-MASTER-FILE
            END-IF.
            IF WS-CMP-COUNT = ZERO
               ADD 1 TO WS-CMP-COUNT
               MOVE WS-DEFAULT-COMPANY TO WS-CMP-CODE(WS-CMP-COUNT)
               MOVE "ACME MFG CO." TO WS-CMP-LEGAL-NAME(WS-CMP-COUNT)
               MOVE WS-GL-STANDARD-SET
                    TO WS-CMP-GL-ACCOUNT-SET(WS-CMP-COUNT)
            END-IF.
         ADD-COMPANY-ENTRY.
            ADD 1 TO WS-CMP-COUNT.
            MOVE CMP-CODE TO WS-CMP-CODE(WS-CMP-COUNT).
            MOVE CMP-LEGAL-NAME TO WS-CMP-LEGAL-NAME(WS-CMP-COUNT).
            IF CMP-GL-ACCOUNT-SET = SPACES
               MOVE WS-GL-STANDARD-SET
                    TO WS-CMP-GL-ACCOUNT-SET(WS-CMP-COUNT)
            ELSE
               MOVE CMP-GL-ACCOUNT-SET
                    TO WS-CMP-GL-ACCOUNT-SET(WS-CMP-COUNT)
            END-IF.
         FIND-COMPANY.
            IF WS-CMP-LOOKUP-CODE = SPACES
               MOVE WS-DEFAULT-COMPANY TO WS-CMP-LOOKUP-CODE
            END-IF.
            MOVE ZERO TO WS-CMP-MATCH-SUB.
            PERFORM VARYING WS-CMP-SUB FROM 1 BY 1
                    UNTIL WS-CMP-SUB > WS-CMP-COUNT
               IF WS-CMP-CODE(WS-CMP-SUB) = WS-CMP-LOOKUP-CODE
                  MOVE WS-CMP-SUB TO WS-CMP-MATCH-SUB
                  MOVE WS-CMP-COUNT TO WS-CMP-SUB
               END-IF
            END-PERFORM.
         LOAD-LABOR-DISTRIBUTION.
            MOVE ZERO TO WS-CC-COUNT.
            MOVE ZERO TO WS-DIST-PERIOD-END.
            OPEN INPUT GL-EXTRACT-FILE.
            IF WS-GLI-FILE-STATUS NOT = "00"
               DISPLAY "GLEXTR OPEN FAILED, STATUS "
                  WS-GLI-FILE-STATUS
               DISPLAY "ACCRUAL NOT RUN - SUPPLY THE LATEST PAYROLL "
                  "GL EXTRACT AND RERUN"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            PERFORM UNTIL WS-GLI-FILE-STATUS NOT = "00"
               READ GL-EXTRACT-FILE
                   AT END MOVE "10" TO WS-GLI-FILE-STATUS
                   NOT AT END
                       ADD 1 TO REC-COUNTER
                       PERFORM ACCUMULATE-DISTRIBUTION-LINE
               END-READ
            END-PERFORM.
            CLOSE GL-EXTRACT-FILE.
            IF WS-DIST-PERIOD-END = ZERO
               DISPLAY "GLEXTR HOLDS NO LABOR DISTRIBUTION - "
                  "ACCRUAL NOT RUN"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
         ACCUMULATE-DISTRIBUTION-LINE.
            MOVE GLI-COMPANY-CODE TO WS-CMP-LOOKUP-CODE.
            PERFORM FIND-COMPANY.
            IF WS-CMP-MATCH-SUB = ZERO
               DISPLAY "*** GLEXTR COMPANY " WS-CMP-LOOKUP-CODE
                  " NOT ON COMPMAST - ITS ACCOUNTS ARE NOT KNOWN ***"
               DISPLAY "ACCRUAL WOULD BE UNDERSTATED - RUN REFUSED"
               CLOSE GL-EXTRACT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            MOVE WS-CMP-GL-ACCOUNT-SET(WS-CMP-MATCH-SUB)
                 TO WS-GL-ACCOUNT-SET.
            IF GLI-ACCOUNT-NUMBER = WS-GL-LABOR-ACCOUNT
               OR GLI-ACCOUNT-NUMBER = WS-GL-TAX-ACCOUNT
               IF GLI-PERIOD-END-DATE > WS-DIST-PERIOD-END
                  MOVE GLI-PERIOD-END-DATE TO WS-DIST-PERIOD-END
                  MOVE ZERO TO WS-CC-COUNT
               END-IF
               IF GLI-PERIOD-END-DATE = WS-DIST-PERIOD-END
                  PERFORM FIND-COST-CENTER
                  IF WS-CC-MATCH-SUB = ZERO
                     IF WS-CC-COUNT = 200
                        DISPLAY "*** COST CENTER TABLE FULL AT 200 "
                           "- ACCRUAL WOULD BE UNDERSTATED ***"
                        DISPLAY "RUN REFUSED"
                        CLOSE GL-EXTRACT-FILE
                        MOVE 16 TO RETURN-CODE
                        STOP RUN
                     END-IF
                     ADD 1 TO WS-CC-COUNT
                     MOVE WS-CC-COUNT TO WS-CC-MATCH-SUB
                     MOVE WS-CMP-LOOKUP-CODE
                          TO WS-CC-COMPANY(WS-CC-COUNT)
                     MOVE GLI-COST-CENTER TO WS-CC-CODE(WS-CC-COUNT)
                     MOVE ZERO TO WS-CC-PERIOD-LABOR(WS-CC-COUNT)
                     MOVE ZERO TO WS-CC-PERIOD-TAX(WS-CC-COUNT)
                  END-IF
                  IF GLI-ACCOUNT-NUMBER = WS-GL-LABOR-ACCOUNT
                     ADD GLI-DEBIT-AMOUNT
                        TO WS-CC-PERIOD-LABOR(WS-CC-MATCH-SUB)
                     SUBTRACT GLI-CREDIT-AMOUNT
                        FROM WS-CC-PERIOD-LABOR(WS-CC-MATCH-SUB)
                  ELSE
                     ADD GLI-DEBIT-AMOUNT
                        TO WS-CC-PERIOD-TAX(WS-CC-MATCH-SUB)
                     SUBTRACT GLI-CREDIT-AMOUNT
                        FROM WS-CC-PERIOD-TAX(WS-CC-MATCH-SUB)
                  END-IF
               END-IF
            END-IF.
         FIND-COST-CENTER.
            MOVE ZERO TO WS-CC-MATCH-SUB.
            PERFORM VARYING WS-CC-SUB FROM 1 BY 1
                    UNTIL WS-CC-SUB > WS-CC-COUNT
               IF WS-CC-CODE(WS-CC-SUB) = GLI-COST-CENTER
                  AND WS-CC-COMPANY(WS-CC-SUB) = WS-CMP-LOOKUP-CODE
                  MOVE WS-CC-SUB TO WS-CC-MATCH-SUB
                  MOVE WS-CC-COUNT TO WS-CC-SUB
               END-IF
            END-PERFORM.
         FIND-DISTRIBUTION-PERIOD.
            IF WS-DIST-PERIOD-END NOT = WS-PAID-THROUGH
               DISPLAY "GLEXTR PERIOD " WS-DIST-PERIOD-END
                  " IS NOT THE PAID-THROUGH PERIOD " WS-PAID-THROUGH
               DISPLAY "ACCRUAL NOT RUN - SUPPLY THE GL EXTRACT FROM "
                  "THAT PERIOD'S FINAL PAYROLL AND RERUN"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            MOVE ZERO TO WS-PRIOR-PERIOD-END.
            PERFORM VARYING WS-CAL-SUB FROM 1 BY 1
                    UNTIL WS-CAL-SUB > WS-CAL-COUNT
               IF WS-CAL-PERIOD-END(WS-CAL-SUB) < WS-DIST-PERIOD-END
                  AND WS-CAL-PERIOD-END(WS-CAL-SUB)
                      > WS-PRIOR-PERIOD-END
                  MOVE WS-CAL-PERIOD-END(WS-CAL-SUB)
                       TO WS-PRIOR-PERIOD-END
               END-IF
            END-PERFORM.
            COMPUTE WS-DIST-PERIOD-INT =
               FUNCTION INTEGER-OF-DATE(WS-DIST-PERIOD-END).
            IF WS-PRIOR-PERIOD-END = ZERO
               COMPUTE WS-PRIOR-PERIOD-INT = WS-DIST-PERIOD-INT - 7
            ELSE
               COMPUTE WS-PRIOR-PERIOD-INT =
                  FUNCTION INTEGER-OF-DATE(WS-PRIOR-PERIOD-END)
            END-IF.
            COMPUTE WS-COUNT-FROM-INT = WS-PRIOR-PERIOD-INT + 1.
            MOVE WS-DIST-PERIOD-INT TO WS-COUNT-TO-INT.
            PERFORM COUNT-WORKDAYS.
            MOVE WS-WORKDAY-COUNT TO WS-PERIOD-WORKDAYS.
            IF WS-PERIOD-WORKDAYS = ZERO
               DISPLAY "PAY PERIOD ENDING " WS-DIST-PERIOD-END
                  " HAS NO WORKDAYS - ACCRUAL NOT RUN"
               MOVE 16 TO RETURN-CODE
               STOP RUN
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
                          IF DPT-COST-CENTER = SPACES
                             MOVE DPT-CODE
                                  TO WS-DPT-CC(WS-DPT-COUNT)
                          ELSE
                             MOVE DPT-COST-CENTER
                                  TO WS-DPT-CC(WS-DPT-COUNT)
                          END-IF
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
               DISPLAY "DEPTMAST NOT PRESENT - ACCRUAL REPORT "
                  "SHOWS COST CENTERS ONLY"
            END-IF.
         FIND-DEPARTMENT-FOR-CC.
            MOVE ZERO TO WS-DPT-MATCH-SUB.
            PERFORM VARYING WS-DPT-SUB FROM 1 BY 1
                    UNTIL WS-DPT-SUB > WS-DPT-COUNT
               IF WS-DPT-CC(WS-DPT-SUB) = WS-CC-CODE(WS-CC-SUB)
                  MOVE WS-DPT-SUB TO WS-DPT-MATCH-SUB
                  MOVE WS-DPT-COUNT TO WS-DPT-SUB
               END-IF
            END-PERFORM.
         ACCRUE-COST-CENTERS.
            PERFORM VARYING WS-CC-SUB FROM 1 BY 1
                    UNTIL WS-CC-SUB > WS-CC-COUNT
               PERFORM ACCRUE-ONE-COST-CENTER
            END-PERFORM.
         ACCRUE-ONE-COST-CENTER.
            COMPUTE WS-LABOR-ACCRUAL ROUNDED =
               WS-CC-PERIOD-LABOR(WS-CC-SUB) * WS-UNPAID-WORKDAYS
               / WS-PERIOD-WORKDAYS.
            COMPUTE WS-TAX-ACCRUAL ROUNDED =
               WS-CC-PERIOD-TAX(WS-CC-SUB) * WS-UNPAID-WORKDAYS
               / WS-PERIOD-WORKDAYS.
            COMPUTE WS-TOTAL-ACCRUAL =
               WS-LABOR-ACCRUAL + WS-TAX-ACCRUAL.
            ADD WS-CC-PERIOD-LABOR(WS-CC-SUB) TO WS-TOT-PERIOD-LABOR.
            ADD WS-CC-PERIOD-TAX(WS-CC-SUB) TO WS-TOT-PERIOD-TAX.
            ADD WS-LABOR-ACCRUAL TO WS-TOT-LABOR-ACCRUAL.
            ADD WS-TAX-ACCRUAL TO WS-TOT-TAX-ACCRUAL.
            ADD WS-TOTAL-ACCRUAL TO WS-TOT-ACCRUAL.
            IF WS-TOTAL-ACCRUAL > ZERO
               PERFORM WRITE-ACCRUAL-ENTRIES
            END-IF.
            PERFORM WRITE-ACCRUAL-REPORT-LINE.
         WRITE-ACCRUAL-ENTRIES.
            MOVE WS-CC-COMPANY(WS-CC-SUB) TO WS-CMP-LOOKUP-CODE.
            PERFORM FIND-COMPANY.
            MOVE WS-CMP-GL-ACCOUNT-SET(WS-CMP-MATCH-SUB)
                 TO WS-GL-ACCOUNT-SET.
            MOVE WS-CC-COMPANY(WS-CC-SUB) TO GL-COMPANY-CODE.
            MOVE WS-CC-CODE(WS-CC-SUB) TO GL-COST-CENTER.
            MOVE WS-MONTH-END-DATE TO GL-PERIOD-END-DATE.
            MOVE WS-GL-LABOR-ACCOUNT TO GL-ACCOUNT-NUMBER.
            MOVE WS-LABOR-ACCRUAL TO GL-DEBIT-AMOUNT.
            MOVE ZERO TO GL-CREDIT-AMOUNT.
            MOVE "MONTH-END LABOR ACCRUAL" TO GL-DESCRIPTION.
            WRITE GL-EXTRACT-RECORD.
            MOVE WS-GL-TAX-ACCOUNT TO GL-ACCOUNT-NUMBER.
            MOVE WS-TAX-ACCRUAL TO GL-DEBIT-AMOUNT.
            MOVE "MONTH-END EMPLOYER TAX ACCRUAL" TO GL-DESCRIPTION.
            WRITE GL-EXTRACT-RECORD.
            MOVE WS-GL-CLEARING-ACCOUNT TO GL-ACCOUNT-NUMBER.
            MOVE ZERO TO GL-DEBIT-AMOUNT.
            MOVE WS-TOTAL-ACCRUAL TO GL-CREDIT-AMOUNT.
            MOVE "ACCRUED PAYROLL LIABILITY" TO GL-DESCRIPTION.
            WRITE GL-EXTRACT-RECORD.
            MOVE WS-REVERSAL-DATE TO GL-PERIOD-END-DATE.
            MOVE WS-GL-LABOR-ACCOUNT TO GL-ACCOUNT-NUMBER.
            MOVE ZERO TO GL-DEBIT-AMOUNT.
            MOVE WS-LABOR-ACCRUAL TO GL-CREDIT-AMOUNT.
            MOVE "LABOR ACCRUAL REVERSAL" TO GL-DESCRIPTION.
            WRITE GL-EXTRACT-RECORD.
            MOVE WS-GL-TAX-ACCOUNT TO GL-ACCOUNT-NUMBER.
            MOVE WS-TAX-ACCRUAL TO GL-CREDIT-AMOUNT.
            MOVE "EMPLOYER TAX ACCRUAL REVERSAL" TO GL-DESCRIPTION.
            WRITE GL-EXTRACT-RECORD.
            MOVE WS-GL-CLEARING-ACCOUNT TO GL-ACCOUNT-NUMBER.
            MOVE WS-TOTAL-ACCRUAL TO GL-DEBIT-AMOUNT.
            MOVE ZERO TO GL-CREDIT-AMOUNT.
            MOVE "ACCRUED PAYROLL REVERSAL" TO GL-DESCRIPTION.
            WRITE GL-EXTRACT-RECORD.
            ADD 6 TO WS-GL-LINE-COUNT.
         WRITE-ACCRUAL-REPORT-LINE.
            MOVE WS-CC-COMPANY(WS-CC-SUB) TO AR-DTL-COMPANY.
            MOVE WS-CC-CODE(WS-CC-SUB) TO AR-DTL-COST-CENTER.
            PERFORM FIND-DEPARTMENT-FOR-CC.
            IF WS-DPT-MATCH-SUB = ZERO
               MOVE SPACES TO AR-DTL-DEPT
               IF DEPT-MASTER-LOADED
                  MOVE "NOT ON DEPTMAST" TO AR-DTL-DEPT-NAME
               ELSE
                  MOVE SPACES TO AR-DTL-DEPT-NAME
               END-IF
            ELSE
               MOVE WS-DPT-CODE(WS-DPT-MATCH-SUB) TO AR-DTL-DEPT
               MOVE WS-DPT-NAME(WS-DPT-MATCH-SUB) TO AR-DTL-DEPT-NAME
            END-IF.
            MOVE WS-CC-PERIOD-LABOR(WS-CC-SUB) TO AR-DTL-PERIOD-LABOR.
            MOVE WS-CC-PERIOD-TAX(WS-CC-SUB) TO AR-DTL-PERIOD-TAX.
            MOVE WS-LABOR-ACCRUAL TO AR-DTL-LABOR-ACCR.
            MOVE WS-TAX-ACCRUAL TO AR-DTL-TAX-ACCR.
            MOVE WS-TOTAL-ACCRUAL TO AR-DTL-TOTAL-ACCR.
            WRITE AR-DETAIL-LINE AFTER ADVANCING 1 LINE.
         RECORD-ACCRUAL-MONTH.
            OPEN EXTEND ACCRUAL-CONTROL-FILE.
            IF WS-ACC-FILE-STATUS = "35"
               OPEN OUTPUT ACCRUAL-CONTROL-FILE
            END-IF.
            MOVE WS-ME-YEAR-MONTH TO AC-ACCRUAL-MONTH.
            MOVE WS-RUN-DATE TO AC-RUN-DATE.
            MOVE WS-PAID-THROUGH TO AC-PAID-THROUGH.
            MOVE WS-TOT-ACCRUAL TO AC-ACCRUAL-TOTAL.
            WRITE ACCRUAL-CONTROL-RECORD.
            CLOSE ACCRUAL-CONTROL-FILE.
         END-OF-JOB.
            MOVE WS-TOT-PERIOD-LABOR TO AR-TOT-PERIOD-LABOR.
            MOVE WS-TOT-PERIOD-TAX TO AR-TOT-PERIOD-TAX.
            MOVE WS-TOT-LABOR-ACCRUAL TO AR-TOT-LABOR-ACCR.
            MOVE WS-TOT-TAX-ACCRUAL TO AR-TOT-TAX-ACCR.
            MOVE WS-TOT-ACCRUAL TO AR-TOT-TOTAL-ACCR.
            WRITE AR-TOTAL-LINE AFTER ADVANCING 2 LINES.
            IF WS-UNPAID-WORKDAYS = ZERO
               MOVE "NO UNPAID WORKDAYS AT MONTH END - NOTHING ACCRUED"
                    TO AR-MSG-TEXT
               WRITE AR-MESSAGE-LINE AFTER ADVANCING 2 LINES
            END-IF.
            CLOSE ACCRUAL-GL-FILE.
            CLOSE ACCRUAL-REPORT-FILE.
            PERFORM RECORD-ACCRUAL-MONTH.
            DISPLAY "GL EXTRACT RECORDS READ: " REC-COUNTER.
            DISPLAY "MONTH END: " WS-MONTH-END-DATE
               " PAID THROUGH: " WS-PAID-THROUGH.
            DISPLAY "UNPAID WORKDAYS: " WS-UNPAID-WORKDAYS
               " OF " WS-PERIOD-WORKDAYS " IN PERIOD".
            DISPLAY "ACCRUAL GL LINES WRITTEN: " WS-GL-LINE-COUNT.
            DISPLAY "TOTAL ACCRUED: " WS-TOT-ACCRUAL.
