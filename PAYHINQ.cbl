         IDENTIFICATION DIVISION.
         PROGRAM-ID. PAYHINQ.
         AUTHOR. ASHIS KUMAR NAIK.
         ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
             SELECT PAY-HISTORY-FILE ASSIGN TO "PAYHIST"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-PHS-FILE-STATUS.
             SELECT HIST-PARM-FILE ASSIGN TO "PHPARM"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-PRM-FILE-STATUS.
             SELECT HIST-REPORT-FILE ASSIGN TO "PAYHRPT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-RPT-FILE-STATUS.
             SELECT STUB-REPRINT-FILE ASSIGN TO "STUBRPRT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-STB-FILE-STATUS.
             SELECT COMPANY-MASTER-FILE ASSIGN TO "COMPMAST"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-CMP-FILE-STATUS.
             SELECT DEPT-MASTER-FILE ASSIGN TO "DEPTMAST"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-DPT-FILE-STATUS.
             SELECT EARNINGS-CODE-FILE ASSIGN TO "EARNCODE"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ERN-FILE-STATUS.
         DATA DIVISION.
         FILE SECTION.
         FD  PAY-HISTORY-FILE
             LABEL RECORDS ARE STANDARD.
             COPY PHSTREC.
         FD  HIST-PARM-FILE
             LABEL RECORDS ARE STANDARD.
         01  HIST-PARM-RECORD.
             05  HQ-EMP-ID            PIC X(6).
             05  HQ-FROM-DATE         PIC 9(8).
             05  HQ-TO-DATE           PIC 9(8).
             05  HQ-REPRINT-PERIOD    PIC 9(8).
         FD  HIST-REPORT-FILE
             LABEL RECORDS ARE STANDARD.
         01  HR-HEADING-1.
             05  HR-H1-TITLE          PIC X(64).
         01  HR-EMP-HEADING.
             05  FILLER               PIC X(10) VALUE "EMPLOYEE: ".
             05  HR-EH-EMP-NAME       PIC X(30).
             05  FILLER               PIC X(5)  VALUE "ID: ".
             05  HR-EH-EMP-ID         PIC X(6).
         01  HR-RANGE-HEADING.
             05  FILLER               PIC X(20)
                 VALUE "PERIODS ENDING FROM ".
             05  HR-RH-FROM-DATE      PIC 9(4)/99/99.
             05  FILLER               PIC X(4)  VALUE " TO ".
             05  HR-RH-TO-DATE        PIC 9(4)/99/99.
         01  HR-COLUMN-HEADING.
             05  FILLER               PIC X(12) VALUE "PERIOD END".
             05  FILLER               PIC X(8)  VALUE "TYPE".
             05  FILLER               PIC X(12) VALUE "POSTED".
             05  FILLER               PIC X(5)  VALUE "HRS".
             05  FILLER               PIC X(14) VALUE "GROSS".
             05  FILLER               PIC X(12) VALUE "FED TAX".
             05  FILLER               PIC X(12) VALUE "STATE TAX".
             05  FILLER               PIC X(12) VALUE "FICA".
             05  FILLER               PIC X(11) VALUE "DEDUCT".
             05  FILLER               PIC X(15) VALUE "NET PAY".
             05  FILLER               PIC X(15) VALUE "PAID BY".
         01  HR-DETAIL-LINE.
             05  HR-DTL-PERIOD        PIC 9(4)/99/99.
             05  FILLER               PIC X(2).
             05  HR-DTL-TYPE          PIC X(8).
             05  HR-DTL-POSTED        PIC 9(4)/99/99.
             05  FILLER               PIC X(2).
             05  HR-DTL-HOURS         PIC ZZ9.
             05  FILLER               PIC X(2).
             05  HR-DTL-GROSS         PIC Z,ZZZ,ZZ9.99-.
             05  FILLER               PIC X(1).
             05  HR-DTL-FED           PIC ZZZ,ZZ9.99-.
             05  FILLER               PIC X(1).
             05  HR-DTL-STATE         PIC ZZZ,ZZ9.99-.
             05  FILLER               PIC X(1).
             05  HR-DTL-FICA          PIC ZZZ,ZZ9.99-.
             05  FILLER               PIC X(1).
             05  HR-DTL-DEDUCT        PIC ZZ,ZZ9.99-.
             05  FILLER               PIC X(1).
             05  HR-DTL-NET           PIC Z,ZZZ,ZZ9.99-.
             05  FILLER               PIC X(2).
             05  HR-DTL-PAID.
                 10  HR-DTL-PAID-BY   PIC X(7).
                 10  HR-DTL-CHECK-NO  PIC 9(8).
         01  HR-TOTAL-LINE.
             05  FILLER               PIC X(37)
                 VALUE "TOTALS FOR DATE RANGE:".
             05  HR-TOT-GROSS         PIC Z,ZZZ,ZZ9.99-.
             05  FILLER               PIC X(1).
             05  HR-TOT-FED           PIC ZZZ,ZZ9.99-.
             05  FILLER               PIC X(1).
             05  HR-TOT-STATE         PIC ZZZ,ZZ9.99-.
             05  FILLER               PIC X(1).
             05  HR-TOT-FICA          PIC ZZZ,ZZ9.99-.
             05  FILLER               PIC X(1).
             05  HR-TOT-DEDUCT        PIC ZZ,ZZ9.99-.
             05  FILLER               PIC X(1).
             05  HR-TOT-NET           PIC Z,ZZZ,ZZ9.99-.
         01  HR-COUNT-LINE.
             05  HR-CNT-LABEL         PIC X(24).
             05  HR-CNT-VALUE         PIC ZZZ9.
         01  HR-MESSAGE-LINE.
             05  HR-MSG-TEXT          PIC X(60).
         FD  STUB-REPRINT-FILE
             LABEL RECORDS ARE STANDARD.
         01  ST-HEADING-LINE.
             05  ST-HEADING-TITLE     PIC X(60).
         01  ST-REPRINT-LINE.
             05  FILLER               PIC X(28)
                 VALUE "REPRINT - ORIGINALLY POSTED ".
             05  ST-POST-DATE         PIC 9(4)/99/99.
         01  ST-EMPLOYEE-LINE.
             05  FILLER               PIC X(10) VALUE "EMPLOYEE: ".
             05  ST-EMP-NAME          PIC X(30).
             05  FILLER               PIC X(5)  VALUE "ID: ".
             05  ST-EMP-ID            PIC X(6).
             05  FILLER               PIC X(8)  VALUE "  DEPT: ".
             05  ST-EMP-DEPT          PIC X(20).
         01  ST-PERIOD-LINE.
             05  FILLER               PIC X(20)
                 VALUE "PAY PERIOD ENDING: ".
             05  ST-PERIOD-DATE       PIC 9(4)/99/99.
         01  ST-FINAL-PAY-LINE.
             05  FILLER               PIC X(20)
                 VALUE "FINAL PAY - TERM: ".
             05  ST-TERM-DATE         PIC 9(4)/99/99.
             05  FILLER               PIC X(10) VALUE "  REASON: ".
             05  ST-TERM-REASON       PIC X(2).
         01  ST-PAID-LINE.
             05  FILLER               PIC X(9)  VALUE "PAID BY ".
             05  ST-PAID-BY           PIC X(16).
             05  ST-CHECK-NO          PIC 9(8).
         01  ST-TIER-HEADING.
             05  FILLER               PIC X(7)  VALUE "HOURS".
             05  FILLER               PIC X(7)  VALUE "MULT".
             05  FILLER               PIC X(14) VALUE "EARNINGS".
         01  ST-TIER-LINE.
             05  ST-TIER-HOURS        PIC ZZ9.
             05  FILLER               PIC X(4).
             05  ST-TIER-MULT         PIC 9.99.
             05  FILLER               PIC X(3).
             05  ST-TIER-AMOUNT       PIC Z,ZZZ,ZZ9.99.
         01  ST-AMOUNT-LINE.
             05  ST-AMT-LABEL         PIC X(20).
             05  ST-AMT-VALUE         PIC ZZ,ZZZ,ZZ9.99.
         FD  COMPANY-MASTER-FILE
             LABEL RECORDS ARE STANDARD.
             COPY COMPREC.
         FD  DEPT-MASTER-FILE
             LABEL RECORDS ARE STANDARD.
             COPY DPTREC.
         FD  EARNINGS-CODE-FILE
             LABEL RECORDS ARE STANDARD.
             COPY ERNREC.
         WORKING-STORAGE SECTION.
         77 REC-COUNTER PIC 9(6).
         01 WS-PHS-FILE-STATUS PIC X(2).
         01 WS-PRM-FILE-STATUS PIC X(2).
         01 WS-RPT-FILE-STATUS PIC X(2).
         01 WS-STB-FILE-STATUS PIC X(2).
         01 WS-CMP-FILE-STATUS PIC X(2).
         01 WS-DPT-FILE-STATUS PIC X(2).
         01 WS-ERN-FILE-STATUS PIC X(2).
         01 WS-REQUEST-EMP-ID PIC X(6) VALUE SPACES.
         01 WS-FROM-DATE PIC 9(8) VALUE ZERO.
         01 WS-TO-DATE PIC 9(8) VALUE 99999999.
         01 WS-REPRINT-PERIOD PIC 9(8) VALUE ZERO.
         01 WS-HIST-LINE-COUNT PIC 9(4) VALUE ZERO.
         01 WS-REPRINT-COUNT PIC 9(4) VALUE ZERO.
         01 WS-DEDUCT-AMOUNT PIC S9(6)V99.
         01 WS-HIST-TOTALS.
            05  WS-TOT-GROSS          PIC S9(9)V99 VALUE ZERO.
            05  WS-TOT-FED            PIC S9(8)V99 VALUE ZERO.
            05  WS-TOT-STATE          PIC S9(8)V99 VALUE ZERO.
            05  WS-TOT-FICA           PIC S9(8)V99 VALUE ZERO.
            05  WS-TOT-DEDUCT         PIC S9(8)V99 VALUE ZERO.
            05  WS-TOT-NET            PIC S9(9)V99 VALUE ZERO.
         01 WS-DEFAULT-COMPANY PIC X(2) VALUE "01".
         01 WS-CMP-COUNT PIC 9(2) VALUE ZERO.
         01 WS-CMP-SUB PIC 9(2).
         01 WS-CMP-MATCH-SUB PIC 9(2).
         01 WS-CMP-LOOKUP-CODE PIC X(2).
         01 WS-INQ-COMPANY-NAME PIC X(30) VALUE "ALL COMPANIES".
         01 WS-CMP-TABLE.
            05  WS-CMP-ENTRY OCCURS 10 TIMES.
                10  WS-CMP-CODE        PIC X(2).
                10  WS-CMP-LEGAL-NAME  PIC X(30).
         01 WS-DPT-PRINT-NAME PIC X(20).
         01 WS-STUB-SUB PIC 9.
         01 WS-SUPP-SUB PIC 9(2).
         01 WS-ERN-COUNT PIC 9(2) VALUE ZERO.
         01 WS-ERN-SUB PIC 9(2).
         01 WS-ERN-MATCH-SUB PIC 9(2).
         01 WS-ERN-TABLE.
            05  WS-ERN-ENTRY OCCURS 20 TIMES.
                10  WS-ERN-CODE          PIC X(4).
                10  WS-ERN-DESCRIPTION   PIC X(20).
         PROCEDURE DIVISION.
            PERFORM INITIALIZATION.
            PERFORM LIST-PAY-HISTORY.
            PERFORM END-OF-JOB.
            STOP RUN.
         INITIALIZATION.
            MOVE ZERO TO REC-COUNTER.
            PERFORM READ-HIST-PARM.
            PERFORM LOAD-COMPANY-MASTER.
            IF WS-REPRINT-PERIOD > ZERO
               PERFORM LOAD-EARNINGS-CODES
            END-IF.
            OPEN INPUT PAY-HISTORY-FILE.
            IF WS-PHS-FILE-STATUS NOT = "00"
               DISPLAY "PAYHIST OPEN FAILED, STATUS "
                  WS-PHS-FILE-STATUS
               DISPLAY "PAY HISTORY INQUIRY NOT RUN - SUPPLY THE "
                  "PAY HISTORY FILE AND RERUN"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            OPEN OUTPUT HIST-REPORT-FILE.
            IF WS-REPRINT-PERIOD > ZERO
               OPEN OUTPUT STUB-REPRINT-FILE
            END-IF.
         READ-HIST-PARM.
            OPEN INPUT HIST-PARM-FILE.
            IF WS-PRM-FILE-STATUS = "00"
               READ HIST-PARM-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE HQ-EMP-ID TO WS-REQUEST-EMP-ID
                       IF HQ-FROM-DATE NUMERIC
                          MOVE HQ-FROM-DATE TO WS-FROM-DATE
                       END-IF
                       IF HQ-TO-DATE NUMERIC
                          AND HQ-TO-DATE > ZERO
                          MOVE HQ-TO-DATE TO WS-TO-DATE
                       END-IF
                       IF HQ-REPRINT-PERIOD NUMERIC
                          MOVE HQ-REPRINT-PERIOD TO WS-REPRINT-PERIOD
                       END-IF
               END-READ
               CLOSE HIST-PARM-FILE
            END-IF.
            IF WS-REQUEST-EMP-ID = SPACES
               DISPLAY "PHPARM MISSING OR HAS NO EMPLOYEE ID - "
                  "PAY HISTORY INQUIRY NOT RUN"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            IF WS-FROM-DATE > WS-TO-DATE
               DISPLAY "PHPARM FROM DATE " WS-FROM-DATE
                  " IS AFTER TO DATE " WS-TO-DATE
                  " - PAY HISTORY INQUIRY NOT RUN"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
         LOAD-COMPANY-MASTER.
            MOVE ZERO TO WS-CMP-COUNT.
            OPEN INPUT COMPANY-MASTER-FILE.
            IF WS-CMP-FILE-STATUS = "00"
               PERFORM UNTIL WS-CMP-FILE-STATUS NOT = "00"
                        OR WS-CMP-COUNT = 10
                  READ COMPANY-MASTER-FILE
                      AT END MOVE "10" TO WS-CMP-FILE-STATUS
                      NOT AT END
                          ADD 1 TO WS-CMP-COUNT
                          MOVE CMP-CODE TO WS-CMP-CODE(WS-CMP-COUNT)
                          MOVE CMP-LEGAL-NAME
                               TO WS-CMP-LEGAL-NAME(WS-CMP-COUNT)
                  END-READ
               END-PERFORM
               IF WS-CMP-FILE-STATUS = "00"
                  AND WS-CMP-COUNT = 10
                  READ COMPANY-MASTER-FILE
                      AT END CONTINUE
                      NOT AT END
                          DISPLAY "*** COMPANY TABLE FULL AT 10 "
                             "- COMPMAST HAS MORE RECORDS ***"
                          DISPLAY "PAY HISTORY INQUIRY NOT RUN"
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
            END-IF.
            IF WS-CMP-COUNT = 1
               MOVE WS-CMP-LEGAL-NAME(1) TO WS-INQ-COMPANY-NAME
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
         LOAD-EARNINGS-CODES.
            MOVE ZERO TO WS-ERN-COUNT.
            OPEN INPUT EARNINGS-CODE-FILE.
            IF WS-ERN-FILE-STATUS = "00"
               PERFORM UNTIL WS-ERN-FILE-STATUS NOT = "00"
                        OR WS-ERN-COUNT = 20
                  READ EARNINGS-CODE-FILE
                      AT END MOVE "10" TO WS-ERN-FILE-STATUS
                      NOT AT END
                          ADD 1 TO WS-ERN-COUNT
                          MOVE ERN-CODE
                               TO WS-ERN-CODE(WS-ERN-COUNT)
                          MOVE ERN-DESCRIPTION
                               TO WS-ERN-DESCRIPTION(WS-ERN-COUNT)
                  END-READ
               END-PERFORM
               IF WS-ERN-FILE-STATUS = "00"
                  AND WS-ERN-COUNT = 20
                  READ EARNINGS-CODE-FILE
                      AT END CONTINUE
                      NOT AT END
                          DISPLAY "*** EARNINGS CODE TABLE FULL AT 20 "
                             "- EARNCODE HAS MORE RECORDS ***"
                          DISPLAY "PAY HISTORY INQUIRY NOT RUN"
                          CLOSE EARNINGS-CODE-FILE
                          MOVE 16 TO RETURN-CODE
                          STOP RUN
                  END-READ
               END-IF
               CLOSE EARNINGS-CODE-FILE
            ELSE
               DISPLAY "EARNCODE NOT PRESENT - REPRINTED SUPPLEMENTAL "
                  "EARNINGS WILL SHOW THE EARNINGS CODE"
            END-IF.
         FIND-EARNINGS-CODE.
            MOVE ZERO TO WS-ERN-MATCH-SUB.
            PERFORM VARYING WS-ERN-SUB FROM 1 BY 1
                    UNTIL WS-ERN-SUB > WS-ERN-COUNT
               IF WS-ERN-CODE(WS-ERN-SUB)
                  = PH-SUPP-EARN-CODE(WS-SUPP-SUB)
                  MOVE WS-ERN-SUB TO WS-ERN-MATCH-SUB
                  MOVE WS-ERN-COUNT TO WS-ERN-SUB
               END-IF
            END-PERFORM.
         GET-DEPT-NAME.
            MOVE PH-DEPT TO WS-DPT-PRINT-NAME.
            OPEN INPUT DEPT-MASTER-FILE.
            IF WS-DPT-FILE-STATUS = "00"
               PERFORM UNTIL WS-DPT-FILE-STATUS NOT = "00"
                  READ DEPT-MASTER-FILE
                      AT END MOVE "10" TO WS-DPT-FILE-STATUS
                      NOT AT END
                          IF DPT-CODE = PH-DEPT
                             MOVE DPT-NAME TO WS-DPT-PRINT-NAME
                             MOVE "10" TO WS-DPT-FILE-STATUS
                          END-IF
                  END-READ
               END-PERFORM
               CLOSE DEPT-MASTER-FILE
            END-IF.
         LIST-PAY-HISTORY.
            PERFORM UNTIL WS-PHS-FILE-STATUS NOT = "00"
               READ PAY-HISTORY-FILE
                   AT END MOVE "10" TO WS-PHS-FILE-STATUS
                   NOT AT END PERFORM SELECT-HISTORY-RECORD
               END-READ
            END-PERFORM.
            CLOSE PAY-HISTORY-FILE.
         SELECT-HISTORY-RECORD.
            ADD 1 TO REC-COUNTER.
            IF PH-EMP-ID = WS-REQUEST-EMP-ID
               PERFORM SELECT-EMPLOYEE-ENTRY
            END-IF.
         SELECT-EMPLOYEE-ENTRY.
            IF PH-PERIOD-END >= WS-FROM-DATE
               AND PH-PERIOD-END <= WS-TO-DATE
               PERFORM WRITE-HISTORY-LINE
            END-IF.
            IF WS-REPRINT-PERIOD > ZERO
               AND PH-PERIOD-END = WS-REPRINT-PERIOD
               AND PH-PAY-ENTRY
               PERFORM REPRINT-EARNINGS-STATEMENT
            END-IF.
         WRITE-HISTORY-HEADINGS.
            MOVE SPACES TO HR-H1-TITLE.
            STRING WS-INQ-COMPANY-NAME DELIMITED BY "  "
                   " - EMPLOYEE PAY HISTORY" DELIMITED BY SIZE
                   INTO HR-H1-TITLE.
            WRITE HR-HEADING-1.
            MOVE WS-REQUEST-EMP-ID TO HR-EH-EMP-ID.
            WRITE HR-EMP-HEADING AFTER ADVANCING 2 LINES.
            MOVE WS-FROM-DATE TO HR-RH-FROM-DATE.
            MOVE WS-TO-DATE TO HR-RH-TO-DATE.
            WRITE HR-RANGE-HEADING AFTER ADVANCING 1 LINE.
            WRITE HR-COLUMN-HEADING AFTER ADVANCING 2 LINES.
         WRITE-HISTORY-LINE.
            IF WS-HIST-LINE-COUNT = ZERO
               MOVE PH-COMPANY-CODE TO WS-CMP-LOOKUP-CODE
               PERFORM FIND-COMPANY
               IF WS-CMP-MATCH-SUB > ZERO
                  MOVE WS-CMP-LEGAL-NAME(WS-CMP-MATCH-SUB)
                       TO WS-INQ-COMPANY-NAME
               END-IF
               MOVE PH-EMP-NAME TO HR-EH-EMP-NAME
               PERFORM WRITE-HISTORY-HEADINGS
            END-IF.
            ADD 1 TO WS-HIST-LINE-COUNT.
            MOVE PH-PERIOD-END TO HR-DTL-PERIOD.
            EVALUATE TRUE
               WHEN PH-REGULAR-PAY
                  MOVE "PAY" TO HR-DTL-TYPE
               WHEN PH-FINAL-PAY
                  MOVE "FINAL" TO HR-DTL-TYPE
               WHEN PH-ADJUSTMENT
                  MOVE "ADJUST" TO HR-DTL-TYPE
               WHEN PH-REISSUE
                  MOVE "REISSUE" TO HR-DTL-TYPE
               WHEN PH-VOID
                  MOVE "VOID" TO HR-DTL-TYPE
               WHEN OTHER
                  MOVE PH-ENTRY-TYPE TO HR-DTL-TYPE
            END-EVALUATE.
            MOVE PH-POST-DATE TO HR-DTL-POSTED.
            MOVE PH-TOTAL-HOURS TO HR-DTL-HOURS.
            COMPUTE WS-DEDUCT-AMOUNT =
               PH-401K + PH-INSURANCE + PH-GARNISHMENT.
            MOVE PH-GROSS-PAY TO HR-DTL-GROSS.
            MOVE PH-FED-TAX TO HR-DTL-FED.
            MOVE PH-STATE-TAX TO HR-DTL-STATE.
            MOVE PH-FICA TO HR-DTL-FICA.
            MOVE WS-DEDUCT-AMOUNT TO HR-DTL-DEDUCT.
            MOVE PH-NET-PAY TO HR-DTL-NET.
            EVALUATE TRUE
               WHEN PH-PAID-BY-CHECK
                  MOVE "CHECK" TO HR-DTL-PAID-BY
                  MOVE PH-CHECK-NO TO HR-DTL-CHECK-NO
               WHEN PH-PAID-BY-DD
                  MOVE "DIRECT DEPOSIT" TO HR-DTL-PAID
               WHEN OTHER
                  MOVE SPACES TO HR-DTL-PAID
            END-EVALUATE.
            WRITE HR-DETAIL-LINE AFTER ADVANCING 1 LINE.
            ADD PH-GROSS-PAY TO WS-TOT-GROSS.
            ADD PH-FED-TAX TO WS-TOT-FED.
            ADD PH-STATE-TAX TO WS-TOT-STATE.
            ADD PH-FICA TO WS-TOT-FICA.
            ADD WS-DEDUCT-AMOUNT TO WS-TOT-DEDUCT.
            ADD PH-NET-PAY TO WS-TOT-NET.
         REPRINT-EARNINGS-STATEMENT.
            ADD 1 TO WS-REPRINT-COUNT.
            MOVE PH-COMPANY-CODE TO WS-CMP-LOOKUP-CODE.
            PERFORM FIND-COMPANY.
            MOVE SPACES TO ST-HEADING-TITLE.
            IF WS-CMP-MATCH-SUB > ZERO
               STRING WS-CMP-LEGAL-NAME(WS-CMP-MATCH-SUB)
                      DELIMITED BY "  "
                      " - EARNINGS STATEMENT" DELIMITED BY SIZE
                      INTO ST-HEADING-TITLE
            ELSE
               MOVE "EARNINGS STATEMENT" TO ST-HEADING-TITLE
            END-IF.
            IF WS-REPRINT-COUNT = 1
               WRITE ST-HEADING-LINE
            ELSE
               WRITE ST-HEADING-LINE AFTER ADVANCING PAGE
            END-IF.
            MOVE PH-POST-DATE TO ST-POST-DATE.
            WRITE ST-REPRINT-LINE AFTER ADVANCING 1 LINE.
            MOVE PH-EMP-NAME TO ST-EMP-NAME.
            MOVE PH-EMP-ID TO ST-EMP-ID.
            PERFORM GET-DEPT-NAME.
            MOVE WS-DPT-PRINT-NAME TO ST-EMP-DEPT.
            WRITE ST-EMPLOYEE-LINE AFTER ADVANCING 2 LINES.
            MOVE PH-PERIOD-END TO ST-PERIOD-DATE.
            WRITE ST-PERIOD-LINE AFTER ADVANCING 1 LINE.
            IF PH-FINAL-PAY
               MOVE PH-TERM-DATE TO ST-TERM-DATE
               MOVE PH-TERM-REASON TO ST-TERM-REASON
               WRITE ST-FINAL-PAY-LINE AFTER ADVANCING 1 LINE
            END-IF.
            IF PH-PAID-BY-CHECK
               MOVE "CHECK NUMBER" TO ST-PAID-BY
               MOVE PH-CHECK-NO TO ST-CHECK-NO
            ELSE
               MOVE "DIRECT DEPOSIT" TO ST-PAID-BY
               MOVE ZERO TO ST-CHECK-NO
            END-IF.
            WRITE ST-PAID-LINE AFTER ADVANCING 1 LINE.
            WRITE ST-TIER-HEADING AFTER ADVANCING 2 LINES.
            PERFORM VARYING WS-STUB-SUB FROM 1 BY 1
                    UNTIL WS-STUB-SUB > PH-TIER-COUNT
               MOVE PH-TIER-HOURS(WS-STUB-SUB) TO ST-TIER-HOURS
               MOVE PH-TIER-MULT(WS-STUB-SUB) TO ST-TIER-MULT
               MOVE PH-TIER-AMOUNT(WS-STUB-SUB) TO ST-TIER-AMOUNT
               WRITE ST-TIER-LINE AFTER ADVANCING 1 LINE
            END-PERFORM.
            PERFORM REPRINT-LEAVE-LINES.
            PERFORM REPRINT-AMOUNT-LINES.
         REPRINT-LEAVE-LINES.
            IF PH-PAYOUT-AMOUNT > ZERO
               MOVE "VAC PAYOUT HOURS" TO ST-AMT-LABEL
               MOVE PH-PAYOUT-HOURS TO ST-AMT-VALUE
               WRITE ST-AMOUNT-LINE AFTER ADVANCING 2 LINES
               MOVE "VACATION PAYOUT" TO ST-AMT-LABEL
               MOVE PH-PAYOUT-AMOUNT TO ST-AMT-VALUE
               WRITE ST-AMOUNT-LINE AFTER ADVANCING 1 LINE
            END-IF.
            IF PH-SUPP-COUNT NOT NUMERIC
               MOVE ZERO TO PH-SUPP-COUNT
            END-IF.
            IF PH-SUPP-COUNT > 10
               MOVE ZERO TO PH-SUPP-COUNT
            END-IF.
            IF PH-SUPP-COUNT = ZERO
               AND PH-SUPP-AMOUNT > ZERO
               MOVE "SUPPLEMENTAL EARN" TO ST-AMT-LABEL
               MOVE PH-SUPP-AMOUNT TO ST-AMT-VALUE
               WRITE ST-AMOUNT-LINE AFTER ADVANCING 1 LINE
            END-IF.
            PERFORM VARYING WS-SUPP-SUB FROM 1 BY 1
                    UNTIL WS-SUPP-SUB > PH-SUPP-COUNT
               PERFORM FIND-EARNINGS-CODE
               IF WS-ERN-MATCH-SUB > ZERO
                  MOVE WS-ERN-DESCRIPTION(WS-ERN-MATCH-SUB)
                       TO ST-AMT-LABEL
               ELSE
                  MOVE PH-SUPP-EARN-CODE(WS-SUPP-SUB) TO ST-AMT-LABEL
               END-IF
               MOVE PH-SUPP-EARN-AMOUNT(WS-SUPP-SUB) TO ST-AMT-VALUE
               WRITE ST-AMOUNT-LINE AFTER ADVANCING 1 LINE
            END-PERFORM.
         REPRINT-AMOUNT-LINES.
            MOVE "GROSS PAY" TO ST-AMT-LABEL.
            MOVE PH-GROSS-PAY TO ST-AMT-VALUE.
            WRITE ST-AMOUNT-LINE AFTER ADVANCING 2 LINES.
            MOVE "FEDERAL TAX" TO ST-AMT-LABEL.
            MOVE PH-FED-TAX TO ST-AMT-VALUE.
            WRITE ST-AMOUNT-LINE AFTER ADVANCING 1 LINE.
            MOVE "STATE TAX" TO ST-AMT-LABEL.
            MOVE PH-STATE-TAX TO ST-AMT-VALUE.
            WRITE ST-AMOUNT-LINE AFTER ADVANCING 1 LINE.
            MOVE "FICA" TO ST-AMT-LABEL.
            MOVE PH-FICA TO ST-AMT-VALUE.
            WRITE ST-AMOUNT-LINE AFTER ADVANCING 1 LINE.
            MOVE "401K DEDUCTION" TO ST-AMT-LABEL.
            MOVE PH-401K TO ST-AMT-VALUE.
            WRITE ST-AMOUNT-LINE AFTER ADVANCING 1 LINE.
            MOVE "INSURANCE DEDUCTION" TO ST-AMT-LABEL.
            MOVE PH-INSURANCE TO ST-AMT-VALUE.
            WRITE ST-AMOUNT-LINE AFTER ADVANCING 1 LINE.
            MOVE "GARNISHMENT" TO ST-AMT-LABEL.
            MOVE PH-GARNISHMENT TO ST-AMT-VALUE.
            WRITE ST-AMOUNT-LINE AFTER ADVANCING 1 LINE.
            MOVE "NET PAY" TO ST-AMT-LABEL.
            MOVE PH-NET-PAY TO ST-AMT-VALUE.
            WRITE ST-AMOUNT-LINE AFTER ADVANCING 2 LINES.
            MOVE "YTD GROSS" TO ST-AMT-LABEL.
            MOVE PH-YTD-GROSS TO ST-AMT-VALUE.
            WRITE ST-AMOUNT-LINE AFTER ADVANCING 1 LINE.
            MOVE "VACATION BAL HRS" TO ST-AMT-LABEL.
            MOVE PH-VAC-BALANCE TO ST-AMT-VALUE.
            WRITE ST-AMOUNT-LINE AFTER ADVANCING 2 LINES.
            MOVE "SICK BAL HRS" TO ST-AMT-LABEL.
            MOVE PH-SICK-BALANCE TO ST-AMT-VALUE.
            WRITE ST-AMOUNT-LINE AFTER ADVANCING 1 LINE.
            MOVE "PERSONAL BAL HRS" TO ST-AMT-LABEL.
            MOVE PH-PERS-BALANCE TO ST-AMT-VALUE.
            WRITE ST-AMOUNT-LINE AFTER ADVANCING 1 LINE.
         END-OF-JOB.
            IF WS-HIST-LINE-COUNT = ZERO
               MOVE SPACES TO HR-EH-EMP-NAME
               PERFORM WRITE-HISTORY-HEADINGS
               MOVE "NO PAY HISTORY FOR THIS EMPLOYEE IN THE DATE RANGE"
                    TO HR-MSG-TEXT
               WRITE HR-MESSAGE-LINE AFTER ADVANCING 2 LINES
            ELSE
               MOVE WS-TOT-GROSS TO HR-TOT-GROSS
               MOVE WS-TOT-FED TO HR-TOT-FED
               MOVE WS-TOT-STATE TO HR-TOT-STATE
               MOVE WS-TOT-FICA TO HR-TOT-FICA
               MOVE WS-TOT-DEDUCT TO HR-TOT-DEDUCT
               MOVE WS-TOT-NET TO HR-TOT-NET
               WRITE HR-TOTAL-LINE AFTER ADVANCING 2 LINES
            END-IF.
            MOVE "HISTORY ENTRIES LISTED:" TO HR-CNT-LABEL.
            MOVE WS-HIST-LINE-COUNT TO HR-CNT-VALUE.
            WRITE HR-COUNT-LINE AFTER ADVANCING 2 LINES.
            IF WS-REPRINT-PERIOD > ZERO
               MOVE "STATEMENTS REPRINTED:" TO HR-CNT-LABEL
               MOVE WS-REPRINT-COUNT TO HR-CNT-VALUE
               WRITE HR-COUNT-LINE AFTER ADVANCING 1 LINE
               IF WS-REPRINT-COUNT = ZERO
                  MOVE "NO PAY RECORD ON FILE FOR THE REPRINT PERIOD"
                       TO HR-MSG-TEXT
                  WRITE HR-MESSAGE-LINE AFTER ADVANCING 1 LINE
                  DISPLAY "NO PAY RECORD FOR " WS-REQUEST-EMP-ID
                     " PERIOD " WS-REPRINT-PERIOD
                     " - NOTHING REPRINTED"
                  MOVE 4 TO RETURN-CODE
               END-IF
               CLOSE STUB-REPRINT-FILE
            END-IF.
            CLOSE HIST-REPORT-FILE.
            DISPLAY "PAY HISTORY RECORDS READ: " REC-COUNTER.
            DISPLAY "HISTORY ENTRIES LISTED: " WS-HIST-LINE-COUNT.
            DISPLAY "STATEMENTS REPRINTED: " WS-REPRINT-COUNT.
