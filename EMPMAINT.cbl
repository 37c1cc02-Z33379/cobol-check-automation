             SELECT DEPT-MASTER-FILE ASSIGN TO "DEPTMAST"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-DPT-FILE-STATUS.
             SELECT OPERATOR-AUTH-FILE ASSIGN TO "OPERAUTH"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-OPR-FILE-STATUS.
             SELECT PENDING-CHANGE-FILE ASSIGN TO "PENDCHG"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-PCI-FILE-STATUS.
             SELECT PENDING-CHANGE-NEW-FILE ASSIGN TO "PENDCHGN"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-PCH-FILE-STATUS.
             SELECT PAY-CALENDAR-FILE ASSIGN TO "PAYCAL"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-CAL-FILE-STATUS.
             SELECT MAINT-PARM-FILE ASSIGN TO "MAINTPRM"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-PRM-FILE-STATUS.
             SELECT CHANGE-REPORT-FILE ASSIGN TO "CHGRPT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-RPT-FILE-STATUS.
             SELECT BANK-ALERT-FILE ASSIGN TO "BANKALRT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ALR-FILE-STATUS.
             SELECT COMPANY-MASTER-FILE ASSIGN TO "COMPMAST"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-CMP-FILE-STATUS.
         DATA DIVISION.
         FILE SECTION.
         FD  EMPLOYEE-MASTER-FILE
         FD  DEPT-MASTER-FILE
             LABEL RECORDS ARE STANDARD.
             COPY DPTREC.
         FD  COMPANY-MASTER-FILE
             LABEL RECORDS ARE STANDARD.
             COPY COMPREC.
         FD  OPERATOR-AUTH-FILE
             LABEL RECORDS ARE STANDARD.
             COPY OPRREC.
         FD  PENDING-CHANGE-FILE
             LABEL RECORDS ARE STANDARD.
             COPY PCHREC REPLACING LEADING ==PCH-== BY ==PCI-==.
         FD  PENDING-CHANGE-NEW-FILE
             LABEL RECORDS ARE STANDARD.
             COPY PCHREC.
         FD  PAY-CALENDAR-FILE
             LABEL RECORDS ARE STANDARD.
             COPY PPCREC.
         FD  MAINT-PARM-FILE
             LABEL RECORDS ARE STANDARD.
         01  MAINT-PARM-RECORD.
             05  MP-ALERT-DAYS        PIC 9(3).
         FD  CHANGE-REPORT-FILE
             LABEL RECORDS ARE STANDARD.
         01  CR-HEADING-1.
             05  CR-H1-TITLE          PIC X(64).
             05  FILLER               PIC X(7)  VALUE "RUN ".
             05  CR-H1-DATE           PIC 9(4)/99/99.
         01  CR-COLUMN-HEADING.
             05  FILLER               PIC X(8)  VALUE "EMP ID".
             05  FILLER               PIC X(10) VALUE "STATUS".
             05  FILLER               PIC X(12) VALUE "ENTERED".
             05  FILLER               PIC X(10) VALUE "BY".
             05  FILLER               PIC X(12) VALUE "ACTIONED".
             05  FILLER               PIC X(10) VALUE "BY".
             05  FILLER               PIC X(10) VALUE "CHANGES".
         01  CR-DETAIL-LINE.
             05  CR-DTL-EMP-ID        PIC X(6).
             05  FILLER               PIC X(2).
             05  CR-DTL-STATUS        PIC X(8).
             05  FILLER               PIC X(2).
             05  CR-DTL-ENTERED-DATE  PIC 9(4)/99/99.
             05  FILLER               PIC X(2).
             05  CR-DTL-ENTERED-OPER  PIC X(8).
             05  FILLER               PIC X(2).
             05  CR-DTL-ACTION-DATE   PIC 9(4)/99/99
                                      BLANK WHEN ZERO.
             05  FILLER               PIC X(2).
             05  CR-DTL-ACTION-OPER   PIC X(8).
             05  FILLER               PIC X(2).
             05  CR-DTL-CHANGES       PIC X(10).
         01  CR-VALUE-LINE.
             05  CR-VAL-LABEL         PIC X(10).
             05  CR-VAL-ROUTING       PIC X(9).
             05  FILLER               PIC X(1).
             05  CR-VAL-ACCOUNT       PIC X(17).
             05  FILLER               PIC X(1).
             05  CR-VAL-ACCT-TYPE     PIC X(1).
             05  FILLER               PIC X(2).
             05  CR-VAL-PAY-TYPE      PIC X(1).
             05  FILLER               PIC X(1).
             05  CR-VAL-RATE          PIC ZZ9.99.
             05  FILLER               PIC X(1).
             05  CR-VAL-SALARY        PIC Z,ZZZ,ZZ9.99.
         01  CR-COUNT-LINE.
             05  CR-CNT-LABEL         PIC X(20).
             05  CR-CNT-VALUE         PIC ZZZ9.
         FD  BANK-ALERT-FILE
             LABEL RECORDS ARE STANDARD.
         01  BA-HEADING-1.
             05  BA-H1-TITLE          PIC X(64).
             05  FILLER               PIC X(7)  VALUE "RUN ".
             05  BA-H1-DATE           PIC 9(4)/99/99.
         01  BA-HEADING-2.
             05  FILLER               PIC X(40)
                 VALUE "APPROVED WITHIN THIS MANY DAYS OF PAY: ".
             05  BA-H2-DAYS           PIC ZZ9.
         01  BA-DETAIL-LINE.
             05  BA-DTL-EMP-ID        PIC X(6).
             05  FILLER               PIC X(2).
             05  BA-DTL-OLD-ROUTING   PIC X(9).
             05  FILLER               PIC X(1).
             05  BA-DTL-OLD-ACCOUNT   PIC X(17).
             05  FILLER               PIC X(4)  VALUE " TO ".
             05  BA-DTL-NEW-ROUTING   PIC X(9).
             05  FILLER               PIC X(1).
             05  BA-DTL-NEW-ACCOUNT   PIC X(17).
             05  FILLER               PIC X(2).
             05  BA-DTL-ENTERED-OPER  PIC X(8).
             05  FILLER               PIC X(1).
             05  BA-DTL-ACTION-OPER   PIC X(8).
             05  FILLER               PIC X(2).
             05  BA-DTL-PAY-DATE      PIC 9(4)/99/99
                                      BLANK WHEN ZERO.
             05  FILLER               PIC X(2).
             05  BA-DTL-NOTE          PIC X(24).
         WORKING-STORAGE SECTION.
         77 REC-COUNTER PIC 9(4).
         01 WS-EMP-FILE-STATUS PIC X(2).
         01 WS-CHANGE-COUNT PIC 9(4) VALUE ZERO.
         01 WS-DELETE-COUNT PIC 9(4) VALUE ZERO.
         01 WS-INQUIRE-COUNT PIC 9(4) VALUE ZERO.
         01 WS-TERMINATE-COUNT PIC 9(4) VALUE ZERO.
         01 WS-REJECT-COUNT PIC 9(4) VALUE ZERO.
         01 WS-TERM-DATE-WORK PIC 9(8).
         01 WS-TERM-DATE-X REDEFINES WS-TERM-DATE-WORK.
            05  WS-TERM-YEAR          PIC 9(4).
            05  WS-TERM-MONTH         PIC 9(2).
            05  WS-TERM-DAY           PIC 9(2).
         01 WS-DPT-FILE-STATUS PIC X(2).
         01 WS-DPT-LOADED-SWITCH PIC X(1) VALUE "N".
            88 DEPT-MASTER-LOADED VALUE "Y".
                10  WS-DPT-NAME       PIC X(20).
                10  WS-DPT-ACTIVE     PIC X(1).
                10  WS-DPT-CC         PIC X(4).
                10  WS-DPT-COMPANY    PIC X(2).
         01 WS-CMP-FILE-STATUS PIC X(2).
         01 WS-CMP-LOADED-SWITCH PIC X(1) VALUE "N".
            88 COMPANY-MASTER-LOADED VALUE "Y".
         01 WS-DEFAULT-COMPANY PIC X(2) VALUE "01".
         01 WS-TRN-COMPANY PIC X(2).
         01 WS-CMP-COUNT PIC 9(2) VALUE ZERO.
         01 WS-CMP-SUB PIC 9(2).
         01 WS-CMP-MATCH-SUB PIC 9(2) VALUE ZERO.
         01 WS-CMP-TABLE.
            05  WS-CMP-CODE OCCURS 10 TIMES PIC X(2).
         01 WS-RPT-COMPANY-NAME PIC X(30) VALUE "ACME MFG CO.".
         01 WS-OPR-FILE-STATUS PIC X(2).
         01 WS-OPR-COUNT PIC 9(3) VALUE ZERO.
         01 WS-OPR-SUB PIC 9(3).
         01 WS-OPR-MATCH-SUB PIC 9(3) VALUE ZERO.
         01 WS-OPR-TABLE.
            05  WS-OPR-ENTRY OCCURS 200 TIMES.
                10  WS-OPR-ID         PIC X(8).
                10  WS-OPR-ACTIVE     PIC X(1).
                10  WS-OPR-MAINT      PIC X(1).
                10  WS-OPR-APPROVE    PIC X(1).
         01 WS-PCI-FILE-STATUS PIC X(2).
         01 WS-PCH-FILE-STATUS PIC X(2).
         01 WS-PCH-COUNT PIC 9(3) VALUE ZERO.
         01 WS-PCH-SUB PIC 9(3).
         01 WS-PCH-MATCH-SUB PIC 9(3) VALUE ZERO.
         01 WS-PCH-TABLE.
            05  WS-PCH-ENTRY OCCURS 500 TIMES.
                10  WS-PCH-EMP-ID     PIC X(6).
                10  WS-PCH-STATUS     PIC X(1).
                10  WS-PCH-ORIGIN     PIC X(1).
                10  WS-PCH-IMAGE      PIC X(125).
         01 WS-CAL-FILE-STATUS PIC X(2).
         01 WS-CAL-LOADED-SWITCH PIC X(1) VALUE "N".
            88 CALENDAR-LOADED VALUE "Y".
         01 WS-CAL-COUNT PIC 9(3) VALUE ZERO.
         01 WS-CAL-SUB PIC 9(3).
         01 WS-CAL-TABLE.
            05  WS-CAL-PERIOD-END OCCURS 130 TIMES PIC 9(8).
         01 WS-PRM-FILE-STATUS PIC X(2).
         01 WS-RPT-FILE-STATUS PIC X(2).
         01 WS-ALR-FILE-STATUS PIC X(2).
         01 WS-ALERT-DAYS PIC 9(3) VALUE 5.
         01 WS-ALERT-SWITCH PIC X(1) VALUE "N".
            88 ALERT-WRITTEN VALUE "Y".
         01 WS-DAYS-TO-PAY PIC S9(5).
         01 WS-TRANS-DATE-INTEGER PIC 9(7).
         01 WS-PENDING-SWITCH PIC X(1) VALUE "N".
            88 CHANGE-NEEDS-APPROVAL VALUE "Y".
         01 WS-NEW-PAY-TYPE PIC X(1).
         01 WS-PENDING-COUNT PIC 9(4) VALUE ZERO.
         01 WS-APPROVE-COUNT PIC 9(4) VALUE ZERO.
         01 WS-CHG-REJECT-COUNT PIC 9(4) VALUE ZERO.
         01 WS-ALERT-COUNT PIC 9(4) VALUE ZERO.
         01 WS-RPT-PENDING-COUNT PIC 9(4) VALUE ZERO.
         COPY EMPTRAN.
         PROCEDURE DIVISION.
            PERFORM INITIALIZATION.
            STOP RUN.
         INITIALIZATION.
            ACCEPT WS-TRANS-DATE FROM DATE YYYYMMDD.
            COMPUTE WS-TRANS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-TRANS-DATE).
            MOVE ZERO TO REC-COUNTER.
            PERFORM LOAD-DEPT-MASTER.
            PERFORM LOAD-COMPANY-MASTER.
            PERFORM LOAD-OPERATOR-AUTH.
            PERFORM LOAD-PENDING-CHANGES.
            PERFORM LOAD-PAY-CALENDAR.
            PERFORM READ-MAINT-PARM.
            OPEN INPUT MAINT-TRANS-FILE.
            OPEN I-O EMPLOYEE-MASTER-FILE.
            OPEN OUTPUT MAINT-LOG-FILE.
            OPEN OUTPUT BANK-ALERT-FILE.
            MOVE SPACES TO BA-H1-TITLE.
            STRING WS-RPT-COMPANY-NAME DELIMITED BY "  "
                   " - BANK CHANGES NEAR PAY DATE" DELIMITED BY SIZE
                   INTO BA-H1-TITLE.
            MOVE WS-TRANS-DATE TO BA-H1-DATE.
            MOVE WS-ALERT-DAYS TO BA-H2-DAYS.
            WRITE BA-HEADING-1.
            WRITE BA-HEADING-2 AFTER ADVANCING 1 LINE.
            PERFORM READ-TRANSACTION.
         LOAD-OPERATOR-AUTH.
            MOVE ZERO TO WS-OPR-COUNT.
            OPEN INPUT OPERATOR-AUTH-FILE.
            IF WS-OPR-FILE-STATUS NOT = "00"
               DISPLAY "OPERAUTH OPEN FAILED, STATUS "
                  WS-OPR-FILE-STATUS
               DISPLAY "MAINTENANCE NOT RUN - OPERATORS CANNOT BE "
                  "VERIFIED WITHOUT THE AUTHORIZATION FILE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            PERFORM UNTIL WS-OPR-FILE-STATUS NOT = "00"
                     OR WS-OPR-COUNT = 200
               READ OPERATOR-AUTH-FILE
                   AT END MOVE "10" TO WS-OPR-FILE-STATUS
                   NOT AT END
                       ADD 1 TO WS-OPR-COUNT
                       MOVE OPR-OPERATOR-ID
                            TO WS-OPR-ID(WS-OPR-COUNT)
                       MOVE OPR-ACTIVE-FLAG
                            TO WS-OPR-ACTIVE(WS-OPR-COUNT)
                       MOVE OPR-MAINT-AUTH
                            TO WS-OPR-MAINT(WS-OPR-COUNT)
                       MOVE OPR-APPROVE-AUTH
                            TO WS-OPR-APPROVE(WS-OPR-COUNT)
               END-READ
            END-PERFORM.
            IF WS-OPR-FILE-STATUS = "00"
               AND WS-OPR-COUNT = 200
               READ OPERATOR-AUTH-FILE
                   AT END CONTINUE
                   NOT AT END
                       DISPLAY "*** OPERATOR TABLE FULL AT 200 "
                          "- OPERAUTH HAS MORE RECORDS ***"
                       DISPLAY "AUTHORIZED OPERATORS WOULD BE "
                          "WRONGLY REJECTED - RUN REFUSED"
                       CLOSE OPERATOR-AUTH-FILE
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
               END-READ
            END-IF.
            CLOSE OPERATOR-AUTH-FILE.
         LOAD-PENDING-CHANGES.
            MOVE ZERO TO WS-PCH-COUNT.
            OPEN INPUT PENDING-CHANGE-FILE.
            IF WS-PCI-FILE-STATUS = "00"
               PERFORM UNTIL WS-PCI-FILE-STATUS NOT = "00"
                        OR WS-PCH-COUNT = 500
                  READ PENDING-CHANGE-FILE
                      AT END MOVE "10" TO WS-PCI-FILE-STATUS
                      NOT AT END
                          IF PCI-PENDING
                             ADD 1 TO WS-PCH-COUNT
                             MOVE PCI-EMP-ID
                                  TO WS-PCH-EMP-ID(WS-PCH-COUNT)
                             MOVE PCI-STATUS
                                  TO WS-PCH-STATUS(WS-PCH-COUNT)
                             MOVE "O" TO WS-PCH-ORIGIN(WS-PCH-COUNT)
                             MOVE PCI-RECORD
                                  TO WS-PCH-IMAGE(WS-PCH-COUNT)
                          END-IF
                  END-READ
               END-PERFORM
               IF WS-PCI-FILE-STATUS = "00"
                  AND WS-PCH-COUNT = 500
                  READ PENDING-CHANGE-FILE
                      AT END CONTINUE
                      NOT AT END
                          DISPLAY "*** PENDING CHANGE TABLE FULL AT "
                             "500 - PENDCHG HAS MORE RECORDS ***"
                          DISPLAY "UNLOADED CHANGES WOULD BE LOST "
                             "FROM PENDCHGN - RUN REFUSED"
                          CLOSE PENDING-CHANGE-FILE
                          MOVE 16 TO RETURN-CODE
                          STOP RUN
                  END-READ
               END-IF
               CLOSE PENDING-CHANGE-FILE
            ELSE
               DISPLAY "PENDCHG NOT PRESENT - NO CHANGES AWAITING "
                  "APPROVAL FROM PRIOR RUNS"
            END-IF.
         LOAD-PAY-CALENDAR.
            MOVE "N" TO WS-CAL-LOADED-SWITCH.
            MOVE ZERO TO WS-CAL-COUNT.
            OPEN INPUT PAY-CALENDAR-FILE.
            IF WS-CAL-FILE-STATUS = "00"
               MOVE "Y" TO WS-CAL-LOADED-SWITCH
               PERFORM UNTIL WS-CAL-FILE-STATUS NOT = "00"
                        OR WS-CAL-COUNT = 130
                  READ PAY-CALENDAR-FILE
                      AT END MOVE "10" TO WS-CAL-FILE-STATUS
                      NOT AT END
                          ADD 1 TO WS-CAL-COUNT
                          MOVE PPC-PERIOD-END
                               TO WS-CAL-PERIOD-END(WS-CAL-COUNT)
                  END-READ
               END-PERFORM
               IF WS-CAL-FILE-STATUS = "00"
                  AND WS-CAL-COUNT = 130
                  READ PAY-CALENDAR-FILE
                      AT END CONTINUE
                      NOT AT END
                          DISPLAY "*** PAY CALENDAR TABLE FULL AT "
                             "130 - PAYCAL HAS MORE RECORDS ***"
                          DISPLAY "BANK CHANGES NEAR A PAY DATE "
                             "COULD BE MISSED - RUN REFUSED"
                          CLOSE PAY-CALENDAR-FILE
                          MOVE 16 TO RETURN-CODE
                          STOP RUN
                  END-READ
               END-IF
               CLOSE PAY-CALENDAR-FILE
            ELSE
               DISPLAY "PAYCAL NOT PRESENT - EVERY APPROVED BANK "
                  "CHANGE WILL BE LISTED ON BANKALRT"
            END-IF.
         READ-MAINT-PARM.
            OPEN INPUT MAINT-PARM-FILE.
            IF WS-PRM-FILE-STATUS = "00"
               READ MAINT-PARM-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF MP-ALERT-DAYS NUMERIC
                          MOVE MP-ALERT-DAYS TO WS-ALERT-DAYS
                       END-IF
               END-READ
               CLOSE MAINT-PARM-FILE
            END-IF.
         LOAD-DEPT-MASTER.
            MOVE "N" TO WS-DPT-LOADED-SWITCH.
            MOVE ZERO TO WS-DPT-COUNT.
                               TO WS-DPT-ACTIVE(WS-DPT-COUNT)
                          MOVE DPT-COST-CENTER
                               TO WS-DPT-CC(WS-DPT-COUNT)
                          MOVE DPT-COMPANY-CODE
                               TO WS-DPT-COMPANY(WS-DPT-COUNT)
                  END-READ
               END-PERFORM
               IF WS-DPT-FILE-STATUS = "00"
               DISPLAY "DEPTMAST NOT PRESENT - DEPARTMENT CODES "
                  "NOT VALIDATED THIS RUN"
            END-IF.
         LOAD-COMPANY-MASTER.
            MOVE "N" TO WS-CMP-LOADED-SWITCH.
            MOVE ZERO TO WS-CMP-COUNT.
            OPEN INPUT COMPANY-MASTER-FILE.
            IF WS-CMP-FILE-STATUS = "00"
               MOVE "Y" TO WS-CMP-LOADED-SWITCH
               PERFORM UNTIL WS-CMP-FILE-STATUS NOT = "00"
                        OR WS-CMP-COUNT = 10
                  READ COMPANY-MASTER-FILE
                      AT END MOVE "10" TO WS-CMP-FILE-STATUS
                      NOT AT END
                          ADD 1 TO WS-CMP-COUNT
                          MOVE CMP-CODE TO WS-CMP-CODE(WS-CMP-COUNT)
                          IF WS-CMP-COUNT = 1
                             MOVE CMP-LEGAL-NAME TO WS-RPT-COMPANY-NAME
                          END-IF
                  END-READ
               END-PERFORM
               IF WS-CMP-FILE-STATUS = "00"
                  AND WS-CMP-COUNT = 10
                  READ COMPANY-MASTER-FILE
                      AT END CONTINUE
                      NOT AT END
                          DISPLAY "*** COMPANY TABLE FULL AT 10 "
                             "- COMPMAST HAS MORE RECORDS ***"
                          DISPLAY "VALID COMPANIES WOULD BE "
                             "WRONGLY REJECTED - RUN REFUSED"
                          CLOSE COMPANY-MASTER-FILE
                          MOVE 16 TO RETURN-CODE
                          STOP RUN
                  END-READ
               END-IF
               CLOSE COMPANY-MASTER-FILE
            ELSE
               DISPLAY "COMPMAST NOT PRESENT - COMPANY CODES "
                  "NOT VALIDATED THIS RUN"
            END-IF.
            IF WS-CMP-COUNT > 1
               MOVE "ALL COMPANIES" TO WS-RPT-COMPANY-NAME
            END-IF.
         FIND-DEPARTMENT.
            MOVE ZERO TO WS-DPT-MATCH-SUB.
            PERFORM VARYING WS-DPT-SUB FROM 1 BY 1
                  END-IF
               END-IF
            END-IF.
         VALIDATE-COMPANY.
            IF ETR-COMPANY-CODE NOT = SPACES
               MOVE ETR-COMPANY-CODE TO WS-TRN-COMPANY
            ELSE
               IF ETR-ADD OR MST-COMPANY-CODE = SPACES
                  MOVE WS-DEFAULT-COMPANY TO WS-TRN-COMPANY
               ELSE
                  MOVE MST-COMPANY-CODE TO WS-TRN-COMPANY
               END-IF
            END-IF.
            IF COMPANY-MASTER-LOADED
               MOVE ZERO TO WS-CMP-MATCH-SUB
               PERFORM VARYING WS-CMP-SUB FROM 1 BY 1
                       UNTIL WS-CMP-SUB > WS-CMP-COUNT
                  IF WS-CMP-CODE(WS-CMP-SUB) = WS-TRN-COMPANY
                     MOVE WS-CMP-SUB TO WS-CMP-MATCH-SUB
                     MOVE WS-CMP-COUNT TO WS-CMP-SUB
                  END-IF
               END-PERFORM
               IF WS-CMP-MATCH-SUB = ZERO
                  MOVE "32" TO WS-STATUS-CODE
                  ADD 1 TO WS-REJECT-COUNT
                  DISPLAY "COMPANY NOT ON COMPMAST FOR " ETR-ID
                     ": " WS-TRN-COMPANY
               END-IF
            END-IF.
            IF WS-STATUS-CODE = "00"
               AND DEPT-MASTER-LOADED
               AND WS-DPT-MATCH-SUB > ZERO
               IF WS-DPT-COMPANY(WS-DPT-MATCH-SUB) NOT = SPACES
                  AND WS-DPT-COMPANY(WS-DPT-MATCH-SUB)
                      NOT = WS-TRN-COMPANY
                  MOVE "33" TO WS-STATUS-CODE
                  ADD 1 TO WS-REJECT-COUNT
                  DISPLAY "DEPARTMENT " ETR-DEPT " BELONGS TO "
                     "COMPANY " WS-DPT-COMPANY(WS-DPT-MATCH-SUB)
                     " FOR " ETR-ID
               END-IF
            END-IF.
         READ-TRANSACTION.
            READ MAINT-TRANS-FILE
                AT END MOVE "Y" TO WS-EOF-SWITCH
            MOVE "00" TO WS-STATUS-CODE.
            INITIALIZE ML-BEFORE-IMAGE.
            INITIALIZE ML-AFTER-IMAGE.
            MOVE SPACES TO ML-ENTRY-OPERATOR-ID.
            MOVE SPACES TO ML-BEFORE-COMPANY-CODE.
            MOVE SPACES TO ML-AFTER-COMPANY-CODE.
            MOVE "N" TO WS-PENDING-SWITCH.
            PERFORM VALIDATE-OPERATOR.
            EVALUATE TRUE
               WHEN WS-STATUS-CODE NOT = "00"
                  PERFORM LOG-TRANSACTION
               WHEN ETR-ADD
                  PERFORM ADD-EMPLOYEE
               WHEN ETR-CHANGE
                  PERFORM DELETE-EMPLOYEE
               WHEN ETR-INQUIRE
                  PERFORM INQUIRE-EMPLOYEE
               WHEN ETR-TERMINATE
                  PERFORM TERMINATE-EMPLOYEE
               WHEN ETR-APPROVE
                  PERFORM APPROVE-PENDING-CHANGE
               WHEN ETR-REJECT
                  PERFORM REJECT-PENDING-CHANGE
               WHEN OTHER
                  MOVE "99" TO WS-STATUS-CODE
                  ADD 1 TO WS-REJECT-COUNT
                  DISPLAY "INVALID TRANSACTION CODE FOR " ETR-ID
            END-EVALUATE.
            PERFORM READ-TRANSACTION.
         VALIDATE-OPERATOR.
            MOVE ZERO TO WS-OPR-MATCH-SUB.
            PERFORM VARYING WS-OPR-SUB FROM 1 BY 1
                    UNTIL WS-OPR-SUB > WS-OPR-COUNT
               IF WS-OPR-ID(WS-OPR-SUB) = ETR-OPERATOR-ID
                  MOVE WS-OPR-SUB TO WS-OPR-MATCH-SUB
                  MOVE WS-OPR-COUNT TO WS-OPR-SUB
               END-IF
            END-PERFORM.
            IF ETR-OPERATOR-ID = SPACES
               OR WS-OPR-MATCH-SUB = ZERO
               MOVE "60" TO WS-STATUS-CODE
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY "OPERATOR NOT ON OPERAUTH FOR " ETR-ID
                  ": " ETR-OPERATOR-ID
            ELSE
               IF WS-OPR-ACTIVE(WS-OPR-MATCH-SUB) NOT = "A"
                  OR WS-OPR-MAINT(WS-OPR-MATCH-SUB) NOT = "Y"
                  MOVE "61" TO WS-STATUS-CODE
                  ADD 1 TO WS-REJECT-COUNT
                  DISPLAY "OPERATOR NOT AUTHORIZED FOR MAINTENANCE "
                     "FOR " ETR-ID ": " ETR-OPERATOR-ID
               END-IF
            END-IF.
         ADD-EMPLOYEE.
            MOVE ETR-ID TO MST-ID.
            READ EMPLOYEE-MASTER-FILE
               DISPLAY "ADD REJECTED, ALREADY ON FILE: " ETR-ID
            ELSE
               PERFORM VALIDATE-DEPARTMENT
               IF WS-STATUS-CODE = "00"
                  PERFORM VALIDATE-COMPANY
               END-IF
            END-IF.
            IF WS-STATUS-CODE = "00"
               MOVE ETR-ID TO MST-ID
               MOVE ETR-NAME TO MST-NAME
               MOVE ETR-DEPT TO MST-DEPT
               MOVE WS-TRN-COMPANY TO MST-COMPANY-CODE
               MOVE "A" TO MST-STATUS
               MOVE ETR-HOURLY-RATE TO MST-HOURLY-RATE
               MOVE ETR-OT-RATE TO MST-OT-RATE
                  MOVE "H" TO MST-PAY-TYPE
               END-IF
               MOVE ETR-SALARY-AMOUNT TO MST-SALARY-AMOUNT
               MOVE ZERO TO MST-TERM-DATE
               MOVE SPACES TO MST-TERM-REASON
               MOVE SPACE TO MST-FINAL-PAY-STATUS
               MOVE ZERO TO MST-PAY-WEEK
               MOVE ZERO TO MST-PAY-MONTH
               MOVE ZERO TO MST-PAY-YTD
               MOVE ZERO TO MST-STATE-TAX-YTD
               MOVE ZERO TO MST-FICA-YTD
               INITIALIZE MST-QTR-TAX-TABLE
               MOVE ZERO TO MST-SS-TAX
               MOVE ZERO TO MST-MEDICARE-TAX
               MOVE ZERO TO MST-ADDL-MEDICARE-TAX
               MOVE ZERO TO MST-FUTA-TAX
               MOVE ZERO TO MST-SUTA-TAX
               MOVE ZERO TO MST-SS-WAGES-YTD
               MOVE ZERO TO MST-SS-TAX-YTD
               MOVE ZERO TO MST-MEDICARE-WAGES-YTD
               MOVE ZERO TO MST-MEDICARE-TAX-YTD
               MOVE ZERO TO MST-ADDL-MEDICARE-YTD
               MOVE ZERO TO MST-FUTA-WAGES-YTD
               MOVE ZERO TO MST-FUTA-TAX-YTD
               MOVE ZERO TO MST-SUTA-WAGES-YTD
               MOVE ZERO TO MST-SUTA-TAX-YTD
               INITIALIZE MST-QTR-WAGE-BASE-TABLE
               MOVE ZERO TO MST-401K-DEFERRAL-YTD
               MOVE ZERO TO MST-401K-MATCH-YTD
               WRITE MST-RECORD
                   INVALID KEY MOVE "90" TO WS-STATUS-CODE
               END-WRITE
               DISPLAY "CHANGE REJECTED, NOT ON FILE: " ETR-ID
            ELSE
               PERFORM VALIDATE-DEPARTMENT
               IF WS-STATUS-CODE = "00"
                  PERFORM VALIDATE-COMPANY
               END-IF
            END-IF.
            IF WS-STATUS-CODE = "00"
               PERFORM CHECK-CHANGE-NEEDS-APPROVAL
            END-IF.
            IF WS-STATUS-CODE = "00"
               PERFORM CAPTURE-BEFORE-IMAGE
               IF CHANGE-NEEDS-APPROVAL
                  PERFORM ADD-PENDING-CHANGE
               END-IF
               MOVE ETR-NAME TO MST-NAME
               MOVE ETR-DEPT TO MST-DEPT
               MOVE WS-TRN-COMPANY TO MST-COMPANY-CODE
               MOVE ETR-OT-RATE TO MST-OT-RATE
               MOVE ETR-REWARD TO MST-REWARD
               MOVE ETR-HOURS TO MST-HOURS
               MOVE ETR-FILING-STATUS TO MST-FILING-STATUS
               REWRITE MST-RECORD
                   INVALID KEY MOVE "90" TO WS-STATUS-CODE
               END-REWRITE
               PERFORM CAPTURE-AFTER-IMAGE
               IF WS-STATUS-CODE = "00"
                  ADD 1 TO WS-CHANGE-COUNT
               ELSE
                  ADD 1 TO WS-REJECT-COUNT
               END-IF
            END-IF.
            PERFORM LOG-TRANSACTION.
         CHECK-CHANGE-NEEDS-APPROVAL.
            IF ETR-PAY-TYPE = "S"
               MOVE "S" TO WS-NEW-PAY-TYPE
            ELSE
               MOVE "H" TO WS-NEW-PAY-TYPE
            END-IF.
            IF ETR-BANK-ROUTING NOT = MST-BANK-ROUTING
               OR ETR-BANK-ACCOUNT NOT = MST-BANK-ACCOUNT
               OR ETR-BANK-ACCT-TYPE NOT = MST-BANK-ACCT-TYPE
               OR ETR-HOURLY-RATE NOT = MST-HOURLY-RATE
               OR ETR-SALARY-AMOUNT NOT = MST-SALARY-AMOUNT
               OR WS-NEW-PAY-TYPE NOT = MST-PAY-TYPE
               MOVE "Y" TO WS-PENDING-SWITCH
            END-IF.
            IF CHANGE-NEEDS-APPROVAL
               PERFORM FIND-PENDING-CHANGE
               IF WS-PCH-MATCH-SUB NOT = ZERO
                  MOVE "51" TO WS-STATUS-CODE
                  ADD 1 TO WS-REJECT-COUNT
                  DISPLAY "CHANGE REJECTED, BANK/PAY CHANGE ALREADY "
                     "AWAITING APPROVAL: " ETR-ID
               ELSE
                  IF WS-PCH-COUNT = 500
                     MOVE "55" TO WS-STATUS-CODE
                     ADD 1 TO WS-REJECT-COUNT
                     DISPLAY "CHANGE REJECTED, PENDING CHANGE TABLE "
                        "FULL AT 500: " ETR-ID
                  END-IF
               END-IF
            END-IF.
         FIND-PENDING-CHANGE.
            MOVE ZERO TO WS-PCH-MATCH-SUB.
            PERFORM VARYING WS-PCH-SUB FROM 1 BY 1
                    UNTIL WS-PCH-SUB > WS-PCH-COUNT
               IF WS-PCH-EMP-ID(WS-PCH-SUB) = ETR-ID
                  AND WS-PCH-STATUS(WS-PCH-SUB) = "P"
                  MOVE WS-PCH-SUB TO WS-PCH-MATCH-SUB
                  MOVE WS-PCH-COUNT TO WS-PCH-SUB
               END-IF
            END-PERFORM.
         ADD-PENDING-CHANGE.
            INITIALIZE PCH-RECORD.
            MOVE ETR-ID TO PCH-EMP-ID.
            MOVE "P" TO PCH-STATUS.
            MOVE WS-TRANS-DATE TO PCH-ENTERED-DATE.
            MOVE ETR-OPERATOR-ID TO PCH-ENTERED-OPER.
            MOVE ZERO TO PCH-ACTION-DATE.
            MOVE SPACES TO PCH-ACTION-OPER.
            IF ETR-BANK-ROUTING NOT = MST-BANK-ROUTING
               OR ETR-BANK-ACCOUNT NOT = MST-BANK-ACCOUNT
               OR ETR-BANK-ACCT-TYPE NOT = MST-BANK-ACCT-TYPE
               MOVE "Y" TO PCH-BANK-CHANGE
            ELSE
               MOVE "N" TO PCH-BANK-CHANGE
            END-IF.
            IF ETR-HOURLY-RATE NOT = MST-HOURLY-RATE
               OR ETR-SALARY-AMOUNT NOT = MST-SALARY-AMOUNT
               OR WS-NEW-PAY-TYPE NOT = MST-PAY-TYPE
               MOVE "Y" TO PCH-PAY-CHANGE
            ELSE
               MOVE "N" TO PCH-PAY-CHANGE
            END-IF.
            MOVE MST-BANK-ROUTING TO PCH-OLD-ROUTING.
            MOVE MST-BANK-ACCOUNT TO PCH-OLD-ACCOUNT.
            MOVE MST-BANK-ACCT-TYPE TO PCH-OLD-ACCT-TYPE.
            MOVE MST-HOURLY-RATE TO PCH-OLD-HOURLY-RATE.
            MOVE MST-PAY-TYPE TO PCH-OLD-PAY-TYPE.
            MOVE MST-SALARY-AMOUNT TO PCH-OLD-SALARY.
            MOVE ETR-BANK-ROUTING TO PCH-NEW-ROUTING.
            MOVE ETR-BANK-ACCOUNT TO PCH-NEW-ACCOUNT.
            MOVE ETR-BANK-ACCT-TYPE TO PCH-NEW-ACCT-TYPE.
            MOVE ETR-HOURLY-RATE TO PCH-NEW-HOURLY-RATE.
            MOVE WS-NEW-PAY-TYPE TO PCH-NEW-PAY-TYPE.
            MOVE ETR-SALARY-AMOUNT TO PCH-NEW-SALARY.
            ADD 1 TO WS-PCH-COUNT.
            MOVE ETR-ID TO WS-PCH-EMP-ID(WS-PCH-COUNT).
            MOVE "P" TO WS-PCH-STATUS(WS-PCH-COUNT).
            MOVE "N" TO WS-PCH-ORIGIN(WS-PCH-COUNT).
            MOVE PCH-RECORD TO WS-PCH-IMAGE(WS-PCH-COUNT).
            ADD 1 TO WS-PENDING-COUNT.
            DISPLAY "BANK/PAY CHANGE HELD FOR APPROVAL: " ETR-ID
               " ENTERED BY " ETR-OPERATOR-ID.
         FIND-APPROVABLE-CHANGE.
            PERFORM FIND-PENDING-CHANGE.
            IF WS-PCH-MATCH-SUB = ZERO
               MOVE "52" TO WS-STATUS-CODE
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY "NO CHANGE AWAITING APPROVAL FOR " ETR-ID
            ELSE
               MOVE WS-PCH-IMAGE(WS-PCH-MATCH-SUB) TO PCH-RECORD
               MOVE PCH-ENTERED-OPER TO ML-ENTRY-OPERATOR-ID
               EVALUATE TRUE
                  WHEN WS-PCH-ORIGIN(WS-PCH-MATCH-SUB) NOT = "O"
                     MOVE "56" TO WS-STATUS-CODE
                     ADD 1 TO WS-REJECT-COUNT
                     DISPLAY "CHANGE ENTERED THIS RUN - APPROVE OR "
                        "REJECT IN A LATER RUN: " ETR-ID
                  WHEN WS-OPR-APPROVE(WS-OPR-MATCH-SUB) NOT = "Y"
                     MOVE "53" TO WS-STATUS-CODE
                     ADD 1 TO WS-REJECT-COUNT
                     DISPLAY "OPERATOR NOT AUTHORIZED TO APPROVE "
                        "FOR " ETR-ID ": " ETR-OPERATOR-ID
                  WHEN PCH-ENTERED-OPER = ETR-OPERATOR-ID
                     MOVE "54" TO WS-STATUS-CODE
                     ADD 1 TO WS-REJECT-COUNT
                     DISPLAY "CHANGE MUST BE APPROVED BY ANOTHER "
                        "OPERATOR FOR " ETR-ID ": " ETR-OPERATOR-ID
               END-EVALUATE
            END-IF.
            IF WS-STATUS-CODE = "00"
               MOVE ETR-ID TO MST-ID
               READ EMPLOYEE-MASTER-FILE
                   INVALID KEY MOVE "N" TO WS-FOUND-SWITCH
                   NOT INVALID KEY MOVE "Y" TO WS-FOUND-SWITCH
               END-READ
               IF NOT EMPLOYEE-FOUND
                  MOVE "20" TO WS-STATUS-CODE
                  ADD 1 TO WS-REJECT-COUNT
                  DISPLAY "PENDING CHANGE EMPLOYEE NOT ON FILE: "
                     ETR-ID
               END-IF
            END-IF.
         APPROVE-PENDING-CHANGE.
            PERFORM FIND-APPROVABLE-CHANGE.
            IF WS-STATUS-CODE = "00"
               PERFORM CAPTURE-BEFORE-IMAGE
               IF PCH-BANK-CHANGED
                  IF PCH-NEW-ROUTING NOT = MST-BANK-ROUTING
                     OR PCH-NEW-ACCOUNT NOT = MST-BANK-ACCOUNT
                     IF PCH-NEW-ROUTING NUMERIC
                        AND PCH-NEW-ROUTING NOT = ZEROS
                        AND PCH-NEW-ACCOUNT NOT = SPACES
                        MOVE "U" TO MST-PRENOTE-STATUS
                     ELSE
                        MOVE SPACE TO MST-PRENOTE-STATUS
                     END-IF
                  END-IF
                  MOVE PCH-NEW-ROUTING TO MST-BANK-ROUTING
                  MOVE PCH-NEW-ACCOUNT TO MST-BANK-ACCOUNT
                  MOVE PCH-NEW-ACCT-TYPE TO MST-BANK-ACCT-TYPE
               END-IF
               IF PCH-PAY-CHANGED
                  MOVE PCH-NEW-HOURLY-RATE TO MST-HOURLY-RATE
                  MOVE PCH-NEW-PAY-TYPE TO MST-PAY-TYPE
                  MOVE PCH-NEW-SALARY TO MST-SALARY-AMOUNT
               END-IF
               REWRITE MST-RECORD
                   INVALID KEY MOVE "90" TO WS-STATUS-CODE
               END-REWRITE
               PERFORM CAPTURE-AFTER-IMAGE
               IF WS-STATUS-CODE = "00"
                  MOVE "A" TO PCH-STATUS
                  MOVE WS-TRANS-DATE TO PCH-ACTION-DATE
                  MOVE ETR-OPERATOR-ID TO PCH-ACTION-OPER
                  MOVE "A" TO WS-PCH-STATUS(WS-PCH-MATCH-SUB)
                  MOVE PCH-RECORD TO WS-PCH-IMAGE(WS-PCH-MATCH-SUB)
                  ADD 1 TO WS-APPROVE-COUNT
                  IF PCH-BANK-CHANGED
                     PERFORM CHECK-BANK-CHANGE-ALERT
                  END-IF
               ELSE
                  ADD 1 TO WS-REJECT-COUNT
               END-IF
            END-IF.
            PERFORM LOG-TRANSACTION.
         REJECT-PENDING-CHANGE.
            PERFORM FIND-APPROVABLE-CHANGE.
            IF WS-STATUS-CODE = "00"
               PERFORM CAPTURE-BEFORE-IMAGE
               PERFORM CAPTURE-AFTER-IMAGE
               MOVE "R" TO PCH-STATUS
               MOVE WS-TRANS-DATE TO PCH-ACTION-DATE
               MOVE ETR-OPERATOR-ID TO PCH-ACTION-OPER
               MOVE "R" TO WS-PCH-STATUS(WS-PCH-MATCH-SUB)
               MOVE PCH-RECORD TO WS-PCH-IMAGE(WS-PCH-MATCH-SUB)
               ADD 1 TO WS-CHG-REJECT-COUNT
            END-IF.
            PERFORM LOG-TRANSACTION.
         CHECK-BANK-CHANGE-ALERT.
            MOVE "N" TO WS-ALERT-SWITCH.
            IF NOT CALENDAR-LOADED
               MOVE ZERO TO BA-DTL-PAY-DATE
               MOVE "NO PAY CALENDAR" TO BA-DTL-NOTE
               PERFORM WRITE-BANK-ALERT-LINE
            ELSE
               PERFORM VARYING WS-CAL-SUB FROM 1 BY 1
                       UNTIL WS-CAL-SUB > WS-CAL-COUNT
                          OR ALERT-WRITTEN
                  IF WS-CAL-PERIOD-END(WS-CAL-SUB) >= WS-TRANS-DATE
                     COMPUTE WS-DAYS-TO-PAY =
                        FUNCTION INTEGER-OF-DATE
                           (WS-CAL-PERIOD-END(WS-CAL-SUB))
                        - WS-TRANS-DATE-INTEGER
                     IF WS-DAYS-TO-PAY <= WS-ALERT-DAYS
                        MOVE WS-CAL-PERIOD-END(WS-CAL-SUB)
                             TO BA-DTL-PAY-DATE
                        MOVE "APPROVED NEAR PAY DATE" TO BA-DTL-NOTE
                        PERFORM WRITE-BANK-ALERT-LINE
                     END-IF
                  END-IF
               END-PERFORM
            END-IF.
         WRITE-BANK-ALERT-LINE.
            MOVE PCH-EMP-ID TO BA-DTL-EMP-ID.
            MOVE PCH-OLD-ROUTING TO BA-DTL-OLD-ROUTING.
            MOVE PCH-OLD-ACCOUNT TO BA-DTL-OLD-ACCOUNT.
            MOVE PCH-NEW-ROUTING TO BA-DTL-NEW-ROUTING.
            MOVE PCH-NEW-ACCOUNT TO BA-DTL-NEW-ACCOUNT.
            MOVE PCH-ENTERED-OPER TO BA-DTL-ENTERED-OPER.
            MOVE PCH-ACTION-OPER TO BA-DTL-ACTION-OPER.
            WRITE BA-DETAIL-LINE AFTER ADVANCING 1 LINE.
            MOVE "Y" TO WS-ALERT-SWITCH.
            ADD 1 TO WS-ALERT-COUNT.
            DISPLAY "*** BANK CHANGE APPROVED NEAR PAY DATE: "
               PCH-EMP-ID " - SEE BANKALRT ***".
         DELETE-EMPLOYEE.
            MOVE ETR-ID TO MST-ID.
            READ EMPLOYEE-MASTER-FILE
               END-IF
            END-IF.
            PERFORM LOG-TRANSACTION.
         TERMINATE-EMPLOYEE.
            MOVE ETR-ID TO MST-ID.
            READ EMPLOYEE-MASTER-FILE
                INVALID KEY MOVE "N" TO WS-FOUND-SWITCH
                NOT INVALID KEY MOVE "Y" TO WS-FOUND-SWITCH
            END-READ.
            IF NOT EMPLOYEE-FOUND
               MOVE "20" TO WS-STATUS-CODE
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY "TERMINATION REJECTED, NOT ON FILE: " ETR-ID
            ELSE
               IF MST-TERMINATED
                  MOVE "40" TO WS-STATUS-CODE
                  ADD 1 TO WS-REJECT-COUNT
                  DISPLAY "TERMINATION REJECTED, ALREADY TERMINATED: "
                     ETR-ID
               ELSE
                  PERFORM VALIDATE-TERMINATION
               END-IF
            END-IF.
            IF WS-STATUS-CODE = "00"
               PERFORM CAPTURE-BEFORE-IMAGE
               MOVE "T" TO MST-STATUS
               MOVE ETR-TERM-DATE TO MST-TERM-DATE
               MOVE ETR-TERM-REASON TO MST-TERM-REASON
               MOVE "P" TO MST-FINAL-PAY-STATUS
               REWRITE MST-RECORD
                   INVALID KEY MOVE "90" TO WS-STATUS-CODE
               END-REWRITE
               PERFORM CAPTURE-AFTER-IMAGE
               IF WS-STATUS-CODE = "00"
                  ADD 1 TO WS-TERMINATE-COUNT
               ELSE
                  ADD 1 TO WS-REJECT-COUNT
               END-IF
            END-IF.
            PERFORM LOG-TRANSACTION.
         VALIDATE-TERMINATION.
            IF ETR-TERM-DATE NOT NUMERIC
               MOVE ZERO TO WS-TERM-DATE-WORK
            ELSE
               MOVE ETR-TERM-DATE TO WS-TERM-DATE-WORK
            END-IF.
            IF WS-TERM-DATE-WORK = ZERO
               OR WS-TERM-MONTH < 01 OR WS-TERM-MONTH > 12
               OR WS-TERM-DAY < 01 OR WS-TERM-DAY > 31
               MOVE "41" TO WS-STATUS-CODE
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY "TERMINATION DATE INVALID FOR " ETR-ID
                  ": " ETR-TERM-DATE
            ELSE
               IF ETR-TERM-REASON = SPACES
                  MOVE "42" TO WS-STATUS-CODE
                  ADD 1 TO WS-REJECT-COUNT
                  DISPLAY "TERMINATION REASON MISSING FOR " ETR-ID
               END-IF
            END-IF.
         INQUIRE-EMPLOYEE.
            MOVE ETR-ID TO MST-ID.
            READ EMPLOYEE-MASTER-FILE
               ADD 1 TO WS-INQUIRE-COUNT
               DISPLAY "INQUIRY: " MST-ID " " MST-NAME
                  " DEPT " MST-DEPT " RATE " MST-HOURLY-RATE
                  " STATUS " MST-STATUS " COMPANY " MST-COMPANY-CODE
               IF MST-TERMINATED
                  DISPLAY "   TERMINATED " MST-TERM-DATE
                     " REASON " MST-TERM-REASON
                     " FINAL PAY " MST-FINAL-PAY-STATUS
               END-IF
            END-IF.
            PERFORM LOG-TRANSACTION.
         CAPTURE-BEFORE-IMAGE.
            MOVE MST-PAY-TYPE TO MLB-PAY-TYPE.
            MOVE MST-SALARY-AMOUNT TO MLB-SALARY-AMOUNT.
            MOVE MST-PRENOTE-STATUS TO MLB-PRENOTE-STATUS.
            MOVE MST-TERM-DATE TO MLB-TERM-DATE.
            MOVE MST-TERM-REASON TO MLB-TERM-REASON.
            MOVE MST-FINAL-PAY-STATUS TO MLB-FINAL-PAY-STATUS.
            MOVE MST-COMPANY-CODE TO ML-BEFORE-COMPANY-CODE.
         CAPTURE-AFTER-IMAGE.
            MOVE MST-NAME TO MLA-NAME.
            MOVE MST-DEPT TO MLA-DEPT.
            MOVE MST-PAY-TYPE TO MLA-PAY-TYPE.
            MOVE MST-SALARY-AMOUNT TO MLA-SALARY-AMOUNT.
            MOVE MST-PRENOTE-STATUS TO MLA-PRENOTE-STATUS.
            MOVE MST-TERM-DATE TO MLA-TERM-DATE.
            MOVE MST-TERM-REASON TO MLA-TERM-REASON.
            MOVE MST-FINAL-PAY-STATUS TO MLA-FINAL-PAY-STATUS.
            MOVE MST-COMPANY-CODE TO ML-AFTER-COMPANY-CODE.
         LOG-TRANSACTION.
            MOVE WS-TRANS-DATE TO ML-TRANS-DATE.
            MOVE ETR-TRANS-CODE TO ML-TRANS-CODE.
            MOVE ETR-ID TO ML-EMP-ID.
            MOVE WS-STATUS-CODE TO ML-STATUS-CODE.
            MOVE ETR-OPERATOR-ID TO ML-OPERATOR-ID.
            IF CHANGE-NEEDS-APPROVAL
               AND WS-STATUS-CODE = "00"
               MOVE "Y" TO ML-PENDING-FLAG
            ELSE
               MOVE "N" TO ML-PENDING-FLAG
            END-IF.
            WRITE MAINT-LOG-RECORD.
         WRITE-PENDING-CHANGES.
            OPEN OUTPUT PENDING-CHANGE-NEW-FILE.
            OPEN OUTPUT CHANGE-REPORT-FILE.
            MOVE SPACES TO CR-H1-TITLE.
            STRING WS-RPT-COMPANY-NAME DELIMITED BY "  "
                   " - PENDING BANK/PAY CHANGES" DELIMITED BY SIZE
                   INTO CR-H1-TITLE.
            MOVE WS-TRANS-DATE TO CR-H1-DATE.
            WRITE CR-HEADING-1.
            WRITE CR-COLUMN-HEADING AFTER ADVANCING 2 LINES.
            PERFORM VARYING WS-PCH-SUB FROM 1 BY 1
                    UNTIL WS-PCH-SUB > WS-PCH-COUNT
               MOVE WS-PCH-IMAGE(WS-PCH-SUB) TO PCH-RECORD
               WRITE PCH-RECORD
               PERFORM WRITE-CHANGE-REPORT-ENTRY
            END-PERFORM.
            MOVE "AWAITING APPROVAL:" TO CR-CNT-LABEL.
            MOVE WS-RPT-PENDING-COUNT TO CR-CNT-VALUE.
            WRITE CR-COUNT-LINE AFTER ADVANCING 2 LINES.
            MOVE "APPROVED THIS RUN:" TO CR-CNT-LABEL.
            MOVE WS-APPROVE-COUNT TO CR-CNT-VALUE.
            WRITE CR-COUNT-LINE AFTER ADVANCING 1 LINE.
            MOVE "REJECTED THIS RUN:" TO CR-CNT-LABEL.
            MOVE WS-CHG-REJECT-COUNT TO CR-CNT-VALUE.
            WRITE CR-COUNT-LINE AFTER ADVANCING 1 LINE.
            CLOSE PENDING-CHANGE-NEW-FILE.
            CLOSE CHANGE-REPORT-FILE.
         WRITE-CHANGE-REPORT-ENTRY.
            MOVE PCH-EMP-ID TO CR-DTL-EMP-ID.
            EVALUATE TRUE
               WHEN PCH-APPROVED
                  MOVE "APPROVED" TO CR-DTL-STATUS
               WHEN PCH-REJECTED
                  MOVE "REJECTED" TO CR-DTL-STATUS
               WHEN OTHER
                  MOVE "PENDING" TO CR-DTL-STATUS
                  ADD 1 TO WS-RPT-PENDING-COUNT
            END-EVALUATE.
            MOVE PCH-ENTERED-DATE TO CR-DTL-ENTERED-DATE.
            MOVE PCH-ENTERED-OPER TO CR-DTL-ENTERED-OPER.
            MOVE PCH-ACTION-DATE TO CR-DTL-ACTION-DATE.
            MOVE PCH-ACTION-OPER TO CR-DTL-ACTION-OPER.
            EVALUATE TRUE
               WHEN PCH-BANK-CHANGED AND PCH-PAY-CHANGED
                  MOVE "BANK, PAY" TO CR-DTL-CHANGES
               WHEN PCH-BANK-CHANGED
                  MOVE "BANK" TO CR-DTL-CHANGES
               WHEN OTHER
                  MOVE "PAY" TO CR-DTL-CHANGES
            END-EVALUATE.
            WRITE CR-DETAIL-LINE AFTER ADVANCING 2 LINES.
            MOVE "  FROM:" TO CR-VAL-LABEL.
            MOVE PCH-OLD-ROUTING TO CR-VAL-ROUTING.
            MOVE PCH-OLD-ACCOUNT TO CR-VAL-ACCOUNT.
            MOVE PCH-OLD-ACCT-TYPE TO CR-VAL-ACCT-TYPE.
            MOVE PCH-OLD-PAY-TYPE TO CR-VAL-PAY-TYPE.
            MOVE PCH-OLD-HOURLY-RATE TO CR-VAL-RATE.
            MOVE PCH-OLD-SALARY TO CR-VAL-SALARY.
            WRITE CR-VALUE-LINE AFTER ADVANCING 1 LINE.
            MOVE "  TO:" TO CR-VAL-LABEL.
            MOVE PCH-NEW-ROUTING TO CR-VAL-ROUTING.
            MOVE PCH-NEW-ACCOUNT TO CR-VAL-ACCOUNT.
            MOVE PCH-NEW-ACCT-TYPE TO CR-VAL-ACCT-TYPE.
            MOVE PCH-NEW-PAY-TYPE TO CR-VAL-PAY-TYPE.
            MOVE PCH-NEW-HOURLY-RATE TO CR-VAL-RATE.
            MOVE PCH-NEW-SALARY TO CR-VAL-SALARY.
            WRITE CR-VALUE-LINE AFTER ADVANCING 1 LINE.
         END-OF-JOB.
            PERFORM WRITE-PENDING-CHANGES.
            CLOSE MAINT-TRANS-FILE.
            CLOSE EMPLOYEE-MASTER-FILE.
            CLOSE MAINT-LOG-FILE.
            CLOSE BANK-ALERT-FILE.
            DISPLAY "TRANSACTIONS READ: " REC-COUNTER.
            DISPLAY "ADDS: " WS-ADD-COUNT.
            DISPLAY "CHANGES: " WS-CHANGE-COUNT.
            DISPLAY "DELETES: " WS-DELETE-COUNT.
            DISPLAY "INQUIRIES: " WS-INQUIRE-COUNT.
            DISPLAY "TERMINATIONS: " WS-TERMINATE-COUNT.
            DISPLAY "REJECTED: " WS-REJECT-COUNT.
            DISPLAY "CHANGES HELD FOR APPROVAL: " WS-PENDING-COUNT.
            DISPLAY "PENDING CHANGES APPROVED: " WS-APPROVE-COUNT.
            DISPLAY "PENDING CHANGES REJECTED: " WS-CHG-REJECT-COUNT.
            DISPLAY "BANK CHANGE ALERTS: " WS-ALERT-COUNT.
