             SELECT PAY-CALENDAR-FILE ASSIGN TO "PAYCAL"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-CAL-FILE-STATUS.
             SELECT COMPANY-MASTER-FILE ASSIGN TO "COMPMAST"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-CMP-FILE-STATUS.
         DATA DIVISION.
         FILE SECTION.
         FD  YTD-MASTER-FILE
         FD  TAX-REPORT-FILE
             LABEL RECORDS ARE STANDARD.
         01  TX-HEADING-1.
             05  TX-H1-TITLE          PIC X(60).
             05  TX-H1-YEAR           PIC 9(4).
         01  TX-HEADING-2.
             05  FILLER               PIC X(9)  VALUE "COMPANY: ".
             05  TX-H2-COMPANY        PIC X(2).
             05  FILLER               PIC X(25)
                 VALUE "   FEDERAL EMPLOYER ID: ".
             05  TX-H2-TAX-ID         PIC X(9).
         01  TX-COLUMN-HEADING.
             05  FILLER               PIC X(9)  VALUE "QUARTER".
             05  FILLER               PIC X(16) VALUE "TOTAL WAGES".
             05  TX-DTL-STATE         PIC ZZ,ZZZ,ZZ9.99.
             05  FILLER               PIC X(1).
             05  TX-DTL-FICA          PIC ZZ,ZZZ,ZZ9.99.
         01  TX-WAGE-BASE-HEADING.
             05  FILLER               PIC X(44)
                 VALUE "SOCIAL SECURITY / MEDICARE / FUTA / SUTA".
         01  TX-WAGE-BASE-COLUMNS.
             05  FILLER               PIC X(9)  VALUE "QUARTER".
             05  FILLER               PIC X(16) VALUE "SS WAGES".
             05  FILLER               PIC X(14) VALUE "SS TAX".
             05  FILLER               PIC X(16) VALUE "MEDICARE WAGES".
             05  FILLER               PIC X(14) VALUE "MEDICARE TAX".
             05  FILLER               PIC X(14) VALUE "ADDL MEDICARE".
             05  FILLER               PIC X(16) VALUE "FUTA WAGES".
             05  FILLER               PIC X(14) VALUE "FUTA TAX".
             05  FILLER               PIC X(16) VALUE "SUTA WAGES".
             05  FILLER               PIC X(14) VALUE "SUTA TAX".
         01  TX-WAGE-BASE-LINE.
             05  TX-WB-LABEL          PIC X(9).
             05  TX-WB-SS-WAGES       PIC ZZZ,ZZZ,ZZ9.99.
             05  FILLER               PIC X(2).
             05  TX-WB-SS-TAX         PIC ZZ,ZZZ,ZZ9.99.
             05  FILLER               PIC X(1).
             05  TX-WB-MED-WAGES      PIC ZZZ,ZZZ,ZZ9.99.
             05  FILLER               PIC X(2).
             05  TX-WB-MED-TAX        PIC ZZ,ZZZ,ZZ9.99.
             05  FILLER               PIC X(1).
             05  TX-WB-ADDL-MED-TAX   PIC ZZ,ZZZ,ZZ9.99.
             05  FILLER               PIC X(1).
             05  TX-WB-FUTA-WAGES     PIC ZZZ,ZZZ,ZZ9.99.
             05  FILLER               PIC X(2).
             05  TX-WB-FUTA-TAX       PIC ZZ,ZZZ,ZZ9.99.
             05  FILLER               PIC X(1).
             05  TX-WB-SUTA-WAGES     PIC ZZZ,ZZZ,ZZ9.99.
             05  FILLER               PIC X(2).
             05  TX-WB-SUTA-TAX       PIC ZZ,ZZZ,ZZ9.99.
         01  TX-COUNT-LINE.
             05  FILLER               PIC X(20)
                 VALUE "EMPLOYEES REPORTED: ".
             05  W2-FED-TAX           PIC 9(7)V99.
             05  W2-STATE-TAX         PIC 9(7)V99.
             05  W2-FICA              PIC 9(7)V99.
             05  W2-SS-WAGES          PIC 9(8)V99.
             05  W2-SS-TAX            PIC 9(7)V99.
             05  W2-MEDICARE-WAGES    PIC 9(8)V99.
             05  W2-MEDICARE-TAX      PIC 9(7)V99.
             05  W2-COMPANY-CODE      PIC X(2).
             05  W2-EMPLOYER-TAX-ID   PIC X(9).
             05  W2-EMPLOYER-NAME     PIC X(30).
         FD  PAY-CALENDAR-FILE
             LABEL RECORDS ARE STANDARD.
             COPY PPCREC.
         FD  COMPANY-MASTER-FILE
             LABEL RECORDS ARE STANDARD.
             COPY COMPREC.
         WORKING-STORAGE SECTION.
         77 REC-COUNTER PIC 9(4).
         01 WS-YTD-FILE-STATUS PIC X(2).
                10  WS-QT-FED         PIC 9(8)V99.
                10  WS-QT-STATE       PIC 9(8)V99.
                10  WS-QT-FICA        PIC 9(8)V99.
                10  WS-QT-SS-WAGES    PIC 9(9)V99.
                10  WS-QT-SS-TAX      PIC 9(8)V99.
                10  WS-QT-MED-WAGES   PIC 9(9)V99.
                10  WS-QT-MED-TAX     PIC 9(8)V99.
                10  WS-QT-ADDL-MED    PIC 9(8)V99.
                10  WS-QT-FUTA-WAGES  PIC 9(9)V99.
                10  WS-QT-FUTA-TAX    PIC 9(8)V99.
                10  WS-QT-SUTA-WAGES  PIC 9(9)V99.
                10  WS-QT-SUTA-TAX    PIC 9(8)V99.
         01 WS-YEAR-ACCUM.
            05  WS-YR-WAGES           PIC 9(9)V99 VALUE ZERO.
            05  WS-YR-FED             PIC 9(8)V99 VALUE ZERO.
            05  WS-YR-STATE           PIC 9(8)V99 VALUE ZERO.
            05  WS-YR-FICA            PIC 9(8)V99 VALUE ZERO.
            05  WS-YR-SS-WAGES        PIC 9(9)V99 VALUE ZERO.
            05  WS-YR-SS-TAX          PIC 9(8)V99 VALUE ZERO.
            05  WS-YR-MED-WAGES       PIC 9(9)V99 VALUE ZERO.
            05  WS-YR-MED-TAX         PIC 9(8)V99 VALUE ZERO.
            05  WS-YR-ADDL-MED        PIC 9(8)V99 VALUE ZERO.
            05  WS-YR-FUTA-WAGES      PIC 9(9)V99 VALUE ZERO.
            05  WS-YR-FUTA-TAX        PIC 9(8)V99 VALUE ZERO.
            05  WS-YR-SUTA-WAGES      PIC 9(9)V99 VALUE ZERO.
            05  WS-YR-SUTA-TAX        PIC 9(8)V99 VALUE ZERO.
         01 WS-QTR-LABEL PIC X(9).
         01 WS-CAL-FILE-STATUS PIC X(2).
         01 WS-CAL-PERIOD-QTR PIC 9(1).
            05  WS-CAL-PER-DAY         PIC 9(2).
         01 WS-OPEN-PERIOD-COUNTS.
            05  WS-OPEN-PERIODS OCCURS 4 TIMES PIC 9(3).
         01 WS-CMP-FILE-STATUS PIC X(2).
         01 WS-DEFAULT-COMPANY PIC X(2) VALUE "01".
         01 WS-CMP-COUNT PIC 9(2) VALUE ZERO.
         01 WS-CMP-SUB PIC 9(2).
         01 WS-CMP-CUR-SUB PIC 9(2).
         01 WS-CMP-LOOKUP-CODE PIC X(2).
         01 WS-CMP-PRINTED PIC 9(2) VALUE ZERO.
         01 WS-TAX-TITLE PIC X(60).
         01 WS-CMP-TABLE.
            05  WS-CMP-ENTRY OCCURS 10 TIMES.
                10  WS-CMP-CODE        PIC X(2).
                10  WS-CMP-LEGAL-NAME  PIC X(30).
                10  WS-CMP-TAX-ID      PIC X(9).
                10  WS-CMP-EMP-COUNT   PIC 9(4).
                10  WS-CMP-QTR-AREA    PIC X(540).
                10  WS-CMP-YEAR-AREA   PIC X(135).
         COPY EMPREC.
         PROCEDURE DIVISION.
            PERFORM INITIALIZATION.
            MOVE ZERO TO REC-COUNTER.
            INITIALIZE WS-QTR-ACCUM.
            PERFORM READ-TAX-PARM.
            PERFORM LOAD-COMPANY-MASTER.
            PERFORM CHECK-OPEN-PERIODS.
            OPEN INPUT YTD-MASTER-FILE.
            IF WS-YTD-FILE-STATUS NOT = "00"
                  END-IF
               END-IF
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
                          MOVE CMP-TAX-ID
                               TO WS-CMP-TAX-ID(WS-CMP-COUNT)
                          PERFORM RESET-COMPANY-TOTALS
                  END-READ
               END-PERFORM
               IF WS-CMP-FILE-STATUS = "00"
                  AND WS-CMP-COUNT = 10
                  READ COMPANY-MASTER-FILE
                      AT END CONTINUE
                      NOT AT END
                          DISPLAY "*** COMPANY TABLE FULL AT 10 "
                             "- COMPMAST HAS MORE RECORDS ***"
                          DISPLAY "TAX REPORTING NOT RUN - NO REPORT "
                             "OR EXTRACT WRITTEN"
                          CLOSE COMPANY-MASTER-FILE
                          MOVE 16 TO RETURN-CODE
                          STOP RUN
                  END-READ
               END-IF
               CLOSE COMPANY-MASTER-FILE
            END-IF.
            IF WS-CMP-COUNT = ZERO
               DISPLAY "COMPMAST NOT PRESENT - ALL EMPLOYEES REPORTED "
                  "UNDER COMPANY " WS-DEFAULT-COMPANY
               ADD 1 TO WS-CMP-COUNT
               MOVE WS-DEFAULT-COMPANY TO WS-CMP-CODE(WS-CMP-COUNT)
               MOVE "ACME MFG CO." TO WS-CMP-LEGAL-NAME(WS-CMP-COUNT)
               MOVE SPACES TO WS-CMP-TAX-ID(WS-CMP-COUNT)
               PERFORM RESET-COMPANY-TOTALS
            END-IF.
         RESET-COMPANY-TOTALS.
            MOVE ZERO TO WS-CMP-EMP-COUNT(WS-CMP-COUNT).
            MOVE ZEROS TO WS-CMP-QTR-AREA(WS-CMP-COUNT).
            MOVE ZEROS TO WS-CMP-YEAR-AREA(WS-CMP-COUNT).
         FIND-COMPANY.
            MOVE EMP-COMPANY-CODE TO WS-CMP-LOOKUP-CODE.
            IF WS-CMP-LOOKUP-CODE = SPACES
               MOVE WS-DEFAULT-COMPANY TO WS-CMP-LOOKUP-CODE
            END-IF.
            MOVE ZERO TO WS-CMP-CUR-SUB.
            PERFORM VARYING WS-CMP-SUB FROM 1 BY 1
                    UNTIL WS-CMP-SUB > WS-CMP-COUNT
               IF WS-CMP-CODE(WS-CMP-SUB) = WS-CMP-LOOKUP-CODE
                  MOVE WS-CMP-SUB TO WS-CMP-CUR-SUB
                  MOVE WS-CMP-COUNT TO WS-CMP-SUB
               END-IF
            END-PERFORM.
            IF WS-CMP-CUR-SUB = ZERO
               IF WS-CMP-COUNT = 10
                  DISPLAY "*** COMPANY " WS-CMP-LOOKUP-CODE
                     " ON YTDMAST NOT ON COMPMAST, TABLE FULL ***"
                  DISPLAY "TAX REPORTING NOT RUN - REPORT AND "
                     "EXTRACT INCOMPLETE"
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
               END-IF
               DISPLAY "*** COMPANY " WS-CMP-LOOKUP-CODE
                  " ON YTDMAST NOT ON COMPMAST - REPORTED WITHOUT "
                  "EMPLOYER ID ***"
               MOVE 4 TO RETURN-CODE
               ADD 1 TO WS-CMP-COUNT
               MOVE WS-CMP-LOOKUP-CODE TO WS-CMP-CODE(WS-CMP-COUNT)
               MOVE "COMPANY NOT ON COMPMAST"
                    TO WS-CMP-LEGAL-NAME(WS-CMP-COUNT)
               MOVE SPACES TO WS-CMP-TAX-ID(WS-CMP-COUNT)
               PERFORM RESET-COMPANY-TOTALS
               MOVE WS-CMP-COUNT TO WS-CMP-CUR-SUB
            END-IF.
         READ-YTD-MASTER.
            IF YTD-EOF
               CONTINUE
            END-IF.
         PROCESS-YTD-RECORDS.
            ADD 1 TO REC-COUNTER.
            PERFORM FIND-COMPANY.
            ADD 1 TO WS-CMP-EMP-COUNT(WS-CMP-CUR-SUB).
            MOVE WS-CMP-QTR-AREA(WS-CMP-CUR-SUB) TO WS-QTR-ACCUM.
            MOVE WS-CMP-YEAR-AREA(WS-CMP-CUR-SUB) TO WS-YEAR-ACCUM.
            PERFORM VARYING WS-QTR-SUB FROM 1 BY 1
                    UNTIL WS-QTR-SUB > 4
               ADD EMP-QTR-WAGES(WS-QTR-SUB)
                  TO WS-QT-STATE(WS-QTR-SUB)
               ADD EMP-QTR-FICA(WS-QTR-SUB)
                  TO WS-QT-FICA(WS-QTR-SUB)
               ADD EMP-QTR-SS-WAGES(WS-QTR-SUB)
                  TO WS-QT-SS-WAGES(WS-QTR-SUB)
               ADD EMP-QTR-SS-TAX(WS-QTR-SUB)
                  TO WS-QT-SS-TAX(WS-QTR-SUB)
               ADD EMP-QTR-MED-WAGES(WS-QTR-SUB)
                  TO WS-QT-MED-WAGES(WS-QTR-SUB)
               ADD EMP-QTR-MED-TAX(WS-QTR-SUB)
                  TO WS-QT-MED-TAX(WS-QTR-SUB)
               ADD EMP-QTR-ADDL-MED-TAX(WS-QTR-SUB)
                  TO WS-QT-ADDL-MED(WS-QTR-SUB)
               ADD EMP-QTR-FUTA-WAGES(WS-QTR-SUB)
                  TO WS-QT-FUTA-WAGES(WS-QTR-SUB)
               ADD EMP-QTR-FUTA-TAX(WS-QTR-SUB)
                  TO WS-QT-FUTA-TAX(WS-QTR-SUB)
               ADD EMP-QTR-SUTA-WAGES(WS-QTR-SUB)
                  TO WS-QT-SUTA-WAGES(WS-QTR-SUB)
               ADD EMP-QTR-SUTA-TAX(WS-QTR-SUB)
                  TO WS-QT-SUTA-TAX(WS-QTR-SUB)
            END-PERFORM.
            ADD EMP-PAY-YTD TO WS-YR-WAGES.
            ADD EMP-FED-TAX-YTD TO WS-YR-FED.
            ADD EMP-STATE-TAX-YTD TO WS-YR-STATE.
            ADD EMP-FICA-YTD TO WS-YR-FICA.
            ADD EMP-SS-WAGES-YTD TO WS-YR-SS-WAGES.
            ADD EMP-SS-TAX-YTD TO WS-YR-SS-TAX.
            ADD EMP-MEDICARE-WAGES-YTD TO WS-YR-MED-WAGES.
            ADD EMP-MEDICARE-TAX-YTD TO WS-YR-MED-TAX.
            ADD EMP-ADDL-MEDICARE-YTD TO WS-YR-ADDL-MED.
            ADD EMP-FUTA-WAGES-YTD TO WS-YR-FUTA-WAGES.
            ADD EMP-FUTA-TAX-YTD TO WS-YR-FUTA-TAX.
            ADD EMP-SUTA-WAGES-YTD TO WS-YR-SUTA-WAGES.
            ADD EMP-SUTA-TAX-YTD TO WS-YR-SUTA-TAX.
            MOVE WS-QTR-ACCUM TO WS-CMP-QTR-AREA(WS-CMP-CUR-SUB).
            MOVE WS-YEAR-ACCUM TO WS-CMP-YEAR-AREA(WS-CMP-CUR-SUB).
            IF YEAR-END-REPORT
               PERFORM WRITE-W2-EXTRACT
            END-IF.
            MOVE EMP-FED-TAX-YTD TO W2-FED-TAX.
            MOVE EMP-STATE-TAX-YTD TO W2-STATE-TAX.
            MOVE EMP-FICA-YTD TO W2-FICA.
            MOVE EMP-SS-WAGES-YTD TO W2-SS-WAGES.
            MOVE EMP-SS-TAX-YTD TO W2-SS-TAX.
            MOVE EMP-MEDICARE-WAGES-YTD TO W2-MEDICARE-WAGES.
            COMPUTE W2-MEDICARE-TAX =
               EMP-MEDICARE-TAX-YTD + EMP-ADDL-MEDICARE-YTD.
            MOVE WS-CMP-CODE(WS-CMP-CUR-SUB) TO W2-COMPANY-CODE.
            MOVE WS-CMP-TAX-ID(WS-CMP-CUR-SUB) TO W2-EMPLOYER-TAX-ID.
            MOVE WS-CMP-LEGAL-NAME(WS-CMP-CUR-SUB) TO W2-EMPLOYER-NAME.
            WRITE W2-EXTRACT-RECORD.
         WRITE-COMPANY-REPORTS.
            MOVE ZERO TO WS-CMP-PRINTED.
            PERFORM VARYING WS-CMP-CUR-SUB FROM 1 BY 1
                    UNTIL WS-CMP-CUR-SUB > WS-CMP-COUNT
               IF WS-CMP-EMP-COUNT(WS-CMP-CUR-SUB) > ZERO
                  OR (WS-CMP-CUR-SUB = WS-CMP-COUNT
                      AND WS-CMP-PRINTED = ZERO)
                  MOVE WS-CMP-QTR-AREA(WS-CMP-CUR-SUB)
                       TO WS-QTR-ACCUM
                  MOVE WS-CMP-YEAR-AREA(WS-CMP-CUR-SUB)
                       TO WS-YEAR-ACCUM
                  PERFORM WRITE-LIABILITY-REPORT
                  ADD 1 TO WS-CMP-PRINTED
               END-IF
            END-PERFORM.
         WRITE-LIABILITY-REPORT.
            MOVE SPACES TO WS-TAX-TITLE.
            STRING WS-CMP-LEGAL-NAME(WS-CMP-CUR-SUB) DELIMITED BY "  "
                   " - EMPLOYER TAX LIABILITY " DELIMITED BY SIZE
                   INTO WS-TAX-TITLE.
            MOVE WS-TAX-TITLE TO TX-H1-TITLE.
            MOVE WS-REPORT-YEAR TO TX-H1-YEAR.
            IF WS-CMP-PRINTED = ZERO
               WRITE TX-HEADING-1
            ELSE
               WRITE TX-HEADING-1 AFTER ADVANCING PAGE
            END-IF.
            MOVE WS-CMP-CODE(WS-CMP-CUR-SUB) TO TX-H2-COMPANY.
            MOVE WS-CMP-TAX-ID(WS-CMP-CUR-SUB) TO TX-H2-TAX-ID.
            WRITE TX-HEADING-2 AFTER ADVANCING 1 LINE.
            WRITE TX-COLUMN-HEADING AFTER ADVANCING 2 LINES.
            PERFORM VARYING WS-QTR-SUB FROM 1 BY 1
                    UNTIL WS-QTR-SUB > 4
            MOVE WS-YR-STATE TO TX-DTL-STATE.
            MOVE WS-YR-FICA TO TX-DTL-FICA.
            WRITE TX-DETAIL-LINE AFTER ADVANCING 2 LINES.
            WRITE TX-WAGE-BASE-HEADING AFTER ADVANCING 3 LINES.
            WRITE TX-WAGE-BASE-COLUMNS AFTER ADVANCING 2 LINES.
            PERFORM VARYING WS-QTR-SUB FROM 1 BY 1
                    UNTIL WS-QTR-SUB > 4
               MOVE SPACES TO WS-QTR-LABEL
               STRING "QTR " WS-QTR-SUB
                  DELIMITED BY SIZE INTO WS-QTR-LABEL
               MOVE WS-QTR-LABEL TO TX-WB-LABEL
               MOVE WS-QT-SS-WAGES(WS-QTR-SUB) TO TX-WB-SS-WAGES
               MOVE WS-QT-SS-TAX(WS-QTR-SUB) TO TX-WB-SS-TAX
               MOVE WS-QT-MED-WAGES(WS-QTR-SUB) TO TX-WB-MED-WAGES
               MOVE WS-QT-MED-TAX(WS-QTR-SUB) TO TX-WB-MED-TAX
               MOVE WS-QT-ADDL-MED(WS-QTR-SUB) TO TX-WB-ADDL-MED-TAX
               MOVE WS-QT-FUTA-WAGES(WS-QTR-SUB) TO TX-WB-FUTA-WAGES
               MOVE WS-QT-FUTA-TAX(WS-QTR-SUB) TO TX-WB-FUTA-TAX
               MOVE WS-QT-SUTA-WAGES(WS-QTR-SUB) TO TX-WB-SUTA-WAGES
               MOVE WS-QT-SUTA-TAX(WS-QTR-SUB) TO TX-WB-SUTA-TAX
               WRITE TX-WAGE-BASE-LINE AFTER ADVANCING 1 LINE
            END-PERFORM.
            MOVE "YEAR" TO TX-WB-LABEL.
            MOVE WS-YR-SS-WAGES TO TX-WB-SS-WAGES.
            MOVE WS-YR-SS-TAX TO TX-WB-SS-TAX.
            MOVE WS-YR-MED-WAGES TO TX-WB-MED-WAGES.
            MOVE WS-YR-MED-TAX TO TX-WB-MED-TAX.
            MOVE WS-YR-ADDL-MED TO TX-WB-ADDL-MED-TAX.
            MOVE WS-YR-FUTA-WAGES TO TX-WB-FUTA-WAGES.
            MOVE WS-YR-FUTA-TAX TO TX-WB-FUTA-TAX.
            MOVE WS-YR-SUTA-WAGES TO TX-WB-SUTA-WAGES.
            MOVE WS-YR-SUTA-TAX TO TX-WB-SUTA-TAX.
            WRITE TX-WAGE-BASE-LINE AFTER ADVANCING 2 LINES.
            MOVE WS-CMP-EMP-COUNT(WS-CMP-CUR-SUB) TO TX-EMP-COUNT.
            WRITE TX-COUNT-LINE AFTER ADVANCING 2 LINES.
         END-OF-JOB.
            PERFORM WRITE-COMPANY-REPORTS.
            CLOSE YTD-MASTER-FILE.
            CLOSE TAX-REPORT-FILE.
            IF YEAR-END-REPORT
