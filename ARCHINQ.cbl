             SELECT ARCH-REPORT-FILE ASSIGN TO "ARCHRPT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-RPT-FILE-STATUS.
             SELECT COMPANY-MASTER-FILE ASSIGN TO "COMPMAST"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-CMP-FILE-STATUS.
         DATA DIVISION.
         FILE SECTION.
         FD  YTD-ARCHIVE-FILE
             LABEL RECORDS ARE STANDARD.
         01  ARCH-PARM-RECORD.
             05  AQ-EMP-ID            PIC X(6).
             05  AQ-COMPANY-CODE      PIC X(2).
         FD  ARCH-W2-EXTRACT-FILE
             LABEL RECORDS ARE STANDARD.
         01  AW-EXTRACT-RECORD.
             05  AW-FED-TAX           PIC 9(7)V99.
             05  AW-STATE-TAX         PIC 9(7)V99.
             05  AW-FICA              PIC 9(7)V99.
             05  AW-SS-WAGES          PIC 9(8)V99.
             05  AW-SS-TAX            PIC 9(7)V99.
             05  AW-MEDICARE-WAGES    PIC 9(8)V99.
             05  AW-MEDICARE-TAX      PIC 9(7)V99.
             05  AW-COMPANY-CODE      PIC X(2).
             05  AW-EMPLOYER-TAX-ID   PIC X(9).
             05  AW-EMPLOYER-NAME     PIC X(30).
         FD  ARCH-REPORT-FILE
             LABEL RECORDS ARE STANDARD.
         01  AR-HEADING-1.
             05  AR-H1-TITLE          PIC X(64).
         01  AR-GEN-LINE.
             05  FILLER               PIC X(13)
                 VALUE "ARCHIVE YEAR ".
             05  AR-TOT-WAGES         PIC ZZ,ZZZ,ZZ9.99.
         01  AR-MESSAGE-LINE.
             05  AR-MSG-TEXT          PIC X(60).
         FD  COMPANY-MASTER-FILE
             LABEL RECORDS ARE STANDARD.
             COPY COMPREC.
         WORKING-STORAGE SECTION.
         77 REC-COUNTER PIC 9(4).
         01 WS-ARC-FILE-STATUS PIC X(2).
         01 WS-W2-WRITE-COUNT PIC 9(5) VALUE ZERO.
         01 WS-HIST-YEAR-COUNT PIC 9(2) VALUE ZERO.
         01 WS-HIST-TOTAL-GROSS PIC 9(10)V99 VALUE ZERO.
         01 WS-CMP-FILE-STATUS PIC X(2).
         01 WS-DEFAULT-COMPANY PIC X(2) VALUE "01".
         01 WS-REQUEST-COMPANY PIC X(2) VALUE SPACES.
         01 WS-CMP-COUNT PIC 9(2) VALUE ZERO.
         01 WS-CMP-SUB PIC 9(2).
         01 WS-CMP-MATCH-SUB PIC 9(2).
         01 WS-CMP-LOOKUP-CODE PIC X(2).
         01 WS-INQ-COMPANY-NAME PIC X(30) VALUE "ALL COMPANIES".
         01 WS-CMP-TABLE.
            05  WS-CMP-ENTRY OCCURS 10 TIMES.
                10  WS-CMP-CODE        PIC X(2).
                10  WS-CMP-LEGAL-NAME  PIC X(30).
                10  WS-CMP-TAX-ID      PIC X(9).
         PROCEDURE DIVISION.
            PERFORM INITIALIZATION.
            PERFORM VALIDATE-ARCHIVE.
         INITIALIZATION.
            MOVE ZERO TO REC-COUNTER.
            PERFORM READ-ARCH-PARM.
            PERFORM LOAD-COMPANY-MASTER.
            PERFORM SET-INQUIRY-COMPANY.
         READ-ARCH-PARM.
            MOVE SPACES TO WS-REQUEST-EMP-ID.
            MOVE SPACES TO WS-REQUEST-COMPANY.
            OPEN INPUT ARCH-PARM-FILE.
            IF WS-PRM-FILE-STATUS = "00"
               READ ARCH-PARM-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE AQ-EMP-ID TO WS-REQUEST-EMP-ID
                       MOVE AQ-COMPANY-CODE TO WS-REQUEST-COMPANY
               END-READ
               CLOSE ARCH-PARM-FILE
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
                  END-READ
               END-PERFORM
               IF WS-CMP-FILE-STATUS = "00"
                  AND WS-CMP-COUNT = 10
                  READ COMPANY-MASTER-FILE
                      AT END CONTINUE
                      NOT AT END
                          DISPLAY "*** COMPANY TABLE FULL AT 10 "
                             "- COMPMAST HAS MORE RECORDS ***"
                          DISPLAY "ARCHIVE INQUIRY NOT RUN"
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
               MOVE SPACES TO WS-CMP-TAX-ID(WS-CMP-COUNT)
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
         SET-INQUIRY-COMPANY.
            IF WS-REQUEST-COMPANY NOT = SPACES
               MOVE WS-REQUEST-COMPANY TO WS-CMP-LOOKUP-CODE
               PERFORM FIND-COMPANY
               IF WS-CMP-MATCH-SUB = ZERO
                  DISPLAY "COMPANY " WS-REQUEST-COMPANY
                     " NOT ON COMPMAST - ARCHIVE INQUIRY NOT RUN"
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
               END-IF
               MOVE WS-CMP-LEGAL-NAME(WS-CMP-MATCH-SUB)
                    TO WS-INQ-COMPANY-NAME
            ELSE
               IF WS-CMP-COUNT = 1
                  MOVE WS-CMP-LEGAL-NAME(1) TO WS-INQ-COMPANY-NAME
               END-IF
            END-IF.
         VALIDATE-ARCHIVE.
            OPEN INPUT YTD-ARCHIVE-FILE.
            IF WS-ARC-FILE-STATUS NOT = "00"
         OPEN-OUTPUT-FILES.
            OPEN OUTPUT ARCH-W2-EXTRACT-FILE.
            OPEN OUTPUT ARCH-REPORT-FILE.
            MOVE SPACES TO AR-H1-TITLE.
            STRING WS-INQ-COMPANY-NAME DELIMITED BY "  "
                   " - PRIOR-YEAR EARNINGS INQUIRY" DELIMITED BY SIZE
                   INTO AR-H1-TITLE.
            WRITE AR-HEADING-1.
         REPORT-GENERATION-STATUS.
            PERFORM VARYING WS-GEN-SUB FROM 1 BY 1
                  END-IF
            END-EVALUATE.
         SELECT-ARCHIVE-DETAIL.
            MOVE YA-COMPANY-CODE TO WS-CMP-LOOKUP-CODE.
            PERFORM FIND-COMPANY.
            IF WS-REQUEST-COMPANY = SPACES
               OR WS-CMP-LOOKUP-CODE = WS-REQUEST-COMPANY
               PERFORM SELECT-EMPLOYEE-DETAIL
            END-IF.
         SELECT-EMPLOYEE-DETAIL.
            IF WS-REQUEST-EMP-ID = SPACES
               OR YA-ID = WS-REQUEST-EMP-ID
               PERFORM WRITE-ARCH-W2-RECORD
            MOVE YA-FED-TAX-YTD TO AW-FED-TAX.
            MOVE YA-STATE-TAX-YTD TO AW-STATE-TAX.
            MOVE YA-FICA-YTD TO AW-FICA.
            MOVE YA-SS-WAGES-YTD TO AW-SS-WAGES.
            MOVE YA-SS-TAX-YTD TO AW-SS-TAX.
            MOVE YA-MEDICARE-WAGES-YTD TO AW-MEDICARE-WAGES.
            COMPUTE AW-MEDICARE-TAX =
               YA-MEDICARE-TAX-YTD + YA-ADDL-MEDICARE-YTD.
            MOVE WS-CMP-LOOKUP-CODE TO AW-COMPANY-CODE.
            IF WS-CMP-MATCH-SUB = ZERO
               MOVE SPACES TO AW-EMPLOYER-TAX-ID
               MOVE SPACES TO AW-EMPLOYER-NAME
            ELSE
               MOVE WS-CMP-TAX-ID(WS-CMP-MATCH-SUB)
                    TO AW-EMPLOYER-TAX-ID
               MOVE WS-CMP-LEGAL-NAME(WS-CMP-MATCH-SUB)
                    TO AW-EMPLOYER-NAME
            END-IF.
            WRITE AW-EXTRACT-RECORD.
            ADD 1 TO WS-W2-WRITE-COUNT.
         WRITE-HISTORY-LINE.
