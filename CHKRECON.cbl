         IDENTIFICATION DIVISION.
         PROGRAM-ID. CHKRECON.
         AUTHOR. ASHIS KUMAR NAIK.
         ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
             SELECT RECON-PARM-FILE ASSIGN TO "RECPARM"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-PRM-FILE-STATUS.
             SELECT BANK-PAID-FILE ASSIGN TO "BANKPAID"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-BPD-FILE-STATUS.
             SELECT CHECK-REGISTER-FILE ASSIGN TO "CHKREG"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-CKR-FILE-STATUS.
             SELECT CHECK-REGISTER-NEW-FILE ASSIGN TO "CHKREGN"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-CKN-FILE-STATUS.
             SELECT RECON-REPORT-FILE ASSIGN TO "CHKRRPT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-RPT-FILE-STATUS.
             SELECT AGING-REPORT-FILE ASSIGN TO "CHKAGE"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-AGE-FILE-STATUS.
             SELECT ESCHEAT-REPORT-FILE ASSIGN TO "ESCHEAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ESC-FILE-STATUS.
             SELECT COMPANY-MASTER-FILE ASSIGN TO "COMPMAST"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-CMP-FILE-STATUS.
         DATA DIVISION.
         FILE SECTION.
         FD  RECON-PARM-FILE
             LABEL RECORDS ARE STANDARD.
         01  RECON-PARM-RECORD.
             05  RP-AS-OF-DATE        PIC 9(8).
             05  RP-STALE-DAYS        PIC 9(3).
             05  RP-DORMANCY-DAYS     PIC 9(4).
         FD  BANK-PAID-FILE
             LABEL RECORDS ARE STANDARD.
         01  BANK-PAID-RECORD.
             05  BP-CHECK-NUMBER      PIC 9(8).
             05  BP-PAID-DATE         PIC 9(8).
             05  BP-PAID-AMOUNT       PIC 9(7)V99.
         FD  CHECK-REGISTER-FILE
             LABEL RECORDS ARE STANDARD.
             COPY CKRREC REPLACING LEADING ==CKR-== BY ==CRI-==.
         FD  CHECK-REGISTER-NEW-FILE
             LABEL RECORDS ARE STANDARD.
             COPY CKRREC.
         FD  RECON-REPORT-FILE
             LABEL RECORDS ARE STANDARD.
         01  RR-HEADING-1.
             05  RR-H1-TITLE          PIC X(64).
             05  FILLER               PIC X(7)  VALUE "AS OF ".
             05  RR-H1-DATE           PIC 9(4)/99/99.
         01  RR-COLUMN-HEADING.
             05  FILLER               PIC X(4)  VALUE "CO".
             05  FILLER               PIC X(10) VALUE "CHECK NO".
             05  FILLER               PIC X(8)  VALUE "EMP ID".
             05  FILLER               PIC X(14) VALUE "ISSUED AMT".
             05  FILLER               PIC X(12) VALUE "PAID DATE".
             05  FILLER               PIC X(14) VALUE "PAID AMT".
             05  FILLER               PIC X(40) VALUE "RESULT".
         01  RR-DETAIL-LINE.
             05  RR-DTL-COMPANY       PIC X(2).
             05  FILLER               PIC X(2).
             05  RR-DTL-CHECK-NO      PIC 9(8).
             05  FILLER               PIC X(2).
             05  RR-DTL-EMP-ID        PIC X(6).
             05  FILLER               PIC X(2).
             05  RR-DTL-ISSUED-AMT    PIC Z,ZZZ,ZZ9.99.
             05  FILLER               PIC X(2).
             05  RR-DTL-PAID-DATE     PIC 9(4)/99/99.
             05  FILLER               PIC X(2).
             05  RR-DTL-PAID-AMT      PIC Z,ZZZ,ZZ9.99.
             05  FILLER               PIC X(2).
             05  RR-DTL-RESULT        PIC X(40).
         01  RR-COUNT-LINE.
             05  RR-CNT-LABEL         PIC X(32).
             05  RR-CNT-VALUE         PIC ZZZ,ZZ9.
             05  FILLER               PIC X(2).
             05  RR-CNT-AMOUNT        PIC ZZ,ZZZ,ZZ9.99.
         FD  AGING-REPORT-FILE
             LABEL RECORDS ARE STANDARD.
         01  AG-HEADING-1.
             05  AG-H1-TITLE          PIC X(64).
             05  FILLER               PIC X(7)  VALUE "AS OF ".
             05  AG-H1-DATE           PIC 9(4)/99/99.
         01  AG-HEADING-2.
             05  FILLER               PIC X(9)  VALUE "COMPANY: ".
             05  AG-H2-COMPANY        PIC X(2).
             05  FILLER               PIC X(25)
                 VALUE "   FEDERAL EMPLOYER ID: ".
             05  AG-H2-TAX-ID         PIC X(9).
         01  AG-COLUMN-HEADING.
             05  FILLER               PIC X(10) VALUE "CHECK NO".
             05  FILLER               PIC X(8)  VALUE "EMP ID".
             05  FILLER               PIC X(32) VALUE "PAYEE".
             05  FILLER               PIC X(12) VALUE "ISSUED".
             05  FILLER               PIC X(8)  VALUE "STATUS".
             05  FILLER               PIC X(6)  VALUE "DAYS".
             05  FILLER               PIC X(10) VALUE "AGE".
             05  FILLER               PIC X(12) VALUE "AMOUNT".
         01  AG-DETAIL-LINE.
             05  AG-DTL-CHECK-NO      PIC 9(8).
             05  FILLER               PIC X(2).
             05  AG-DTL-EMP-ID        PIC X(6).
             05  FILLER               PIC X(2).
             05  AG-DTL-PAYEE         PIC X(30).
             05  FILLER               PIC X(2).
             05  AG-DTL-ISSUE-DATE    PIC 9(4)/99/99.
             05  FILLER               PIC X(2).
             05  AG-DTL-STATUS        PIC X(6).
             05  FILLER               PIC X(2).
             05  AG-DTL-DAYS          PIC ZZZ9.
             05  FILLER               PIC X(2).
             05  AG-DTL-BUCKET        PIC X(8).
             05  FILLER               PIC X(2).
             05  AG-DTL-AMOUNT        PIC Z,ZZZ,ZZ9.99.
         01  AG-TOTAL-LINE.
             05  AG-TOT-LABEL         PIC X(24).
             05  AG-TOT-COUNT         PIC ZZZ,ZZ9.
             05  FILLER               PIC X(2).
             05  AG-TOT-AMOUNT        PIC ZZ,ZZZ,ZZ9.99.
         FD  ESCHEAT-REPORT-FILE
             LABEL RECORDS ARE STANDARD.
         01  ES-HEADING-1.
             05  ES-H1-TITLE          PIC X(64).
             05  FILLER               PIC X(7)  VALUE "AS OF ".
             05  ES-H1-DATE           PIC 9(4)/99/99.
         01  ES-HOLDER-HEADING.
             05  FILLER               PIC X(9)  VALUE "HOLDER: ".
             05  ES-HH-COMPANY        PIC X(2).
             05  FILLER               PIC X(25)
                 VALUE "   FEDERAL EMPLOYER ID: ".
             05  ES-HH-TAX-ID         PIC X(9).
         01  ES-HEADING-2.
             05  FILLER               PIC X(32)
                 VALUE "CHECKS OUTSTANDING OVER (DAYS): ".
             05  ES-H2-DORMANCY       PIC ZZZ9.
         01  ES-COLUMN-HEADING.
             05  FILLER               PIC X(10) VALUE "CHECK NO".
             05  FILLER               PIC X(8)  VALUE "EMP ID".
             05  FILLER               PIC X(32) VALUE "PAYEE NAME".
             05  FILLER               PIC X(12) VALUE "ISSUED".
             05  FILLER               PIC X(6)  VALUE "DAYS".
             05  FILLER               PIC X(12) VALUE "AMOUNT".
         01  ES-DETAIL-LINE.
             05  ES-DTL-CHECK-NO      PIC 9(8).
             05  FILLER               PIC X(2).
             05  ES-DTL-EMP-ID        PIC X(6).
             05  FILLER               PIC X(2).
             05  ES-DTL-PAYEE         PIC X(30).
             05  FILLER               PIC X(2).
             05  ES-DTL-ISSUE-DATE    PIC 9(4)/99/99.
             05  FILLER               PIC X(2).
             05  ES-DTL-DAYS          PIC ZZZ9.
             05  FILLER               PIC X(2).
             05  ES-DTL-AMOUNT        PIC Z,ZZZ,ZZ9.99.
         01  ES-TOTAL-LINE.
             05  FILLER               PIC X(24)
                 VALUE "TOTAL UNCLAIMED:".
             05  ES-TOT-COUNT         PIC ZZZ,ZZ9.
             05  FILLER               PIC X(2).
             05  ES-TOT-AMOUNT        PIC ZZ,ZZZ,ZZ9.99.
         FD  COMPANY-MASTER-FILE
             LABEL RECORDS ARE STANDARD.
             COPY COMPREC.
         WORKING-STORAGE SECTION.
         77 REC-COUNTER PIC 9(4).
         01 WS-PRM-FILE-STATUS PIC X(2).
         01 WS-BPD-FILE-STATUS PIC X(2).
         01 WS-CKR-FILE-STATUS PIC X(2).
         01 WS-CKN-FILE-STATUS PIC X(2).
         01 WS-RPT-FILE-STATUS PIC X(2).
         01 WS-AGE-FILE-STATUS PIC X(2).
         01 WS-ESC-FILE-STATUS PIC X(2).
         01 WS-CMP-FILE-STATUS PIC X(2).
         01 WS-DEFAULT-COMPANY PIC X(2) VALUE "01".
         01 WS-CMP-COUNT PIC 9(2) VALUE ZERO.
         01 WS-CMP-SUB PIC 9(2).
         01 WS-CMP-CUR-SUB PIC 9(2).
         01 WS-CMP-LOOKUP-CODE PIC X(2).
         01 WS-CMP-PRINTED PIC 9(2) VALUE ZERO.
         01 WS-RPT-TITLE PIC X(64).
         01 WS-CMP-TABLE.
            05  WS-CMP-ENTRY OCCURS 10 TIMES.
                10  WS-CMP-CODE            PIC X(2).
                10  WS-CMP-LEGAL-NAME      PIC X(30).
                10  WS-CMP-TAX-ID          PIC X(9).
                10  WS-CMP-AGE-BUCKET OCCURS 4 TIMES.
                    15  WS-CMP-AGE-COUNT   PIC 9(6).
                    15  WS-CMP-AGE-AMOUNT  PIC 9(9)V99.
                10  WS-CMP-OUT-COUNT       PIC 9(6).
                10  WS-CMP-OUT-AMOUNT      PIC 9(9)V99.
                10  WS-CMP-ESC-COUNT       PIC 9(6).
                10  WS-CMP-ESC-AMOUNT      PIC 9(9)V99.
         01 WS-EOF-SWITCH PIC X(1) VALUE "N".
            88 REGISTER-EOF VALUE "Y".
         01 WS-RECON-PARMS.
            05  WS-AS-OF-DATE          PIC 9(8) VALUE ZERO.
            05  WS-STALE-DAYS          PIC 9(3) VALUE 180.
            05  WS-DORMANCY-DAYS       PIC 9(4) VALUE 1095.
         01 WS-AGE-CALC.
            05  WS-AS-OF-INTEGER       PIC 9(7).
            05  WS-ISSUE-INTEGER       PIC 9(7).
            05  WS-DAYS-OUTSTANDING    PIC S9(5).
         01 WS-PAID-COUNT PIC 9(4) VALUE ZERO.
         01 WS-PAID-SUB PIC 9(4).
         01 WS-PAID-FIRST-SUB PIC 9(4) VALUE ZERO.
         01 WS-PAID-TABLE.
            05  WS-PAID-ENTRY OCCURS 2000 TIMES.
                10  WS-PD-CHECK-NUMBER   PIC 9(8).
                10  WS-PD-PAID-DATE      PIC 9(8).
                10  WS-PD-PAID-AMOUNT    PIC 9(7)V99.
                10  WS-PD-MATCHED        PIC X(1).
         01 WS-RECON-COUNTS.
            05  WS-CLEARED-COUNT       PIC 9(6) VALUE ZERO.
            05  WS-CLEARED-AMOUNT      PIC 9(9)V99 VALUE ZERO.
            05  WS-STALED-COUNT        PIC 9(6) VALUE ZERO.
            05  WS-NOT-ISSUED-COUNT    PIC 9(6) VALUE ZERO.
            05  WS-NOT-ISSUED-AMOUNT   PIC 9(9)V99 VALUE ZERO.
            05  WS-MISMATCH-COUNT      PIC 9(6) VALUE ZERO.
            05  WS-PAID-TWICE-COUNT    PIC 9(6) VALUE ZERO.
            05  WS-AFTER-VOID-COUNT    PIC 9(6) VALUE ZERO.
         01 WS-AGE-LABELS.
            05  FILLER                 PIC X(8) VALUE "0-30".
            05  FILLER                 PIC X(8) VALUE "31-90".
            05  FILLER                 PIC X(8) VALUE "91-180".
            05  FILLER                 PIC X(8) VALUE "OVER 180".
         01 WS-AGE-LABEL-TABLE REDEFINES WS-AGE-LABELS.
            05  WS-AGE-LABEL OCCURS 4 TIMES PIC X(8).
         01 WS-AGE-SUB PIC 9(1).
         01 WS-BKT-SUB PIC 9(1).
         01 WS-OUTSTANDING-COUNT PIC 9(6) VALUE ZERO.
         01 WS-OUTSTANDING-AMOUNT PIC 9(9)V99 VALUE ZERO.
         01 WS-ESCHEAT-COUNT PIC 9(6) VALUE ZERO.
         01 WS-ESCHEAT-AMOUNT PIC 9(9)V99 VALUE ZERO.
         PROCEDURE DIVISION.
            PERFORM INITIALIZATION.
            PERFORM PROCESS-REGISTER-RECORDS UNTIL REGISTER-EOF.
            PERFORM END-OF-JOB.
            STOP RUN.
         INITIALIZATION.
            MOVE ZERO TO REC-COUNTER.
            PERFORM READ-RECON-PARM.
            PERFORM LOAD-COMPANY-MASTER.
            COMPUTE WS-AS-OF-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-AS-OF-DATE).
            PERFORM LOAD-BANK-PAID-ITEMS.
            OPEN INPUT CHECK-REGISTER-FILE.
            IF WS-CKR-FILE-STATUS NOT = "00"
               DISPLAY "CHKREG OPEN FAILED, STATUS "
                  WS-CKR-FILE-STATUS
               DISPLAY "RECONCILIATION NOT RUN - SUPPLY THE "
                  "CHECK REGISTER AND RERUN"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            OPEN OUTPUT CHECK-REGISTER-NEW-FILE.
            OPEN OUTPUT RECON-REPORT-FILE.
            OPEN OUTPUT AGING-REPORT-FILE.
            OPEN OUTPUT ESCHEAT-REPORT-FILE.
            MOVE SPACES TO WS-RPT-TITLE.
            IF WS-CMP-COUNT = 1
               STRING WS-CMP-LEGAL-NAME(1) DELIMITED BY "  "
                      " - PAID-CHECK RECONCILIATION"
                      DELIMITED BY SIZE INTO WS-RPT-TITLE
            ELSE
               MOVE "ALL COMPANIES - PAID-CHECK RECONCILIATION"
                    TO WS-RPT-TITLE
            END-IF.
            MOVE WS-RPT-TITLE TO RR-H1-TITLE.
            MOVE WS-AS-OF-DATE TO RR-H1-DATE.
            WRITE RR-HEADING-1.
            WRITE RR-COLUMN-HEADING AFTER ADVANCING 2 LINES.
            PERFORM READ-CHECK-REGISTER.
         READ-RECON-PARM.
            OPEN INPUT RECON-PARM-FILE.
            IF WS-PRM-FILE-STATUS = "00"
               READ RECON-PARM-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF RP-AS-OF-DATE NUMERIC
                          AND RP-AS-OF-DATE > ZERO
                          MOVE RP-AS-OF-DATE TO WS-AS-OF-DATE
                       END-IF
                       IF RP-STALE-DAYS NUMERIC
                          AND RP-STALE-DAYS > ZERO
                          MOVE RP-STALE-DAYS TO WS-STALE-DAYS
                       END-IF
                       IF RP-DORMANCY-DAYS NUMERIC
                          AND RP-DORMANCY-DAYS > ZERO
                          MOVE RP-DORMANCY-DAYS TO WS-DORMANCY-DAYS
                       END-IF
               END-READ
               CLOSE RECON-PARM-FILE
            END-IF.
            IF WS-AS-OF-DATE = ZERO
               ACCEPT WS-AS-OF-DATE FROM DATE YYYYMMDD
            END-IF.
            IF FUNCTION TEST-DATE-YYYYMMDD(WS-AS-OF-DATE) NOT = ZERO
               DISPLAY "RECPARM AS-OF DATE INVALID: " WS-AS-OF-DATE
               DISPLAY "DATE MUST BE YYYYMMDD - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            DISPLAY "RECONCILIATION AS OF " WS-AS-OF-DATE
               " - STALE AFTER " WS-STALE-DAYS
               " DAYS, ESCHEAT AFTER " WS-DORMANCY-DAYS " DAYS".
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
                          DISPLAY "AGING AND ESCHEAT LISTINGS WOULD "
                             "BE INCOMPLETE - RUN REFUSED"
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
               PERFORM RESET-COMPANY-TOTALS
            END-IF.
         RESET-COMPANY-TOTALS.
            PERFORM VARYING WS-BKT-SUB FROM 1 BY 1
                    UNTIL WS-BKT-SUB > 4
               MOVE ZERO TO WS-CMP-AGE-COUNT(WS-CMP-COUNT WS-BKT-SUB)
               MOVE ZERO TO WS-CMP-AGE-AMOUNT(WS-CMP-COUNT WS-BKT-SUB)
            END-PERFORM.
            MOVE ZERO TO WS-CMP-OUT-COUNT(WS-CMP-COUNT).
            MOVE ZERO TO WS-CMP-OUT-AMOUNT(WS-CMP-COUNT).
            MOVE ZERO TO WS-CMP-ESC-COUNT(WS-CMP-COUNT).
            MOVE ZERO TO WS-CMP-ESC-AMOUNT(WS-CMP-COUNT).
         FIND-COMPANY.
            MOVE CKR-COMPANY-CODE TO WS-CMP-LOOKUP-CODE.
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
                     " ON CHKREG NOT ON COMPMAST, TABLE FULL ***"
                  DISPLAY "RECONCILIATION NOT RUN - AGING AND "
                     "ESCHEAT LISTINGS INCOMPLETE"
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
               END-IF
               DISPLAY "*** COMPANY " WS-CMP-LOOKUP-CODE
                  " ON CHKREG NOT ON COMPMAST - LISTED WITHOUT "
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
         LOAD-BANK-PAID-ITEMS.
            MOVE ZERO TO WS-PAID-COUNT.
            OPEN INPUT BANK-PAID-FILE.
            IF WS-BPD-FILE-STATUS NOT = "00"
               DISPLAY "BANKPAID OPEN FAILED, STATUS "
                  WS-BPD-FILE-STATUS
               DISPLAY "RECONCILIATION NOT RUN - SUPPLY THE BANK "
                  "PAID-ITEMS FILE AND RERUN"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            PERFORM UNTIL WS-BPD-FILE-STATUS NOT = "00"
                     OR WS-PAID-COUNT = 2000
               READ BANK-PAID-FILE
                   AT END MOVE "10" TO WS-BPD-FILE-STATUS
                   NOT AT END
                       IF BP-CHECK-NUMBER NUMERIC
                          AND BP-PAID-DATE NUMERIC
                          AND BP-PAID-AMOUNT NUMERIC
                          ADD 1 TO WS-PAID-COUNT
                          MOVE BP-CHECK-NUMBER
                               TO WS-PD-CHECK-NUMBER(WS-PAID-COUNT)
                          MOVE BP-PAID-DATE
                               TO WS-PD-PAID-DATE(WS-PAID-COUNT)
                          MOVE BP-PAID-AMOUNT
                               TO WS-PD-PAID-AMOUNT(WS-PAID-COUNT)
                          MOVE "N" TO WS-PD-MATCHED(WS-PAID-COUNT)
                       ELSE
                          DISPLAY "BANKPAID RECORD NOT NUMERIC - "
                             "SKIPPED: " BANK-PAID-RECORD
                       END-IF
               END-READ
            END-PERFORM.
            IF WS-BPD-FILE-STATUS = "00"
               AND WS-PAID-COUNT = 2000
               READ BANK-PAID-FILE
                   AT END CONTINUE
                   NOT AT END
                       DISPLAY "*** PAID-ITEM TABLE FULL AT 2000 - "
                          "BANKPAID HAS MORE RECORDS ***"
                       DISPLAY "UNLOADED ITEMS WOULD BE SILENTLY "
                          "DROPPED - RUN REFUSED"
                       DISPLAY "SPLIT THE BANKPAID FILE AND RERUN"
                       CLOSE BANK-PAID-FILE
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
               END-READ
            END-IF.
            CLOSE BANK-PAID-FILE.
         READ-CHECK-REGISTER.
            READ CHECK-REGISTER-FILE
                AT END MOVE "Y" TO WS-EOF-SWITCH
            END-READ.
            IF WS-CKR-FILE-STATUS NOT = "00"
               AND WS-CKR-FILE-STATUS NOT = "10"
               MOVE "Y" TO WS-EOF-SWITCH
            END-IF.
         PROCESS-REGISTER-RECORDS.
            ADD 1 TO REC-COUNTER.
            MOVE CRI-RECORD TO CKR-RECORD.
            MOVE ZERO TO WS-PAID-FIRST-SUB.
            PERFORM VARYING WS-PAID-SUB FROM 1 BY 1
                    UNTIL WS-PAID-SUB > WS-PAID-COUNT
               IF WS-PD-CHECK-NUMBER(WS-PAID-SUB) = CKR-CHECK-NUMBER
                  MOVE "Y" TO WS-PD-MATCHED(WS-PAID-SUB)
                  IF WS-PAID-FIRST-SUB = ZERO
                     MOVE WS-PAID-SUB TO WS-PAID-FIRST-SUB
                     PERFORM APPLY-PAID-ITEM
                  ELSE
                     MOVE "PAID TWICE - DUPLICATE BANK PAID ITEM"
                          TO RR-DTL-RESULT
                     ADD 1 TO WS-PAID-TWICE-COUNT
                     PERFORM WRITE-RECON-LINE
                  END-IF
               END-IF
            END-PERFORM.
            PERFORM AGE-REGISTER-CHECK.
            WRITE CKR-RECORD.
            PERFORM READ-CHECK-REGISTER.
         APPLY-PAID-ITEM.
            EVALUATE TRUE
               WHEN CKR-VOIDED
                  MOVE "PAID AFTER VOID - CONTACT BANK"
                       TO RR-DTL-RESULT
                  ADD 1 TO WS-AFTER-VOID-COUNT
               WHEN CKR-CLEARED
                  MOVE "PAID TWICE - CHECK ALREADY CLEARED"
                       TO RR-DTL-RESULT
                  ADD 1 TO WS-PAID-TWICE-COUNT
               WHEN WS-PD-PAID-AMOUNT(WS-PAID-SUB) NOT = CKR-AMOUNT
                  MOVE "PAID AMOUNT NOT EQUAL TO ISSUED AMOUNT"
                       TO RR-DTL-RESULT
                  ADD 1 TO WS-MISMATCH-COUNT
               WHEN OTHER
                  MOVE "C" TO CKR-STATUS
                  MOVE WS-PD-PAID-DATE(WS-PAID-SUB) TO CKR-PAID-DATE
                  MOVE "CHECK MARKED CLEARED" TO RR-DTL-RESULT
                  ADD 1 TO WS-CLEARED-COUNT
                  ADD CKR-AMOUNT TO WS-CLEARED-AMOUNT
            END-EVALUATE.
            PERFORM WRITE-RECON-LINE.
         WRITE-RECON-LINE.
            MOVE CKR-COMPANY-CODE TO RR-DTL-COMPANY.
            IF RR-DTL-COMPANY = SPACES
               MOVE WS-DEFAULT-COMPANY TO RR-DTL-COMPANY
            END-IF.
            MOVE CKR-CHECK-NUMBER TO RR-DTL-CHECK-NO.
            MOVE CKR-EMP-ID TO RR-DTL-EMP-ID.
            MOVE CKR-AMOUNT TO RR-DTL-ISSUED-AMT.
            MOVE WS-PD-PAID-DATE(WS-PAID-SUB) TO RR-DTL-PAID-DATE.
            MOVE WS-PD-PAID-AMOUNT(WS-PAID-SUB) TO RR-DTL-PAID-AMT.
            WRITE RR-DETAIL-LINE AFTER ADVANCING 1 LINE.
         AGE-REGISTER-CHECK.
            IF CKR-ISSUED OR CKR-STALE
               PERFORM COMPUTE-CHECK-AGE
               IF CKR-ISSUED
                  AND WS-DAYS-OUTSTANDING > WS-STALE-DAYS
                  MOVE "S" TO CKR-STATUS
                  ADD 1 TO WS-STALED-COUNT
               END-IF
               PERFORM FIND-COMPANY
               ADD 1 TO WS-CMP-AGE-COUNT(WS-CMP-CUR-SUB WS-AGE-SUB)
               ADD CKR-AMOUNT
                  TO WS-CMP-AGE-AMOUNT(WS-CMP-CUR-SUB WS-AGE-SUB)
               ADD 1 TO WS-CMP-OUT-COUNT(WS-CMP-CUR-SUB)
               ADD CKR-AMOUNT TO WS-CMP-OUT-AMOUNT(WS-CMP-CUR-SUB)
               ADD 1 TO WS-OUTSTANDING-COUNT
               ADD CKR-AMOUNT TO WS-OUTSTANDING-AMOUNT
               IF WS-DAYS-OUTSTANDING > WS-DORMANCY-DAYS
                  ADD 1 TO WS-CMP-ESC-COUNT(WS-CMP-CUR-SUB)
                  ADD CKR-AMOUNT TO WS-CMP-ESC-AMOUNT(WS-CMP-CUR-SUB)
                  ADD 1 TO WS-ESCHEAT-COUNT
                  ADD CKR-AMOUNT TO WS-ESCHEAT-AMOUNT
               END-IF
            END-IF.
         COMPUTE-CHECK-AGE.
            COMPUTE WS-ISSUE-INTEGER =
               FUNCTION INTEGER-OF-DATE(CKR-ISSUE-DATE).
            COMPUTE WS-DAYS-OUTSTANDING =
               WS-AS-OF-INTEGER - WS-ISSUE-INTEGER.
            IF WS-DAYS-OUTSTANDING < ZERO
               MOVE ZERO TO WS-DAYS-OUTSTANDING
            END-IF.
            EVALUATE TRUE
               WHEN WS-DAYS-OUTSTANDING <= 30
                  MOVE 1 TO WS-AGE-SUB
               WHEN WS-DAYS-OUTSTANDING <= 90
                  MOVE 2 TO WS-AGE-SUB
               WHEN WS-DAYS-OUTSTANDING <= 180
                  MOVE 3 TO WS-AGE-SUB
               WHEN OTHER
                  MOVE 4 TO WS-AGE-SUB
            END-EVALUATE.
         WRITE-COMPANY-LISTINGS.
            MOVE ZERO TO WS-CMP-PRINTED.
            PERFORM VARYING WS-CMP-SUB FROM 1 BY 1
                    UNTIL WS-CMP-SUB > WS-CMP-COUNT
               IF WS-CMP-OUT-COUNT(WS-CMP-SUB) > ZERO
                  OR (WS-CMP-SUB = WS-CMP-COUNT
                      AND WS-CMP-PRINTED = ZERO)
                  PERFORM WRITE-COMPANY-LISTING
                  ADD 1 TO WS-CMP-PRINTED
               END-IF
            END-PERFORM.
         WRITE-COMPANY-LISTING.
            MOVE SPACES TO WS-RPT-TITLE.
            STRING WS-CMP-LEGAL-NAME(WS-CMP-SUB) DELIMITED BY "  "
                   " - OUTSTANDING CHECK AGING" DELIMITED BY SIZE
                   INTO WS-RPT-TITLE.
            MOVE WS-RPT-TITLE TO AG-H1-TITLE.
            MOVE WS-AS-OF-DATE TO AG-H1-DATE.
            MOVE SPACES TO WS-RPT-TITLE.
            STRING WS-CMP-LEGAL-NAME(WS-CMP-SUB) DELIMITED BY "  "
                   " - UNCLAIMED PROPERTY LISTING" DELIMITED BY SIZE
                   INTO WS-RPT-TITLE.
            MOVE WS-RPT-TITLE TO ES-H1-TITLE.
            MOVE WS-AS-OF-DATE TO ES-H1-DATE.
            IF WS-CMP-PRINTED = ZERO
               WRITE AG-HEADING-1
               WRITE ES-HEADING-1
            ELSE
               WRITE AG-HEADING-1 AFTER ADVANCING PAGE
               WRITE ES-HEADING-1 AFTER ADVANCING PAGE
            END-IF.
            MOVE WS-CMP-CODE(WS-CMP-SUB) TO AG-H2-COMPANY.
            MOVE WS-CMP-TAX-ID(WS-CMP-SUB) TO AG-H2-TAX-ID.
            WRITE AG-HEADING-2 AFTER ADVANCING 1 LINE.
            WRITE AG-COLUMN-HEADING AFTER ADVANCING 2 LINES.
            MOVE WS-CMP-CODE(WS-CMP-SUB) TO ES-HH-COMPANY.
            MOVE WS-CMP-TAX-ID(WS-CMP-SUB) TO ES-HH-TAX-ID.
            WRITE ES-HOLDER-HEADING AFTER ADVANCING 1 LINE.
            MOVE WS-DORMANCY-DAYS TO ES-H2-DORMANCY.
            WRITE ES-HEADING-2 AFTER ADVANCING 1 LINE.
            WRITE ES-COLUMN-HEADING AFTER ADVANCING 2 LINES.
            IF WS-CMP-OUT-COUNT(WS-CMP-SUB) > ZERO
               PERFORM LIST-COMPANY-CHECKS
            END-IF.
            PERFORM WRITE-AGING-TOTALS.
            MOVE WS-CMP-ESC-COUNT(WS-CMP-SUB) TO ES-TOT-COUNT.
            MOVE WS-CMP-ESC-AMOUNT(WS-CMP-SUB) TO ES-TOT-AMOUNT.
            WRITE ES-TOTAL-LINE AFTER ADVANCING 2 LINES.
         LIST-COMPANY-CHECKS.
            OPEN INPUT CHECK-REGISTER-NEW-FILE.
            PERFORM UNTIL WS-CKN-FILE-STATUS NOT = "00"
               READ CHECK-REGISTER-NEW-FILE
                   AT END MOVE "10" TO WS-CKN-FILE-STATUS
                   NOT AT END
                       MOVE CKR-COMPANY-CODE TO WS-CMP-LOOKUP-CODE
                       IF WS-CMP-LOOKUP-CODE = SPACES
                          MOVE WS-DEFAULT-COMPANY
                               TO WS-CMP-LOOKUP-CODE
                       END-IF
                       IF WS-CMP-LOOKUP-CODE = WS-CMP-CODE(WS-CMP-SUB)
                          AND (CKR-ISSUED OR CKR-STALE)
                          PERFORM COMPUTE-CHECK-AGE
                          PERFORM WRITE-AGING-LINE
                          IF WS-DAYS-OUTSTANDING > WS-DORMANCY-DAYS
                             PERFORM WRITE-ESCHEAT-LINE
                          END-IF
                       END-IF
               END-READ
            END-PERFORM.
            CLOSE CHECK-REGISTER-NEW-FILE.
         WRITE-AGING-LINE.
            MOVE CKR-CHECK-NUMBER TO AG-DTL-CHECK-NO.
            MOVE CKR-EMP-ID TO AG-DTL-EMP-ID.
            MOVE CKR-PAYEE-NAME TO AG-DTL-PAYEE.
            MOVE CKR-ISSUE-DATE TO AG-DTL-ISSUE-DATE.
            IF CKR-STALE
               MOVE "STALE" TO AG-DTL-STATUS
            ELSE
               MOVE "ISSUED" TO AG-DTL-STATUS
            END-IF.
            MOVE WS-DAYS-OUTSTANDING TO AG-DTL-DAYS.
            MOVE WS-AGE-LABEL(WS-AGE-SUB) TO AG-DTL-BUCKET.
            MOVE CKR-AMOUNT TO AG-DTL-AMOUNT.
            WRITE AG-DETAIL-LINE AFTER ADVANCING 1 LINE.
         WRITE-ESCHEAT-LINE.
            MOVE CKR-CHECK-NUMBER TO ES-DTL-CHECK-NO.
            MOVE CKR-EMP-ID TO ES-DTL-EMP-ID.
            MOVE CKR-PAYEE-NAME TO ES-DTL-PAYEE.
            MOVE CKR-ISSUE-DATE TO ES-DTL-ISSUE-DATE.
            MOVE WS-DAYS-OUTSTANDING TO ES-DTL-DAYS.
            MOVE CKR-AMOUNT TO ES-DTL-AMOUNT.
            WRITE ES-DETAIL-LINE AFTER ADVANCING 1 LINE.
         REPORT-UNMATCHED-PAID-ITEMS.
            PERFORM VARYING WS-PAID-SUB FROM 1 BY 1
                    UNTIL WS-PAID-SUB > WS-PAID-COUNT
               IF WS-PD-MATCHED(WS-PAID-SUB) NOT = "Y"
                  ADD 1 TO WS-NOT-ISSUED-COUNT
                  ADD WS-PD-PAID-AMOUNT(WS-PAID-SUB)
                     TO WS-NOT-ISSUED-AMOUNT
                  MOVE SPACES TO RR-DTL-COMPANY
                  MOVE WS-PD-CHECK-NUMBER(WS-PAID-SUB)
                       TO RR-DTL-CHECK-NO
                  MOVE SPACES TO RR-DTL-EMP-ID
                  MOVE ZERO TO RR-DTL-ISSUED-AMT
                  MOVE WS-PD-PAID-DATE(WS-PAID-SUB) TO RR-DTL-PAID-DATE
                  MOVE WS-PD-PAID-AMOUNT(WS-PAID-SUB)
                       TO RR-DTL-PAID-AMT
                  MOVE "PAID BUT NEVER ISSUED - NOT ON REGISTER"
                       TO RR-DTL-RESULT
                  WRITE RR-DETAIL-LINE AFTER ADVANCING 1 LINE
               END-IF
            END-PERFORM.
         WRITE-RECON-TOTALS.
            MOVE "CHECKS CLEARED:" TO RR-CNT-LABEL.
            MOVE WS-CLEARED-COUNT TO RR-CNT-VALUE.
            MOVE WS-CLEARED-AMOUNT TO RR-CNT-AMOUNT.
            WRITE RR-COUNT-LINE AFTER ADVANCING 2 LINES.
            MOVE ZERO TO RR-CNT-AMOUNT.
            MOVE "PAID BUT NEVER ISSUED:" TO RR-CNT-LABEL.
            MOVE WS-NOT-ISSUED-COUNT TO RR-CNT-VALUE.
            MOVE WS-NOT-ISSUED-AMOUNT TO RR-CNT-AMOUNT.
            WRITE RR-COUNT-LINE AFTER ADVANCING 1 LINE.
            MOVE ZERO TO RR-CNT-AMOUNT.
            MOVE "PAID AMOUNT MISMATCHES:" TO RR-CNT-LABEL.
            MOVE WS-MISMATCH-COUNT TO RR-CNT-VALUE.
            WRITE RR-COUNT-LINE AFTER ADVANCING 1 LINE.
            MOVE "PAID TWICE:" TO RR-CNT-LABEL.
            MOVE WS-PAID-TWICE-COUNT TO RR-CNT-VALUE.
            WRITE RR-COUNT-LINE AFTER ADVANCING 1 LINE.
            MOVE "PAID AFTER VOID:" TO RR-CNT-LABEL.
            MOVE WS-AFTER-VOID-COUNT TO RR-CNT-VALUE.
            WRITE RR-COUNT-LINE AFTER ADVANCING 1 LINE.
            MOVE "CHECKS MARKED STALE:" TO RR-CNT-LABEL.
            MOVE WS-STALED-COUNT TO RR-CNT-VALUE.
            WRITE RR-COUNT-LINE AFTER ADVANCING 1 LINE.
         WRITE-AGING-TOTALS.
            PERFORM VARYING WS-AGE-SUB FROM 1 BY 1
                    UNTIL WS-AGE-SUB > 4
               MOVE SPACES TO AG-TOT-LABEL
               STRING "DAYS " WS-AGE-LABEL(WS-AGE-SUB)
                  DELIMITED BY SIZE INTO AG-TOT-LABEL
               MOVE WS-CMP-AGE-COUNT(WS-CMP-SUB WS-AGE-SUB)
                    TO AG-TOT-COUNT
               MOVE WS-CMP-AGE-AMOUNT(WS-CMP-SUB WS-AGE-SUB)
                    TO AG-TOT-AMOUNT
               IF WS-AGE-SUB = 1
                  WRITE AG-TOTAL-LINE AFTER ADVANCING 2 LINES
               ELSE
                  WRITE AG-TOTAL-LINE AFTER ADVANCING 1 LINE
               END-IF
            END-PERFORM.
            MOVE "TOTAL OUTSTANDING" TO AG-TOT-LABEL.
            MOVE WS-CMP-OUT-COUNT(WS-CMP-SUB) TO AG-TOT-COUNT.
            MOVE WS-CMP-OUT-AMOUNT(WS-CMP-SUB) TO AG-TOT-AMOUNT.
            WRITE AG-TOTAL-LINE AFTER ADVANCING 2 LINES.
         END-OF-JOB.
            PERFORM REPORT-UNMATCHED-PAID-ITEMS.
            PERFORM WRITE-RECON-TOTALS.
            CLOSE CHECK-REGISTER-FILE.
            CLOSE CHECK-REGISTER-NEW-FILE.
            PERFORM WRITE-COMPANY-LISTINGS.
            CLOSE RECON-REPORT-FILE.
            CLOSE AGING-REPORT-FILE.
            CLOSE ESCHEAT-REPORT-FILE.
            DISPLAY "REGISTER RECORDS READ: " REC-COUNTER.
            DISPLAY "BANK PAID ITEMS READ: " WS-PAID-COUNT.
            DISPLAY "CHECKS CLEARED: " WS-CLEARED-COUNT.
            DISPLAY "CHECKS MARKED STALE: " WS-STALED-COUNT.
            DISPLAY "CHECKS OUTSTANDING: " WS-OUTSTANDING-COUNT.
            DISPLAY "ESCHEAT CHECKS LISTED: " WS-ESCHEAT-COUNT.
            IF WS-NOT-ISSUED-COUNT > ZERO
               OR WS-MISMATCH-COUNT > ZERO
               OR WS-PAID-TWICE-COUNT > ZERO
               OR WS-AFTER-VOID-COUNT > ZERO
               DISPLAY "*** RECONCILIATION EXCEPTIONS - SEE CHKRRPT ***"
               MOVE 4 TO RETURN-CODE
            END-IF.
