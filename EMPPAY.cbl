             SELECT GARN-REMIT-FILE ASSIGN TO "GARNREMT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-GRM-FILE-STATUS.
             SELECT MATCH-PLAN-FILE ASSIGN TO "MATCHPLN"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-MPL-FILE-STATUS.
             SELECT RECORDKEEPER-FILE ASSIGN TO "RKCONTRB"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-RKP-FILE-STATUS.
             SELECT CARRIER-PREMIUM-FILE ASSIGN TO "INSPREM"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-CPR-FILE-STATUS.
             SELECT BENEFIT-BALANCE-FILE ASSIGN TO "BENBAL"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-BBL-FILE-STATUS.
             SELECT LEAVE-MASTER-FILE ASSIGN TO "LEAVMAST"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-LEV-FILE-STATUS.
             SELECT GL-EXTRACT-FILE ASSIGN TO "GLEXTR"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-GL-FILE-STATUS.
             SELECT FINAL-PAY-GL-FILE ASSIGN TO "FPGLEXTR"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-FPG-FILE-STATUS.
             SELECT AUDIT-HISTORY-FILE ASSIGN TO "AUDITHST"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-AUD-FILE-STATUS.
             SELECT SUPPLEMENTAL-EARNINGS-FILE ASSIGN TO "SUPPEARN"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-SUP-FILE-STATUS.
             SELECT EARNINGS-CODE-FILE ASSIGN TO "EARNCODE"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ERN-FILE-STATUS.
             SELECT COMPANY-MASTER-FILE ASSIGN TO "COMPMAST"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-CMP-FILE-STATUS.
             SELECT PAY-HISTORY-FILE ASSIGN TO "PAYHIST"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-PHS-FILE-STATUS.
             SELECT LABOR-DIST-FILE ASSIGN TO "LABDIST"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-LDS-FILE-STATUS.
             SELECT DEPT-SORT-WORK-FILE ASSIGN TO "DEPTSORT".
             SELECT SORTED-MASTER-FILE ASSIGN TO "SRTMAST"
                 ORGANIZATION IS LINE SEQUENTIAL
             SELECT SORTED-LEAVE-FILE ASSIGN TO "SRTLEV"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-SLV-FILE-STATUS.
             SELECT SUPP-SORT-FILE ASSIGN TO "SUPSORT".
             SELECT SORTED-SUPP-FILE ASSIGN TO "SRTSUP"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-SSE-FILE-STATUS.
         I-O-CONTROL.
             SAME RECORD AREA FOR GL-EXTRACT-FILE FINAL-PAY-GL-FILE.
         DATA DIVISION.
         FILE SECTION.
         FD  EMPLOYEE-MASTER-FILE
             COPY EMPREC REPLACING LEADING ==EMP-== BY ==SRT-==.
         SD  TIMECARD-SORT-FILE.
         01  TSW-RECORD.
             05  TSW-COMPANY          PIC X(2).
             05  TSW-DEPT             PIC X(4).
             05  TSW-EMP-ID           PIC X(6).
             05  TSW-DATA             PIC X(51).
             LABEL RECORDS ARE STANDARD.
         01  STC-RECORD.
             05  STC-KEY.
                 10  STC-COMPANY      PIC X(2).
                 10  STC-DEPT         PIC X(4).
                 10  STC-EMP-ID       PIC X(6).
             05  STC-DATA             PIC X(51).
         SD  DED-SORT-FILE.
         01  DSW-RECORD.
             05  DSW-COMPANY          PIC X(2).
             05  DSW-DEPT             PIC X(4).
             05  DSW-EMP-ID           PIC X(6).
             05  DSW-DATA             PIC X(55).
         FD  SORTED-DED-FILE
             LABEL RECORDS ARE STANDARD.
         01  SDE-RECORD.
             05  SDE-KEY.
                 10  SDE-COMPANY      PIC X(2).
                 10  SDE-DEPT         PIC X(4).
                 10  SDE-EMP-ID       PIC X(6).
             05  SDE-DATA             PIC X(55).
         SD  GARN-SORT-FILE.
         01  GSW-RECORD.
             05  GSW-COMPANY          PIC X(2).
             05  GSW-DEPT             PIC X(4).
             05  GSW-EMP-ID           PIC X(6).
             05  GSW-DATA             PIC X(96).
         FD  SORTED-GARN-FILE
             LABEL RECORDS ARE STANDARD.
         01  SGR-RECORD.
             05  SGR-KEY.
                 10  SGR-COMPANY      PIC X(2).
                 10  SGR-DEPT         PIC X(4).
                 10  SGR-EMP-ID       PIC X(6).
             05  SGR-DATA             PIC X(96).
         SD  LEAVE-SORT-FILE.
         01  LSW-RECORD.
             05  LSW-COMPANY          PIC X(2).
             05  LSW-DEPT             PIC X(4).
             05  LSW-EMP-ID           PIC X(6).
             05  LSW-DATA             PIC X(32).
             LABEL RECORDS ARE STANDARD.
         01  SLV-RECORD.
             05  SLV-KEY.
                 10  SLV-COMPANY      PIC X(2).
                 10  SLV-DEPT         PIC X(4).
                 10  SLV-EMP-ID       PIC X(6).
             05  SLV-DATA             PIC X(32).
         SD  SUPP-SORT-FILE.
         01  SSW-RECORD.
             05  SSW-COMPANY          PIC X(2).
             05  SSW-DEPT             PIC X(4).
             05  SSW-EMP-ID           PIC X(6).
             05  SSW-DATA             PIC X(27).
         FD  SORTED-SUPP-FILE
             LABEL RECORDS ARE STANDARD.
         01  SSE-RECORD.
             05  SSE-KEY.
                 10  SSE-COMPANY      PIC X(2).
                 10  SSE-DEPT         PIC X(4).
                 10  SSE-EMP-ID       PIC X(6).
             05  SSE-DATA             PIC X(27).
         FD  PAYROLL-REGISTER-FILE
             LABEL RECORDS ARE STANDARD.
         01  PR-HEADING-1.
             05  PR-H1-TITLE          PIC X(60).
             05  FILLER               PIC X(6)  VALUE SPACES.
             05  FILLER               PIC X(5)  VALUE "PAGE ".
             05  PR-H1-PAGE           PIC ZZ9.
             05  PR-DTL-GARN          PIC ZZ,ZZ9.99.
             05  FILLER               PIC X(1).
             05  PR-DTL-NET-PAY       PIC Z,ZZZ,ZZ9.99.
         01  PR-SUPP-LINE.
             05  FILLER               PIC X(6).
             05  FILLER               PIC X(14)
                 VALUE "SUPPLEMENTAL: ".
             05  PR-SUP-CODE          PIC X(4).
             05  FILLER               PIC X(1).
             05  PR-SUP-DESC          PIC X(20).
             05  FILLER               PIC X(17).
             05  PR-SUP-AMOUNT        PIC Z,ZZZ,ZZ9.99.
         01  PR-DEPT-SUBTOTAL-LINE.
             05  FILLER               PIC X(15)
                 VALUE "DEPT SUBTOTAL:".
             05  PR-DST-PAY-WEEK      PIC ZZ,ZZZ,ZZ9.99.
             05  FILLER               PIC X(3).
             05  PR-DST-PAY-MONTH     PIC ZZZ,ZZZ,ZZ9.99.
         01  PR-COMPANY-TOTAL-LINE.
             05  FILLER               PIC X(15)
                 VALUE "COMPANY TOTAL:".
             05  PR-CTL-COMPANY       PIC X(2).
             05  FILLER               PIC X(3)  VALUE SPACES.
             05  PR-CTL-COMPANY-NAME  PIC X(20).
             05  FILLER               PIC X(2)  VALUE SPACES.
             05  PR-CTL-PAY-WEEK      PIC ZZ,ZZZ,ZZ9.99.
             05  FILLER               PIC X(3).
             05  PR-CTL-PAY-MONTH     PIC ZZZ,ZZZ,ZZ9.99.
         01  PR-TOTAL-LINE.
             05  FILLER               PIC X(30)
                 VALUE "GRAND TOTAL - ALL EMPLOYEES".
             05  DD-TRL-RECORD-COUNT  PIC 9(6).
             05  DD-TRL-ROUTING-HASH  PIC 9(10).
             05  DD-TRL-TOTAL-AMOUNT  PIC 9(9)V99.
             05  DD-TRL-COMPANY-CODE  PIC X(2).
         01  DD-HEADER-RECORD.
             05  DD-HDR-RECORD-TYPE   PIC X(1).
             05  DD-HDR-COMPANY-CODE  PIC X(2).
             05  DD-HDR-COMPANY-NAME  PIC X(30).
             05  DD-HDR-TAX-ID        PIC X(9).
             05  DD-HDR-ORIGINATOR-ID PIC X(10).
             05  DD-HDR-FUND-ROUTING  PIC X(9).
             05  DD-HDR-FUND-ACCOUNT  PIC X(10).
             05  DD-HDR-PERIOD-END    PIC 9(8).
         FD  PAY-STUB-FILE
             LABEL RECORDS ARE STANDARD.
         01  ST-HEADING-LINE.
             05  ST-HEADING-TITLE     PIC X(60).
         01  ST-EMPLOYEE-LINE.
             05  FILLER               PIC X(10) VALUE "EMPLOYEE: ".
             05  ST-EMP-NAME          PIC X(30).
             05  FILLER               PIC X(20)
                 VALUE "PAY PERIOD ENDING: ".
             05  ST-PERIOD-DATE       PIC 9(4)/99/99.
         01  ST-FINAL-PAY-LINE.
             05  FILLER               PIC X(20)
                 VALUE "FINAL PAY - TERM: ".
             05  ST-TERM-DATE         PIC 9(4)/99/99.
             05  FILLER               PIC X(10) VALUE "  REASON: ".
             05  ST-TERM-REASON       PIC X(2).
         01  ST-TIER-HEADING.
             05  FILLER               PIC X(7)  VALUE "HOURS".
             05  FILLER               PIC X(7)  VALUE "MULT".
             05  GR-SUM-PAYEE-NAME    PIC X(25).
             05  GR-SUM-AMOUNT        PIC 9(9)V99.
             05  GR-SUM-PERIOD-END    PIC 9(8).
         FD  MATCH-PLAN-FILE
             LABEL RECORDS ARE STANDARD.
         01  MATCH-PLAN-RECORD.
             05  MP-MATCH-PCT         PIC 9V999.
             05  MP-DEFERRAL-CAP-PCT  PIC V999.
         FD  RECORDKEEPER-FILE
             LABEL RECORDS ARE STANDARD.
         01  RK-DETAIL-RECORD.
             05  RK-RECORD-TYPE       PIC X(1).
             05  RK-EMP-ID            PIC X(6).
             05  RK-EMP-NAME          PIC X(30).
             05  RK-PERIOD-END-DATE   PIC 9(8).
             05  RK-DEFERRAL          PIC 9(7)V99.
             05  RK-MATCH             PIC 9(7)V99.
             05  RK-DEFERRAL-YTD      PIC 9(7)V99.
             05  RK-MATCH-YTD         PIC 9(7)V99.
         01  RK-TRAILER-RECORD.
             05  RK-TRL-RECORD-TYPE   PIC X(1).
             05  RK-TRL-RECORD-COUNT  PIC 9(6).
             05  RK-TRL-DEFERRAL      PIC 9(9)V99.
             05  RK-TRL-MATCH         PIC 9(9)V99.
             05  RK-TRL-PERIOD-END    PIC 9(8).
         FD  CARRIER-PREMIUM-FILE
             LABEL RECORDS ARE STANDARD.
         01  CP-DETAIL-RECORD.
             05  CP-RECORD-TYPE       PIC X(1).
             05  CP-EMP-ID            PIC X(6).
             05  CP-EMP-NAME          PIC X(30).
             05  CP-PERIOD-END-DATE   PIC 9(8).
             05  CP-PREMIUM           PIC 9(7)V99.
         01  CP-TRAILER-RECORD.
             05  CP-TRL-RECORD-TYPE   PIC X(1).
             05  CP-TRL-RECORD-COUNT  PIC 9(6).
             05  CP-TRL-PREMIUM       PIC 9(9)V99.
             05  CP-TRL-PERIOD-END    PIC 9(8).
         FD  BENEFIT-BALANCE-FILE
             LABEL RECORDS ARE STANDARD.
         01  BB-HEADING-LINE.
             05  BB-H1-TITLE          PIC X(64).
             05  FILLER               PIC X(12) VALUE "PERIOD END ".
             05  BB-H1-DATE           PIC 9(4)/99/99.
         01  BB-COLUMN-HEADING.
             05  FILLER               PIC X(32) VALUE SPACES.
             05  FILLER               PIC X(10) VALUE "RECORDS".
             05  FILLER               PIC X(17) VALUE "AMOUNT".
             05  FILLER               PIC X(17) VALUE "EMPLOYER MATCH".
         01  BB-DETAIL-LINE.
             05  BB-DTL-LABEL         PIC X(32).
             05  BB-DTL-COUNT         PIC ZZZ,ZZ9.
             05  FILLER               PIC X(3).
             05  BB-DTL-AMOUNT        PIC ZZ,ZZZ,ZZ9.99.
             05  FILLER               PIC X(4).
             05  BB-DTL-MATCH         PIC ZZ,ZZZ,ZZ9.99.
         01  BB-STATUS-LINE.
             05  BB-STS-LABEL         PIC X(32).
             05  BB-STS-TEXT          PIC X(40).
         FD  LEAVE-MASTER-FILE
             LABEL RECORDS ARE STANDARD.
             COPY LEVREC REPLACING LEADING ==LEV-== BY ==LVI-==.
             LABEL RECORDS ARE STANDARD.
         01  CHECK-CONTROL-RECORD.
             05  CC-NEXT-CHECK-NO     PIC 9(8).
             05  CC-COMPANY-CODE      PIC X(2).
         FD  CHECK-REGISTER-FILE
             LABEL RECORDS ARE STANDARD.
             COPY CKRREC.
             05  GL-CREDIT-AMOUNT     PIC 9(9)V99.
             05  GL-DESCRIPTION       PIC X(30).
             05  GL-PERIOD-END-DATE   PIC 9(8).
             05  GL-COMPANY-CODE      PIC X(2).
         FD  FINAL-PAY-GL-FILE
             LABEL RECORDS ARE STANDARD.
         01  FPG-EXTRACT-RECORD       PIC X(72).
         FD  AUDIT-HISTORY-FILE
             LABEL RECORDS ARE STANDARD.
             COPY AUDHREC.
         FD  SUPPLEMENTAL-EARNINGS-FILE
             LABEL RECORDS ARE STANDARD.
             COPY SUPREC.
         FD  EARNINGS-CODE-FILE
             LABEL RECORDS ARE STANDARD.
             COPY ERNREC.
         FD  COMPANY-MASTER-FILE
             LABEL RECORDS ARE STANDARD.
             COPY COMPREC.
         FD  PAY-HISTORY-FILE
             LABEL RECORDS ARE STANDARD.
             COPY PHSTREC.
         FD  LABOR-DIST-FILE
             LABEL RECORDS ARE STANDARD.
             COPY LDSTREC.
         WORKING-STORAGE SECTION.
         77 REC-COUNTER PIC 9(4).
         01 WS-EMP-FILE-STATUS PIC X(2).
            05  WS-RESTART-DIST-ENTRY OCCURS 25 TIMES.
                10  WS-RESTART-DIST-DEPT       PIC X(4).
                10  WS-RESTART-DIST-AMOUNT     PIC 9(8)V99.
            05  WS-RESTART-DEPT-SUP-ENTRY OCCURS 20 TIMES.
                10  WS-RESTART-DEPT-SUP-AMOUNT PIC 9(8)V99.
            05  WS-RESTART-DEPT-TOTAL-SS-LIAB  PIC 9(8)V99 VALUE ZERO.
            05  WS-RESTART-DEPT-TOTAL-MED-LIAB PIC 9(8)V99 VALUE ZERO.
            05  WS-RESTART-DEPT-TOTAL-FUTA     PIC 9(7)V99 VALUE ZERO.
            05  WS-RESTART-DEPT-TOTAL-SUTA     PIC 9(7)V99 VALUE ZERO.
            05  WS-RESTART-DEPT-TOTAL-MATCH    PIC 9(7)V99 VALUE ZERO.
            05  WS-RESTART-PREV-COMPANY        PIC X(2) VALUE SPACES.
            05  WS-RESTART-CMP-ENTRY OCCURS 10 TIMES.
                10  WS-RESTART-CMP-CODE        PIC X(2).
                10  WS-RESTART-CMP-NEXT-CHECK  PIC 9(8).
                10  WS-RESTART-CMP-EMP-COUNT   PIC 9(4).
                10  WS-RESTART-CMP-ACCEPT-CNT  PIC 9(4).
                10  WS-RESTART-CMP-PAY-WEEK    PIC 9(8)V99.
                10  WS-RESTART-CMP-PAY-MONTH   PIC 9(9)V99.
         01 WS-TAX-FILE-STATUS PIC X(2).
         01 WS-TAX-TABLE-COUNT PIC 9(3) VALUE ZERO.
         01 WS-TAX-SUB PIC 9(3).
         01 WS-GL-FILE-STATUS PIC X(2).
         01 WS-FPG-FILE-STATUS PIC X(2).
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
            05  WS-GL-CREDIT-TOTAL     PIC 9(9)V99.
         01 WS-DEPT-CONTROL.
            05  WS-PREV-DEPT           PIC X(4) VALUE SPACES.
            05  WS-DEPT-TOTAL-401K        PIC 9(7)V99 VALUE ZERO.
            05  WS-DEPT-TOTAL-INS         PIC 9(7)V99 VALUE ZERO.
            05  WS-DEPT-TOTAL-GARN        PIC 9(7)V99 VALUE ZERO.
            05  WS-DEPT-TOTAL-SS-LIAB     PIC 9(8)V99 VALUE ZERO.
            05  WS-DEPT-TOTAL-MED-LIAB    PIC 9(8)V99 VALUE ZERO.
            05  WS-DEPT-TOTAL-FUTA        PIC 9(7)V99 VALUE ZERO.
            05  WS-DEPT-TOTAL-SUTA        PIC 9(7)V99 VALUE ZERO.
            05  WS-DEPT-TOTAL-MATCH       PIC 9(7)V99 VALUE ZERO.
         01 WS-CMP-FILE-STATUS PIC X(2).
         01 WS-PHS-FILE-STATUS PIC X(2).
         01 WS-HIST-POST-DATE PIC 9(8).
         01 WS-HIST-PAY-METHOD PIC X(1).
         01 WS-HIST-CHECK-NO PIC 9(8).
         01 WS-LDS-FILE-STATUS PIC X(2).
         01 WS-DEFAULT-COMPANY PIC X(2) VALUE "01".
         01 WS-CMP-COUNT PIC 9(2) VALUE ZERO.
         01 WS-CMP-SUB PIC 9(2).
         01 WS-CMP-RST-SUB PIC 9(2).
         01 WS-CMP-MATCH-SUB PIC 9(2) VALUE ZERO.
         01 WS-CMP-CUR-SUB PIC 9(2) VALUE ZERO.
         01 WS-CMP-LOOKUP-CODE PIC X(2).
         01 WS-CMP-RANGE-CHECK-NO PIC 9(8).
         01 WS-COMPANY-CONTROL.
            05  WS-PREV-COMPANY        PIC X(2) VALUE SPACES.
            05  WS-CUR-COMPANY-NAME    PIC X(30)
                VALUE "ALL COMPANIES".
            05  WS-REG-TITLE           PIC X(60)
                VALUE "ALL COMPANIES - WEEKLY PAYROLL REGISTER".
            05  WS-STUB-TITLE          PIC X(60).
         01 WS-CMP-TABLE.
            05  WS-CMP-ENTRY OCCURS 10 TIMES.
                10  WS-CMP-CODE           PIC X(2).
                10  WS-CMP-LEGAL-NAME     PIC X(30).
                10  WS-CMP-TAX-ID         PIC X(9).
                10  WS-CMP-BANK-ROUTING   PIC X(9).
                10  WS-CMP-BANK-ACCOUNT   PIC X(10).
                10  WS-CMP-DD-ORIGINATOR  PIC X(10).
                10  WS-CMP-FIRST-CHECK-NO PIC 9(8).
                10  WS-CMP-LAST-CHECK-NO  PIC 9(8).
                10  WS-CMP-GL-ACCOUNT-SET PIC X(66).
                10  WS-CMP-NEXT-CHECK-NO  PIC 9(8).
                10  WS-CMP-EMP-COUNT      PIC 9(4).
                10  WS-CMP-ACCEPT-COUNT   PIC 9(4).
                10  WS-CMP-TOTAL-PAY-WEEK  PIC 9(8)V99.
                10  WS-CMP-TOTAL-PAY-MONTH PIC 9(9)V99.
                10  WS-CMP-PRIOR-SWITCH   PIC X(1).
                10  WS-CMP-PRIOR-EMP-COUNT PIC 9(4).
                10  WS-CMP-PRIOR-PAY-WEEK  PIC 9(8)V99.
                10  WS-CMP-PRIOR-PAY-MONTH PIC 9(9)V99.
         COPY TAXRATE.
         01 WS-PAYROLL-TAX-WORK.
            05  WS-PRIOR-SS-WAGES         PIC 9(8)V99.
            05  WS-PRIOR-MEDICARE-WAGES   PIC 9(8)V99.
            05  WS-PRIOR-FUTA-WAGES       PIC 9(8)V99.
            05  WS-PRIOR-SUTA-WAGES       PIC 9(8)V99.
            05  WS-SS-WAGES               PIC 9(7)V99.
            05  WS-ADDL-MEDICARE-WAGES    PIC 9(7)V99.
            05  WS-FUTA-WAGES             PIC 9(7)V99.
            05  WS-SUTA-WAGES             PIC 9(7)V99.
            05  WS-CAP-WAGE-BASE          PIC 9(7)V99.
            05  WS-CAP-PRIOR-WAGES        PIC 9(8)V99.
            05  WS-CAP-TAXABLE-WAGES      PIC 9(7)V99.
            05  WS-WAGE-BASE-ROOM         PIC S9(8)V99.
         01 WS-AUD-FILE-STATUS PIC X(2).
         01 WS-VARIANCE-THRESHOLD-PCT PIC 9(3)V99 VALUE 010.00.
         01 WS-PRIOR-RUN-SWITCH PIC X(1) VALUE "N".
            05  WS-PRIOR-EMP-COUNT        PIC 9(4) VALUE ZERO.
            05  WS-PRIOR-TOTAL-PAY-WEEK   PIC 9(8)V99 VALUE ZERO.
            05  WS-PRIOR-TOTAL-PAY-MONTH  PIC 9(9)V99 VALUE ZERO.
         01 WS-RECON-RUN.
            05  WS-RECON-COMPANY          PIC X(2).
            05  WS-RECON-EMP-COUNT        PIC 9(4) VALUE ZERO.
            05  WS-RECON-PAY-WEEK         PIC 9(8)V99 VALUE ZERO.
            05  WS-RECON-PAY-MONTH        PIC 9(9)V99 VALUE ZERO.
         01 WS-VARIANCE-CALC.
            05  WS-VARIANCE-AMOUNT        PIC S9(9)V99.
            05  WS-VARIANCE-PCT           PIC S9(5)V99.
                10  WS-DPT-NAME       PIC X(20).
                10  WS-DPT-ACTIVE     PIC X(1).
                10  WS-DPT-CC         PIC X(4).
                10  WS-DPT-COMPANY    PIC X(2).
         01 WS-CAL-FILE-STATUS PIC X(2).
         01 WS-CAL-LOADED-SWITCH PIC X(1) VALUE "N".
            88 CALENDAR-LOADED VALUE "Y".
                10  WS-CAL-STATUS        PIC X(1).
         01 WS-RUN-MODE PIC X(1) VALUE "F".
            88 PRELIMINARY-RUN VALUE "P".
            88 FINAL-RUN VALUE "F" "T".
            88 FINAL-PAY-RUN VALUE "T".
         01 WS-DRAFT-NOTICE PIC X(30)
            VALUE "*** DRAFT - NOT POSTED ***".
         01 WS-FINAL-PAY-NOTICE PIC X(30)
            VALUE "*** OFF-CYCLE FINAL PAY ***".
         01 WS-FINAL-PAY-SWITCH PIC X(1) VALUE "N".
            88 FINAL-PAY-DUE VALUE "Y".
         01 WS-FINAL-PAY-PERIODS.
            05  WS-FP-PAID-THROUGH    PIC 9(8) VALUE ZERO.
            05  WS-FP-LABOR-PERIOD    PIC 9(8) VALUE ZERO.
            05  WS-FP-FIRST-PERIOD    PIC 9(8).
            05  WS-FP-START-INT       PIC 9(7).
            05  WS-FP-END-INT         PIC 9(7).
            05  WS-FP-DAY-INT         PIC 9(7).
            05  WS-FP-WORKDAYS        PIC 9(3).
         01 WS-DED-COUNT PIC 9(4) VALUE ZERO.
         01 WS-DED-TABLE.
            05  WS-DED-ENTRY OCCURS 50 TIMES.
                10  WS-DED-GOAL-AMOUNT   PIC 9(7)V99.
                10  WS-DED-TAKEN-AMOUNT  PIC 9(7)V99.
                10  WS-DED-ARREARS-AMT   PIC 9(5)V99.
                10  WS-DED-END-DATE      PIC X(8).
                    88 DED-ENTRY-ACTIVE  VALUE SPACES "00000000".
         01 WS-DED-APPLY.
            05  WS-DED-401K-WEEK      PIC 9(5)V99.
            05  WS-DED-INS-WEEK       PIC 9(5)V99.
         01 WS-GRN-FILE-STATUS PIC X(2).
         01 WS-GRNN-FILE-STATUS PIC X(2).
         01 WS-GRM-FILE-STATUS PIC X(2).
         01 WS-MPL-FILE-STATUS PIC X(2).
         01 WS-RKP-FILE-STATUS PIC X(2).
         01 WS-CPR-FILE-STATUS PIC X(2).
         01 WS-BBL-FILE-STATUS PIC X(2).
         01 WS-MATCH-PLAN.
            05  WS-MATCH-PCT           PIC 9V999 VALUE .500.
            05  WS-DEFERRAL-CAP-PCT    PIC V999 VALUE .060.
         01 WS-EMPLOYER-MATCH-CALC.
            05  WS-MATCH-ELIGIBLE      PIC 9(7)V99.
            05  WS-MATCH-DEFERRAL-CAP  PIC 9(7)V99.
            05  WS-EMPLOYER-MATCH      PIC 9(7)V99.
         01 WS-BENEFIT-BALANCING.
            05  WS-RK-FILE-COUNT       PIC 9(6).
            05  WS-RK-FILE-DEFERRAL    PIC 9(9)V99.
            05  WS-RK-FILE-MATCH       PIC 9(9)V99.
            05  WS-RK-TRL-COUNT        PIC 9(6).
            05  WS-RK-TRL-DEFERRAL     PIC 9(9)V99.
            05  WS-RK-TRL-MATCH        PIC 9(9)V99.
            05  WS-CP-FILE-COUNT       PIC 9(6).
            05  WS-CP-FILE-PREMIUM     PIC 9(9)V99.
            05  WS-CP-TRL-COUNT        PIC 9(6).
            05  WS-CP-TRL-PREMIUM      PIC 9(9)V99.
            05  WS-GL-401K-CREDITS     PIC 9(9)V99.
            05  WS-GL-MATCH-DEBITS     PIC 9(9)V99.
            05  WS-GL-INS-CREDITS      PIC 9(9)V99.
         01 WS-STC-FILE-STATUS PIC X(2).
         01 WS-SDE-FILE-STATUS PIC X(2).
         01 WS-SGR-FILE-STATUS PIC X(2).
         01 WS-SLV-FILE-STATUS PIC X(2).
         01 WS-SSE-FILE-STATUS PIC X(2).
         01 WS-SUP-FILE-STATUS PIC X(2).
         01 WS-ERN-FILE-STATUS PIC X(2).
         01 WS-ERN-COUNT PIC 9(2) VALUE ZERO.
         01 WS-ERN-SUB PIC 9(2).
         01 WS-ERN-MATCH-SUB PIC 9(2) VALUE ZERO.
         01 WS-ERN-LOOKUP-CODE PIC X(4).
         01 WS-ERN-TABLE.
            05  WS-ERN-ENTRY OCCURS 20 TIMES.
                10  WS-ERN-CODE          PIC X(4).
                10  WS-ERN-DESCRIPTION   PIC X(20).
                10  WS-ERN-GL-ACCOUNT    PIC X(6).
                10  WS-DEPT-SUP-AMOUNT   PIC 9(8)V99 VALUE ZERO.
         01 WS-SUP-COUNT PIC 9(2) VALUE ZERO.
         01 WS-SUP-SUB PIC 9(2).
         01 WS-SUP-TABLE.
            05  WS-SUP-ENTRY OCCURS 10 TIMES.
                10  WS-SUP-EARN-CODE     PIC X(4).
                10  WS-SUP-AMOUNT        PIC 9(7)V99.
                10  WS-SUP-ERN-SUB       PIC 9(2).
         01 WS-SUPPLEMENTAL-PAY.
            05  WS-SUP-TOTAL          PIC 9(7)V99 VALUE ZERO.
            05  WS-SUP-FED-TAX        PIC 9(6)V99 VALUE ZERO.
            05  WS-SUPP-FED-RATE      PIC V999 VALUE .220.
            05  WS-REGULAR-PAY        PIC 9(7)V99 VALUE ZERO.
         01 WS-STREAM-EOF-SWITCHES.
            05  WS-TMC-STREAM-EOF     PIC X(1) VALUE "N".
                88 TMC-STREAM-EOF VALUE "Y".
                88 GRN-STREAM-EOF VALUE "Y".
            05  WS-LEV-STREAM-EOF     PIC X(1) VALUE "N".
                88 LEV-STREAM-EOF VALUE "Y".
            05  WS-SUP-STREAM-EOF     PIC X(1) VALUE "N".
                88 SUP-STREAM-EOF VALUE "Y".
         01 WS-EMP-SORT-KEY.
            05  WS-EMP-KEY-COMPANY    PIC X(2).
            05  WS-EMP-KEY-DEPT       PIC X(4).
            05  WS-EMP-KEY-ID         PIC X(6).
         01 WS-REL-EMP-ID PIC X(6).
         01 WS-REL-DEPT PIC X(4).
         01 WS-REL-COMPANY PIC X(2).
         01 WS-SKIP-PHASE-SWITCH PIC X(1) VALUE "N".
            88 SKIP-PHASE VALUE "Y".
         01 WS-GRN-COUNT PIC 9(3) VALUE ZERO.
                10  WS-GRN-GOAL-AMOUNT   PIC 9(7)V99.
                10  WS-GRN-TAKEN-AMOUNT  PIC 9(7)V99.
                10  WS-GRN-ARREARS-AMT   PIC 9(5)V99.
                10  WS-GRN-END-DATE      PIC X(8).
                    88 GRN-ENTRY-ACTIVE  VALUE SPACES "00000000".
         01 WS-GARN-APPLY.
            05  WS-GARN-DISPOSABLE    PIC 9(7)V99.
            05  WS-GARN-TAKEN-WEEK    PIC 9(6)V99.
            05  WS-ACCRUE-VAC-TIER3   PIC 9V99 VALUE 3.08.
            05  WS-ACCRUE-SICK        PIC 9V99 VALUE 0.92.
            05  WS-ACCRUE-PERS        PIC 9V99 VALUE 0.46.
            05  WS-ACCRUE-FACTOR      PIC 9(2)V9(4) VALUE 1.
         01 WS-LEAVE-WORK.
            05  WS-LEV-TENURE-YEARS   PIC 9(2).
            05  WS-LEV-VAC-TAKEN      PIC 9(3).
            05  WS-LEV-STUB-VAC       PIC 9(4)V99.
            05  WS-LEV-STUB-SICK      PIC 9(4)V99.
            05  WS-LEV-STUB-PERS      PIC 9(4)V99.
            05  WS-LEV-PAYOUT-HOURS   PIC 9(4)V99.
            05  WS-LEV-PAYOUT-RATE    PIC 9(5)V99.
            05  WS-LEV-PAYOUT-AMOUNT  PIC 9(7)V99.
         01 WS-STANDARD-WEEK-HOURS PIC 9(2) VALUE 40.
         01 WS-STUB-COUNT PIC 9(4) VALUE ZERO.
         01 WS-STUB-SUB PIC 9.
         01 WS-STUB-TIER-DETAIL.
            05  WS-DIST-ALLOCATED     PIC 9(8)V99.
            05  WS-DIST-SHARE         PIC 9(8)V99.
            05  WS-DIST-WORK-DEPT     PIC X(4).
            05  WS-DIST-ST-HOURS      PIC 9(3)V99.
            05  WS-DIST-OT-HOURS      PIC 9(3)V99.
            05  WS-DIST-ST-ALLOCATED  PIC 9(3)V99.
            05  WS-DIST-OT-ALLOCATED  PIC 9(3)V99.
            05  WS-DIST-ST-SHARE      PIC 9(3)V99.
            05  WS-DIST-OT-SHARE      PIC 9(3)V99.
            05  WS-DIST-ENTRY OCCURS 25 TIMES.
                10  WS-DIST-DEPT      PIC X(4).
                10  WS-DIST-AMOUNT    PIC 9(8)V99.
            PERFORM END-OF-JOB.
            STOP RUN.
         INITIALIZATION.
            ACCEPT WS-HIST-POST-DATE FROM DATE YYYYMMDD.
            PERFORM READ-RUN-CONTROL.
            PERFORM LOAD-PAY-CALENDAR.
            IF FINAL-PAY-RUN
               DISPLAY "OFF-CYCLE FINAL PAY RUN - PAY-PERIOD CALENDAR "
                  "NOT ENFORCED OR STAMPED"
               PERFORM FIND-PAID-THROUGH-PERIOD
            ELSE
               PERFORM CHECK-PAY-CALENDAR
            END-IF.
            PERFORM LOAD-COMPANY-MASTER.
            PERFORM CHECK-FOR-RESTART.
            IF RESTART-IN-PROGRESS
               AND WS-RESTART-RUN-MODE NOT = WS-RUN-MODE
               MOVE ZERO TO REC-COUNTER
            END-IF.
            SORT DEPT-SORT-WORK-FILE
                ON ASCENDING KEY SRW-COMPANY-CODE SRW-DEPT SRW-ID
                INPUT PROCEDURE IS RELEASE-EMPLOYEE-MASTER
                GIVING SORTED-MASTER-FILE.
            OPEN INPUT SORTED-MASTER-FILE.
            IF FINAL-RUN
            PERFORM LOAD-DEPT-MASTER.
            PERFORM LOAD-TAX-TABLE.
            PERFORM LOAD-OT-SCHEDULE.
            PERFORM LOAD-EARNINGS-CODES.
            PERFORM LOAD-MATCH-PLAN.
            PERFORM READ-AUDIT-HISTORY.
            IF RESTART-IN-PROGRESS
               OPEN EXTEND PAYROLL-REGISTER-FILE
               IF PRELIMINARY-RUN
                  WRITE EX-HEADING-LINE FROM WS-DRAFT-NOTICE
               END-IF
               IF FINAL-PAY-RUN
                  WRITE EX-HEADING-LINE FROM WS-FINAL-PAY-NOTICE
               END-IF
            END-IF.
            IF FINAL-RUN
               IF RESTART-IN-PROGRESS
                  IF FINAL-PAY-RUN
                     OPEN EXTEND FINAL-PAY-GL-FILE
                  ELSE
                     OPEN EXTEND GL-EXTRACT-FILE
                  END-IF
                  OPEN EXTEND DIRECT-DEPOSIT-FILE
                  OPEN EXTEND CHECK-PRINT-FILE
                  OPEN EXTEND PAY-STUB-FILE
                  OPEN EXTEND POSITIVE-PAY-FILE
                  OPEN EXTEND GARN-REMIT-FILE
                  OPEN EXTEND RECORDKEEPER-FILE
                  OPEN EXTEND CARRIER-PREMIUM-FILE
                  OPEN EXTEND DEDUCTION-NEW-FILE
                  OPEN EXTEND GARN-NEW-FILE
                  OPEN EXTEND LEAVE-NEW-FILE
               ELSE
                  IF FINAL-PAY-RUN
                     OPEN OUTPUT FINAL-PAY-GL-FILE
                  ELSE
                     OPEN OUTPUT GL-EXTRACT-FILE
                  END-IF
                  OPEN OUTPUT DIRECT-DEPOSIT-FILE
                  OPEN OUTPUT CHECK-PRINT-FILE
                  OPEN OUTPUT PAY-STUB-FILE
                  OPEN OUTPUT POSITIVE-PAY-FILE
                  OPEN OUTPUT GARN-REMIT-FILE
                  OPEN OUTPUT RECORDKEEPER-FILE
                  OPEN OUTPUT CARRIER-PREMIUM-FILE
                  OPEN OUTPUT DEDUCTION-NEW-FILE
                  OPEN OUTPUT GARN-NEW-FILE
                  OPEN OUTPUT LEAVE-NEW-FILE
                  PERFORM READ-CHECK-CONTROL
               END-IF
               PERFORM OPEN-CHECK-REGISTER
               PERFORM OPEN-PAY-HISTORY
               PERFORM OPEN-LABOR-DISTRIBUTION
            END-IF.
            IF RESTART-IN-PROGRESS
               OPEN EXTEND CHECKPOINT-FILE
                             MOVE "P" TO WS-RUN-MODE
                          WHEN "F"
                             CONTINUE
                          WHEN "T"
                             MOVE "T" TO WS-RUN-MODE
                          WHEN " "
                             CONTINUE
                          WHEN OTHER
                             DISPLAY "RUNCTL RUN MODE INVALID: "
                                RC-RUN-MODE
                             DISPLAY "USE P (PRELIMINARY), "
                                "F (FINAL), T (TERMINATION FINAL "
                                "PAY) OR BLANK - RUN ABORTED"
                             CLOSE RUN-CONTROL-FILE
                             MOVE 16 TO RETURN-CODE
                             STOP RUN
            IF PRELIMINARY-RUN
               DISPLAY "PRELIMINARY PAYROLL RUN - DRAFT, NOT POSTED"
            END-IF.
            IF FINAL-PAY-RUN
               DISPLAY "TERMINATION FINAL PAY RUN - TERMINATED "
                  "EMPLOYEES WITH FINAL PAY PENDING ONLY"
            END-IF.
         LOAD-PAY-CALENDAR.
            MOVE "N" TO WS-CAL-LOADED-SWITCH.
            MOVE ZERO TO WS-CAL-COUNT.
               END-PERFORM
               PERFORM ENFORCE-PERIOD-STATUS
            END-IF.
         FIND-PAID-THROUGH-PERIOD.
            IF NOT CALENDAR-LOADED
               DISPLAY "PAYCAL NOT PRESENT - THE LAST PAID PERIOD "
                  "CANNOT BE FOUND"
               DISPLAY "FINAL PAY RUN REFUSED - SUPPLY PAYCAL AND "
                  "RERUN"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            MOVE ZERO TO WS-FP-PAID-THROUGH.
            MOVE 99999999 TO WS-FP-FIRST-PERIOD.
            PERFORM VARYING WS-CAL-SUB FROM 1 BY 1
                    UNTIL WS-CAL-SUB > WS-CAL-COUNT
               MOVE WS-CAL-STATUS(WS-CAL-SUB) TO WS-CAL-PERIOD-STATUS
               IF CAL-PERIOD-POSTED
                  AND WS-CAL-PERIOD-END(WS-CAL-SUB) > WS-FP-PAID-THROUGH
                  MOVE WS-CAL-PERIOD-END(WS-CAL-SUB)
                       TO WS-FP-PAID-THROUGH
               END-IF
               IF WS-CAL-PERIOD-END(WS-CAL-SUB) < WS-FP-FIRST-PERIOD
                  MOVE WS-CAL-PERIOD-END(WS-CAL-SUB)
                       TO WS-FP-FIRST-PERIOD
               END-IF
            END-PERFORM.
            IF WS-FP-PAID-THROUGH = ZERO
               AND WS-FP-FIRST-PERIOD NOT = 99999999
               COMPUTE WS-FP-PAID-THROUGH =
                  FUNCTION DATE-OF-INTEGER
                     (FUNCTION INTEGER-OF-DATE(WS-FP-FIRST-PERIOD) - 7)
            END-IF.
            IF WS-FP-PAID-THROUGH = ZERO
               DISPLAY "PAYCAL HOLDS NO PAY PERIODS - THE LAST PAID "
                  "PERIOD CANNOT BE FOUND"
               DISPLAY "FINAL PAY RUN REFUSED - SUPPLY PAYCAL AND "
                  "RERUN"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            DISPLAY "LAST POSTED PAY PERIOD ENDED " WS-FP-PAID-THROUGH
               " - FINAL PAY COVERS WORK AFTER THAT DATE ONLY".
         FIND-TERM-DATE-PERIOD.
            MOVE 99999999 TO WS-FP-LABOR-PERIOD.
            PERFORM VARYING WS-CAL-SUB FROM 1 BY 1
                    UNTIL WS-CAL-SUB > WS-CAL-COUNT
               IF WS-CAL-PERIOD-END(WS-CAL-SUB) >= EMP-TERM-DATE
                  AND WS-CAL-PERIOD-END(WS-CAL-SUB) < WS-FP-LABOR-PERIOD
                  MOVE WS-CAL-PERIOD-END(WS-CAL-SUB)
                       TO WS-FP-LABOR-PERIOD
               END-IF
            END-PERFORM.
            IF WS-FP-LABOR-PERIOD = 99999999
               DISPLAY "TERMINATION DATE " EMP-TERM-DATE " FOR "
                  EMP-ID " IS PAST THE LAST PAYCAL PERIOD - LABOR "
                  "DISTRIBUTED TO " WS-PAY-PERIOD-END
               MOVE WS-PAY-PERIOD-END TO WS-FP-LABOR-PERIOD
            END-IF.
         COUNT-FINAL-PAY-WORKDAYS.
            MOVE ZERO TO WS-FP-WORKDAYS.
            IF EMP-TERM-DATE > WS-FP-PAID-THROUGH
               COMPUTE WS-FP-START-INT =
                  FUNCTION INTEGER-OF-DATE(WS-FP-PAID-THROUGH) + 1
               COMPUTE WS-FP-END-INT =
                  FUNCTION INTEGER-OF-DATE(EMP-TERM-DATE)
               PERFORM VARYING WS-FP-DAY-INT FROM WS-FP-START-INT BY 1
                       UNTIL WS-FP-DAY-INT > WS-FP-END-INT
                  IF FUNCTION MOD(WS-FP-DAY-INT - 1 7) < 5
                     ADD 1 TO WS-FP-WORKDAYS
                  END-IF
               END-PERFORM
            END-IF.
         ENFORCE-PERIOD-STATUS.
            IF NOT CALENDAR-PERIOD-FOUND
               IF FINAL-RUN
               OPEN I-O YTD-MASTER-FILE
            END-IF.
         READ-CHECK-CONTROL.
            OPEN INPUT CHECK-CONTROL-FILE.
            IF WS-CKC-FILE-STATUS = "00"
               PERFORM UNTIL WS-CKC-FILE-STATUS NOT = "00"
                  READ CHECK-CONTROL-FILE
                      AT END MOVE "10" TO WS-CKC-FILE-STATUS
                      NOT AT END
                          PERFORM TAKE-CHECK-CONTROL-RECORD
                  END-READ
               END-PERFORM
               CLOSE CHECK-CONTROL-FILE
            ELSE
               DISPLAY "CHKCTL NOT PRESENT - CHECK NUMBERS START "
                  "AT EACH COMPANY'S FIRST CHECK NUMBER"
            END-IF.
         TAKE-CHECK-CONTROL-RECORD.
            IF CC-NEXT-CHECK-NO NUMERIC
               AND CC-NEXT-CHECK-NO > ZERO
               MOVE CC-COMPANY-CODE TO WS-CMP-LOOKUP-CODE
               PERFORM FIND-COMPANY
               IF WS-CMP-MATCH-SUB > ZERO
                  MOVE CC-NEXT-CHECK-NO
                       TO WS-CMP-NEXT-CHECK-NO(WS-CMP-MATCH-SUB)
               END-IF
            END-IF.
         OPEN-CHECK-REGISTER.
            OPEN EXTEND CHECK-REGISTER-FILE.
            IF WS-CKR-FILE-STATUS = "35"
               OPEN OUTPUT CHECK-REGISTER-FILE
            END-IF.
         OPEN-PAY-HISTORY.
            OPEN EXTEND PAY-HISTORY-FILE.
            IF WS-PHS-FILE-STATUS = "35"
               OPEN OUTPUT PAY-HISTORY-FILE
            END-IF.
         OPEN-LABOR-DISTRIBUTION.
            OPEN EXTEND LABOR-DIST-FILE.
            IF WS-LDS-FILE-STATUS = "35"
               OPEN OUTPUT LABOR-DIST-FILE
            END-IF.
         RESTORE-RESTART-TOTALS.
            MOVE WS-RESTART-ACCEPT-COUNT TO WS-ACCEPT-COUNT.
            MOVE WS-RESTART-REJECT-COUNT TO WS-REJECT-COUNT.
            MOVE WS-RESTART-DEPT-TOTAL-401K TO WS-DEPT-TOTAL-401K.
            MOVE WS-RESTART-DEPT-TOTAL-INS TO WS-DEPT-TOTAL-INS.
            MOVE WS-RESTART-DEPT-TOTAL-GARN TO WS-DEPT-TOTAL-GARN.
            MOVE WS-RESTART-DEPT-TOTAL-SS-LIAB
                 TO WS-DEPT-TOTAL-SS-LIAB.
            MOVE WS-RESTART-DEPT-TOTAL-MED-LIAB
                 TO WS-DEPT-TOTAL-MED-LIAB.
            MOVE WS-RESTART-DEPT-TOTAL-FUTA TO WS-DEPT-TOTAL-FUTA.
            MOVE WS-RESTART-DEPT-TOTAL-SUTA TO WS-DEPT-TOTAL-SUTA.
            MOVE WS-RESTART-DEPT-TOTAL-MATCH TO WS-DEPT-TOTAL-MATCH.
            MOVE WS-RESTART-NEXT-CHECK-NO TO WS-NEXT-CHECK-NO.
            MOVE WS-RESTART-CHECK-COUNT TO WS-CHECK-COUNT.
            MOVE WS-RESTART-CHECK-TOTAL TO WS-CHECK-TOTAL.
               MOVE WS-RESTART-DIST-AMOUNT(WS-DIST-SUB)
                    TO WS-DIST-AMOUNT(WS-DIST-SUB)
            END-PERFORM.
            PERFORM VARYING WS-ERN-SUB FROM 1 BY 1
                    UNTIL WS-ERN-SUB > 20
               MOVE WS-RESTART-DEPT-SUP-AMOUNT(WS-ERN-SUB)
                    TO WS-DEPT-SUP-AMOUNT(WS-ERN-SUB)
            END-PERFORM.
            MOVE "N" TO WS-FIRST-EMP-SWITCH.
            PERFORM VARYING WS-CMP-RST-SUB FROM 1 BY 1
                    UNTIL WS-CMP-RST-SUB > 10
               IF WS-RESTART-CMP-CODE(WS-CMP-RST-SUB) NOT = SPACES
                  MOVE WS-RESTART-CMP-CODE(WS-CMP-RST-SUB)
                       TO WS-CMP-LOOKUP-CODE
                  PERFORM FIND-COMPANY
                  IF WS-CMP-MATCH-SUB = ZERO
                     PERFORM REFUSE-RESTART-COMPANY
                  END-IF
                  MOVE WS-RESTART-CMP-NEXT-CHECK(WS-CMP-RST-SUB)
                       TO WS-CMP-NEXT-CHECK-NO(WS-CMP-MATCH-SUB)
                  MOVE WS-RESTART-CMP-EMP-COUNT(WS-CMP-RST-SUB)
                       TO WS-CMP-EMP-COUNT(WS-CMP-MATCH-SUB)
                  MOVE WS-RESTART-CMP-ACCEPT-CNT(WS-CMP-RST-SUB)
                       TO WS-CMP-ACCEPT-COUNT(WS-CMP-MATCH-SUB)
                  MOVE WS-RESTART-CMP-PAY-WEEK(WS-CMP-RST-SUB)
                       TO WS-CMP-TOTAL-PAY-WEEK(WS-CMP-MATCH-SUB)
                  MOVE WS-RESTART-CMP-PAY-MONTH(WS-CMP-RST-SUB)
                       TO WS-CMP-TOTAL-PAY-MONTH(WS-CMP-MATCH-SUB)
               END-IF
            END-PERFORM.
            MOVE WS-RESTART-PREV-COMPANY TO WS-PREV-COMPANY.
            IF WS-PREV-COMPANY NOT = SPACES
               MOVE WS-PREV-COMPANY TO WS-CMP-LOOKUP-CODE
               PERFORM FIND-COMPANY
               IF WS-CMP-MATCH-SUB = ZERO
                  PERFORM REFUSE-RESTART-COMPANY
               END-IF
               PERFORM SELECT-COMPANY
            END-IF.
         REFUSE-RESTART-COMPANY.
            DISPLAY "*** RESTART VALIDATION FAILED ***".
            DISPLAY "CHECKPOINT COMPANY " WS-CMP-LOOKUP-CODE
               " IS NOT ON COMPMAST".
            DISPLAY "COMPANY MASTER HAS CHANGED SINCE THE "
               "CHECKPOINT WAS WRITTEN - RESTART ABORTED".
            MOVE 16 TO RETURN-CODE.
            STOP RUN.
         READ-AUDIT-HISTORY.
            MOVE "N" TO WS-PRIOR-RUN-SWITCH.
            OPEN INPUT AUDIT-HISTORY-FILE.
                  READ AUDIT-HISTORY-FILE
                      AT END MOVE "10" TO WS-AUD-FILE-STATUS
                      NOT AT END
                          IF AH-RECORD-TYPE NOT = "O"
                             MOVE AH-COMPANY-CODE
                                  TO WS-CMP-LOOKUP-CODE
                             PERFORM FIND-COMPANY
                             PERFORM TAKE-PRIOR-RUN-TOTALS
                          END-IF
                  END-READ
               END-PERFORM
               CLOSE AUDIT-HISTORY-FILE
            END-IF.
         TAKE-PRIOR-RUN-TOTALS.
            IF WS-CMP-MATCH-SUB > ZERO
               MOVE "Y" TO WS-CMP-PRIOR-SWITCH(WS-CMP-MATCH-SUB)
               MOVE AH-EMP-COUNT
                    TO WS-CMP-PRIOR-EMP-COUNT(WS-CMP-MATCH-SUB)
               MOVE AH-TOTAL-PAY-WEEK
                    TO WS-CMP-PRIOR-PAY-WEEK(WS-CMP-MATCH-SUB)
               MOVE AH-TOTAL-PAY-MONTH
                    TO WS-CMP-PRIOR-PAY-MONTH(WS-CMP-MATCH-SUB)
            END-IF.
         CHECK-FOR-RESTART.
            MOVE "N" TO WS-RESTART-SWITCH.
            OPEN INPUT CHECKPOINT-FILE.
                         TO WS-RESTART-DEPT-TOTAL-INS
                    MOVE CHK-DEPT-TOTAL-GARN
                         TO WS-RESTART-DEPT-TOTAL-GARN
                    MOVE CHK-DEPT-TOTAL-SS-LIAB
                         TO WS-RESTART-DEPT-TOTAL-SS-LIAB
                    MOVE CHK-DEPT-TOTAL-MED-LIAB
                         TO WS-RESTART-DEPT-TOTAL-MED-LIAB
                    MOVE CHK-DEPT-TOTAL-FUTA
                         TO WS-RESTART-DEPT-TOTAL-FUTA
                    MOVE CHK-DEPT-TOTAL-SUTA
                         TO WS-RESTART-DEPT-TOTAL-SUTA
                    MOVE CHK-DEPT-TOTAL-MATCH
                         TO WS-RESTART-DEPT-TOTAL-MATCH
                    MOVE CHK-RUN-MODE TO WS-RESTART-RUN-MODE
                    MOVE CHK-PERIOD-END TO WS-RESTART-PERIOD-END
                    MOVE CHK-NEXT-CHECK-NO
                       MOVE CHK-DIST-AMOUNT(WS-DIST-SUB)
                            TO WS-RESTART-DIST-AMOUNT(WS-DIST-SUB)
                    END-PERFORM
                    PERFORM VARYING WS-ERN-SUB FROM 1 BY 1
                            UNTIL WS-ERN-SUB > 20
                       MOVE CHK-DEPT-SUP-AMOUNT(WS-ERN-SUB)
                            TO WS-RESTART-DEPT-SUP-AMOUNT(WS-ERN-SUB)
                    END-PERFORM
                    MOVE CHK-PREV-COMPANY TO WS-RESTART-PREV-COMPANY
                    PERFORM VARYING WS-CMP-RST-SUB FROM 1 BY 1
                            UNTIL WS-CMP-RST-SUB > 10
                       MOVE CHK-CMP-ENTRY(WS-CMP-RST-SUB)
                            TO WS-RESTART-CMP-ENTRY(WS-CMP-RST-SUB)
                    END-PERFORM
                    MOVE "Y" TO WS-RESTART-SWITCH
            END-READ.
         SKIP-TO-RESTART-POINT.
                               TO WS-DPT-ACTIVE(WS-DPT-COUNT)
                          MOVE DPT-COST-CENTER
                               TO WS-DPT-CC(WS-DPT-COUNT)
                          MOVE DPT-COMPANY-CODE
                               TO WS-DPT-COMPANY(WS-DPT-COUNT)
                  END-READ
               END-PERFORM
               IF WS-DPT-FILE-STATUS = "00"
            ELSE
               MOVE WS-DPT-LOOKUP-CODE TO WS-DPT-PRINT-NAME
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
                          DISPLAY "EMPLOYEES OF THE MISSING COMPANIES "
                             "WOULD BE WRONGLY REJECTED - RUN REFUSED"
                          CLOSE COMPANY-MASTER-FILE
                          MOVE 16 TO RETURN-CODE
                          STOP RUN
                  END-READ
               END-IF
               CLOSE COMPANY-MASTER-FILE
            END-IF.
            IF WS-CMP-COUNT = ZERO
               DISPLAY "COMPMAST NOT PRESENT - ALL EMPLOYEES PAID "
                  "UNDER COMPANY " WS-DEFAULT-COMPANY
               PERFORM ADD-DEFAULT-COMPANY
            END-IF.
         ADD-COMPANY-ENTRY.
            ADD 1 TO WS-CMP-COUNT.
            MOVE CMP-CODE TO WS-CMP-CODE(WS-CMP-COUNT).
            MOVE CMP-LEGAL-NAME TO WS-CMP-LEGAL-NAME(WS-CMP-COUNT).
            MOVE CMP-TAX-ID TO WS-CMP-TAX-ID(WS-CMP-COUNT).
            MOVE CMP-BANK-ROUTING TO WS-CMP-BANK-ROUTING(WS-CMP-COUNT).
            MOVE CMP-BANK-ACCOUNT TO WS-CMP-BANK-ACCOUNT(WS-CMP-COUNT).
            MOVE CMP-DD-ORIGINATOR-ID
                 TO WS-CMP-DD-ORIGINATOR(WS-CMP-COUNT).
            IF CMP-FIRST-CHECK-NO NUMERIC
               AND CMP-FIRST-CHECK-NO > ZERO
               MOVE CMP-FIRST-CHECK-NO
                    TO WS-CMP-FIRST-CHECK-NO(WS-CMP-COUNT)
            ELSE
               MOVE 1 TO WS-CMP-FIRST-CHECK-NO(WS-CMP-COUNT)
            END-IF.
            IF CMP-LAST-CHECK-NO NUMERIC
               AND CMP-LAST-CHECK-NO > ZERO
               MOVE CMP-LAST-CHECK-NO
                    TO WS-CMP-LAST-CHECK-NO(WS-CMP-COUNT)
            ELSE
               MOVE 99999999 TO WS-CMP-LAST-CHECK-NO(WS-CMP-COUNT)
            END-IF.
            IF CMP-GL-ACCOUNT-SET = SPACES
               MOVE WS-GL-ACCOUNT-SET
                    TO WS-CMP-GL-ACCOUNT-SET(WS-CMP-COUNT)
            ELSE
               MOVE CMP-GL-ACCOUNT-SET
                    TO WS-CMP-GL-ACCOUNT-SET(WS-CMP-COUNT)
            END-IF.
            PERFORM RESET-COMPANY-ENTRY.
         ADD-DEFAULT-COMPANY.
            ADD 1 TO WS-CMP-COUNT.
            MOVE WS-DEFAULT-COMPANY TO WS-CMP-CODE(WS-CMP-COUNT).
            MOVE "ACME MFG CO." TO WS-CMP-LEGAL-NAME(WS-CMP-COUNT).
            MOVE SPACES TO WS-CMP-TAX-ID(WS-CMP-COUNT).
            MOVE SPACES TO WS-CMP-BANK-ROUTING(WS-CMP-COUNT).
            MOVE WS-POSPAY-ACCOUNT TO WS-CMP-BANK-ACCOUNT(WS-CMP-COUNT).
            MOVE SPACES TO WS-CMP-DD-ORIGINATOR(WS-CMP-COUNT).
            MOVE 1 TO WS-CMP-FIRST-CHECK-NO(WS-CMP-COUNT).
            MOVE 99999999 TO WS-CMP-LAST-CHECK-NO(WS-CMP-COUNT).
            MOVE WS-GL-ACCOUNT-SET
                 TO WS-CMP-GL-ACCOUNT-SET(WS-CMP-COUNT).
            PERFORM RESET-COMPANY-ENTRY.
         RESET-COMPANY-ENTRY.
            MOVE WS-CMP-FIRST-CHECK-NO(WS-CMP-COUNT)
                 TO WS-CMP-NEXT-CHECK-NO(WS-CMP-COUNT).
            MOVE ZERO TO WS-CMP-EMP-COUNT(WS-CMP-COUNT).
            MOVE ZERO TO WS-CMP-ACCEPT-COUNT(WS-CMP-COUNT).
            MOVE ZERO TO WS-CMP-TOTAL-PAY-WEEK(WS-CMP-COUNT).
            MOVE ZERO TO WS-CMP-TOTAL-PAY-MONTH(WS-CMP-COUNT).
            MOVE "N" TO WS-CMP-PRIOR-SWITCH(WS-CMP-COUNT).
            MOVE ZERO TO WS-CMP-PRIOR-EMP-COUNT(WS-CMP-COUNT).
            MOVE ZERO TO WS-CMP-PRIOR-PAY-WEEK(WS-CMP-COUNT).
            MOVE ZERO TO WS-CMP-PRIOR-PAY-MONTH(WS-CMP-COUNT).
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
         SELECT-COMPANY.
            MOVE WS-CMP-MATCH-SUB TO WS-CMP-CUR-SUB.
            MOVE WS-CMP-GL-ACCOUNT-SET(WS-CMP-CUR-SUB)
                 TO WS-GL-ACCOUNT-SET.
            MOVE WS-CMP-BANK-ACCOUNT(WS-CMP-CUR-SUB)
                 TO WS-POSPAY-ACCOUNT.
            MOVE WS-CMP-LEGAL-NAME(WS-CMP-CUR-SUB)
                 TO WS-CUR-COMPANY-NAME.
            MOVE SPACES TO WS-REG-TITLE.
            STRING WS-CUR-COMPANY-NAME DELIMITED BY "  "
                   " - WEEKLY PAYROLL REGISTER" DELIMITED BY SIZE
                   INTO WS-REG-TITLE.
            MOVE SPACES TO WS-STUB-TITLE.
            STRING WS-CUR-COMPANY-NAME DELIMITED BY "  "
                   " - EARNINGS STATEMENT" DELIMITED BY SIZE
                   INTO WS-STUB-TITLE.
         LOAD-TAX-TABLE.
            MOVE ZERO TO WS-TAX-TABLE-COUNT.
            OPEN INPUT TAX-TABLE-FILE.
               END-PERFORM
               CLOSE OT-SCHEDULE-FILE
            END-IF.
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
                          MOVE ERN-GL-ACCOUNT
                               TO WS-ERN-GL-ACCOUNT(WS-ERN-COUNT)
                  END-READ
               END-PERFORM
               IF WS-ERN-FILE-STATUS = "00"
                  AND WS-ERN-COUNT = 20
                  READ EARNINGS-CODE-FILE
                      AT END CONTINUE
                      NOT AT END
                          DISPLAY "*** EARNINGS CODE TABLE FULL AT 20 "
                             "- EARNCODE HAS MORE RECORDS ***"
                          DISPLAY "VALID SUPPLEMENTAL EARNINGS WOULD "
                             "BE WRONGLY REJECTED - RUN REFUSED"
                          CLOSE EARNINGS-CODE-FILE
                          MOVE 16 TO RETURN-CODE
                          STOP RUN
                  END-READ
               END-IF
               CLOSE EARNINGS-CODE-FILE
            ELSE
               DISPLAY "EARNCODE NOT PRESENT - SUPPLEMENTAL EARNINGS "
                  "WILL BE REJECTED THIS RUN"
            END-IF.
         LOAD-MATCH-PLAN.
            OPEN INPUT MATCH-PLAN-FILE.
            IF WS-MPL-FILE-STATUS = "00"
               READ MATCH-PLAN-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF MP-MATCH-PCT NUMERIC
                          AND MP-DEFERRAL-CAP-PCT NUMERIC
                          MOVE MP-MATCH-PCT TO WS-MATCH-PCT
                          MOVE MP-DEFERRAL-CAP-PCT
                               TO WS-DEFERRAL-CAP-PCT
                       ELSE
                          DISPLAY "MATCHPLN CARD INVALID - RUN "
                             "ABORTED"
                          CLOSE MATCH-PLAN-FILE
                          MOVE 16 TO RETURN-CODE
                          STOP RUN
                       END-IF
               END-READ
               CLOSE MATCH-PLAN-FILE
            ELSE
               DISPLAY "MATCHPLN NOT PRESENT - STANDARD 401K MATCH "
                  "RULE USED"
            END-IF.
            DISPLAY "401K MATCH: " WS-MATCH-PCT " OF DEFERRALS UP TO "
               WS-DEFERRAL-CAP-PCT " OF GROSS".
         FIND-EARNINGS-CODE.
            MOVE ZERO TO WS-ERN-MATCH-SUB.
            PERFORM VARYING WS-ERN-SUB FROM 1 BY 1
                    UNTIL WS-ERN-SUB > WS-ERN-COUNT
               IF WS-ERN-CODE(WS-ERN-SUB) = WS-ERN-LOOKUP-CODE
                  MOVE WS-ERN-SUB TO WS-ERN-MATCH-SUB
                  MOVE WS-ERN-COUNT TO WS-ERN-SUB
               END-IF
            END-PERFORM.
         SORT-SATELLITE-FILES.
            SORT TIMECARD-SORT-FILE
                ON ASCENDING KEY TSW-COMPANY TSW-DEPT TSW-EMP-ID
                INPUT PROCEDURE IS RELEASE-TIMECARDS
                GIVING SORTED-TIMECARD-FILE.
            SORT DED-SORT-FILE
                ON ASCENDING KEY DSW-COMPANY DSW-DEPT DSW-EMP-ID
                INPUT PROCEDURE IS RELEASE-DEDUCTIONS
                GIVING SORTED-DED-FILE.
            SORT GARN-SORT-FILE
                ON ASCENDING KEY GSW-COMPANY GSW-DEPT GSW-EMP-ID
                INPUT PROCEDURE IS RELEASE-GARNISHMENTS
                GIVING SORTED-GARN-FILE.
            SORT LEAVE-SORT-FILE
                ON ASCENDING KEY LSW-COMPANY LSW-DEPT LSW-EMP-ID
                INPUT PROCEDURE IS RELEASE-LEAVE
                GIVING SORTED-LEAVE-FILE.
            SORT SUPP-SORT-FILE
                ON ASCENDING KEY SSW-COMPANY SSW-DEPT SSW-EMP-ID
                INPUT PROCEDURE IS RELEASE-SUPPLEMENTALS
                GIVING SORTED-SUPP-FILE.
            OPEN INPUT SORTED-TIMECARD-FILE.
            OPEN INPUT SORTED-DED-FILE.
            OPEN INPUT SORTED-GARN-FILE.
            OPEN INPUT SORTED-LEAVE-FILE.
            OPEN INPUT SORTED-SUPP-FILE.
            PERFORM READ-TIMECARD-STREAM.
            PERFORM READ-DEDUCTION-STREAM.
            PERFORM READ-GARNISHMENT-STREAM.
            PERFORM READ-LEAVE-STREAM.
            PERFORM READ-SUPPLEMENTAL-STREAM.
         RELEASE-EMPLOYEE-MASTER.
            OPEN INPUT EMPLOYEE-MASTER-FILE.
            IF WS-EMP-FILE-STATUS = "00"
               PERFORM UNTIL WS-EMP-FILE-STATUS NOT = "00"
                  READ EMPLOYEE-MASTER-FILE NEXT RECORD
                      AT END MOVE "10" TO WS-EMP-FILE-STATUS
                      NOT AT END
                          MOVE MST-RECORD TO SRW-RECORD
                          IF SRW-COMPANY-CODE = SPACES
                             MOVE WS-DEFAULT-COMPANY
                                  TO SRW-COMPANY-CODE
                          END-IF
                          RELEASE SRW-RECORD
                  END-READ
               END-PERFORM
               CLOSE EMPLOYEE-MASTER-FILE
            END-IF.
         RELEASE-TIMECARDS.
            OPEN INPUT TIMECARD-FILE.
            IF WS-TMC-FILE-STATUS = "00"
                      NOT AT END
                          MOVE TMC-EMP-ID TO WS-REL-EMP-ID
                          PERFORM GET-MASTER-DEPT
                          MOVE WS-REL-COMPANY TO TSW-COMPANY
                          MOVE WS-REL-DEPT TO TSW-DEPT
                          MOVE TMC-EMP-ID TO TSW-EMP-ID
                          MOVE TMC-RECORD TO TSW-DATA
                      NOT AT END
                          MOVE DIN-EMP-ID TO WS-REL-EMP-ID
                          PERFORM GET-MASTER-DEPT
                          MOVE WS-REL-COMPANY TO DSW-COMPANY
                          MOVE WS-REL-DEPT TO DSW-DEPT
                          MOVE DIN-EMP-ID TO DSW-EMP-ID
                          MOVE DIN-RECORD TO DSW-DATA
                      NOT AT END
                          MOVE GNI-EMP-ID TO WS-REL-EMP-ID
                          PERFORM GET-MASTER-DEPT
                          MOVE WS-REL-COMPANY TO GSW-COMPANY
                          MOVE WS-REL-DEPT TO GSW-DEPT
                          MOVE GNI-EMP-ID TO GSW-EMP-ID
                          MOVE GNI-RECORD TO GSW-DATA
                      NOT AT END
                          MOVE LVI-EMP-ID TO WS-REL-EMP-ID
                          PERFORM GET-MASTER-DEPT
                          MOVE WS-REL-COMPANY TO LSW-COMPANY
                          MOVE WS-REL-DEPT TO LSW-DEPT
                          MOVE LVI-EMP-ID TO LSW-EMP-ID
                          MOVE LVI-RECORD TO LSW-DATA
               END-PERFORM
               CLOSE LEAVE-MASTER-FILE
            END-IF.
         RELEASE-SUPPLEMENTALS.
            OPEN INPUT SUPPLEMENTAL-EARNINGS-FILE.
            IF WS-SUP-FILE-STATUS = "00"
               PERFORM UNTIL WS-SUP-FILE-STATUS NOT = "00"
                  READ SUPPLEMENTAL-EARNINGS-FILE
                      AT END MOVE "10" TO WS-SUP-FILE-STATUS
                      NOT AT END
                          MOVE SUP-EMP-ID TO WS-REL-EMP-ID
                          PERFORM GET-MASTER-DEPT
                          MOVE WS-REL-COMPANY TO SSW-COMPANY
                          MOVE WS-REL-DEPT TO SSW-DEPT
                          MOVE SUP-EMP-ID TO SSW-EMP-ID
                          MOVE SUP-RECORD TO SSW-DATA
                          RELEASE SSW-RECORD
                  END-READ
               END-PERFORM
               CLOSE SUPPLEMENTAL-EARNINGS-FILE
            END-IF.
         GET-MASTER-DEPT.
            MOVE WS-REL-EMP-ID TO MST-ID.
            READ EMPLOYEE-MASTER-FILE
                INVALID KEY
                    MOVE HIGH-VALUES TO WS-REL-COMPANY
                    MOVE HIGH-VALUES TO WS-REL-DEPT
                NOT INVALID KEY
                    MOVE MST-COMPANY-CODE TO WS-REL-COMPANY
                    MOVE MST-DEPT TO WS-REL-DEPT
            END-READ.
            IF WS-REL-COMPANY = SPACES
               MOVE WS-DEFAULT-COMPANY TO WS-REL-COMPANY
            END-IF.
         READ-TIMECARD-STREAM.
            READ SORTED-TIMECARD-FILE
                AT END MOVE "Y" TO WS-TMC-STREAM-EOF
               AND WS-SLV-FILE-STATUS NOT = "10"
               MOVE "Y" TO WS-LEV-STREAM-EOF
            END-IF.
         READ-SUPPLEMENTAL-STREAM.
            READ SORTED-SUPP-FILE
                AT END MOVE "Y" TO WS-SUP-STREAM-EOF
            END-READ.
            IF WS-SSE-FILE-STATUS NOT = "00"
               AND WS-SSE-FILE-STATUS NOT = "10"
               MOVE "Y" TO WS-SUP-STREAM-EOF
            END-IF.
         GET-EMPLOYEE-SATELLITES.
            PERFORM GET-EMPLOYEE-TIMECARD.
            PERFORM GET-EMPLOYEE-DEDUCTIONS.
            PERFORM GET-EMPLOYEE-GARNISHMENTS.
            PERFORM GET-EMPLOYEE-LEAVE.
            PERFORM GET-EMPLOYEE-SUPPLEMENTALS.
         GET-EMPLOYEE-TIMECARD.
            MOVE "N" TO WS-TIMECARD-FOUND-SWITCH.
            INITIALIZE WS-CUR-TIMECARD.
            END-PERFORM.
         TAKE-EMPLOYEE-TIMECARD.
            IF NOT EMP-SALARIED
               AND (TMC-PERIOD-END = WS-PAY-PERIOD-END
                    OR (FINAL-PAY-RUN
                        AND TMC-PERIOD-END > WS-FP-PAID-THROUGH))
               AND NOT TIMECARD-FOUND
               MOVE "Y" TO WS-TIMECARD-FOUND-SWITCH
               MOVE TMC-REG-HOURS TO WS-CUR-TMC-REG-HOURS
                    TO EX-REASON-TEXT
               WRITE EX-DETAIL-LINE
            END-IF.
         GET-EMPLOYEE-SUPPLEMENTALS.
            MOVE ZERO TO WS-SUP-COUNT.
            MOVE ZERO TO WS-SUP-TOTAL.
            PERFORM UNTIL SUP-STREAM-EOF
                    OR SSE-KEY > WS-EMP-SORT-KEY
               MOVE SSE-DATA TO SUP-RECORD
               IF SSE-KEY < WS-EMP-SORT-KEY
                  PERFORM REPORT-STRAY-SUPPLEMENTAL
               ELSE
                  PERFORM TAKE-EMPLOYEE-SUPPLEMENTAL
               END-IF
               PERFORM READ-SUPPLEMENTAL-STREAM
            END-PERFORM.
         TAKE-EMPLOYEE-SUPPLEMENTAL.
            IF SUP-PERIOD-END NOT = WS-PAY-PERIOD-END
               PERFORM REPORT-STRAY-SUPPLEMENTAL
            ELSE
               IF WS-SUP-COUNT < 10
                  ADD 1 TO WS-SUP-COUNT
                  MOVE ZERO TO WS-SUP-ERN-SUB(WS-SUP-COUNT)
                  IF SUP-AMOUNT NUMERIC
                     MOVE SUP-EARN-CODE
                          TO WS-SUP-EARN-CODE(WS-SUP-COUNT)
                     MOVE SUP-AMOUNT TO WS-SUP-AMOUNT(WS-SUP-COUNT)
                  ELSE
                     MOVE SPACES TO WS-SUP-EARN-CODE(WS-SUP-COUNT)
                     MOVE ZERO TO WS-SUP-AMOUNT(WS-SUP-COUNT)
                  END-IF
               ELSE
                  DISPLAY "MORE THAN 10 SUPPLEMENTAL EARNINGS LINES "
                     "FOR " EMP-ID " - EXCESS NOT PAID"
                  PERFORM REPORT-STRAY-SUPPLEMENTAL
               END-IF
            END-IF.
         REPORT-STRAY-SUPPLEMENTAL.
            IF NOT SKIP-PHASE
               MOVE SUP-EMP-ID TO EX-EMP-ID
               MOVE "** UNMATCHED SUPPLEMENTAL **" TO EX-EMP-NAME
               MOVE "E12" TO EX-REASON-CODE
               MOVE "SUPPLEMENTAL EARNINGS NOT MATCHED OR NOT PAID"
                    TO EX-REASON-TEXT
               WRITE EX-DETAIL-LINE
            END-IF.
         GET-EMPLOYEE-DEDUCTIONS.
            MOVE ZERO TO WS-DED-COUNT.
            PERFORM UNTIL DED-STREAM-EOF
               PERFORM PASS-LEAVE-THROUGH
               PERFORM READ-LEAVE-STREAM
            END-PERFORM.
            PERFORM UNTIL SUP-STREAM-EOF
               MOVE SSE-DATA TO SUP-RECORD
               PERFORM REPORT-STRAY-SUPPLEMENTAL
               PERFORM READ-SUPPLEMENTAL-STREAM
            END-PERFORM.
         READ-EMPLOYEE-MASTER.
            READ SORTED-MASTER-FILE
                AT END MOVE "Y" TO WS-EOF-SWITCH
                NOT AT END
                    MOVE SRT-RECORD TO EMP-RECORD
                    MOVE EMP-COMPANY-CODE TO WS-EMP-KEY-COMPANY
                    MOVE EMP-DEPT TO WS-EMP-KEY-DEPT
                    MOVE EMP-ID TO WS-EMP-KEY-ID
            END-READ.
         PROCESS-EMPLOYEES.
            ADD 1 TO REC-COUNTER.
            MOVE EMP-COMPANY-CODE TO WS-CMP-LOOKUP-CODE.
            PERFORM FIND-COMPANY.
            IF WS-CMP-MATCH-SUB > ZERO
               ADD 1 TO WS-CMP-EMP-COUNT(WS-CMP-MATCH-SUB)
            END-IF.
            PERFORM GET-EMPLOYEE-SATELLITES.
            IF FINAL-PAY-RUN
               PERFORM CHECK-FINAL-PAY-DUE
            END-IF.
            IF FINAL-PAY-RUN AND NOT FINAL-PAY-DUE
               IF TIMECARD-FOUND
                  PERFORM REPORT-STRAY-TIMECARD
               END-IF
               IF WS-SUP-COUNT > ZERO
                  PERFORM REPORT-STRAY-SUPPLEMENTAL
               END-IF
            ELSE
               PERFORM PAY-EMPLOYEE
            END-IF.
            PERFORM PUT-EMPLOYEE-SATELLITES.
            PERFORM WRITE-CHECKPOINT.
            PERFORM READ-EMPLOYEE-MASTER.
         CHECK-FINAL-PAY-DUE.
            MOVE "N" TO WS-FINAL-PAY-SWITCH.
            IF EMP-TERMINATED
               AND EMP-FINAL-PAY-PENDING
               AND EMP-TERM-DATE NUMERIC
               AND EMP-TERM-DATE <= WS-PAY-PERIOD-END
               MOVE "Y" TO WS-FINAL-PAY-SWITCH
               PERFORM FIND-TERM-DATE-PERIOD
            END-IF.
         PAY-EMPLOYEE.
            PERFORM EDIT-EMPLOYEE-RECORD.
            IF RECORD-REJECTED
               ADD 1 TO WS-REJECT-COUNT
            ELSE
               IF FINAL-RUN
                  PERFORM CHECK-CHECK-RANGE
               END-IF
               PERFORM CHECK-COMPANY-BREAK
               PERFORM CHECK-DEPT-BREAK
               PERFORM PAYMENT-WEEKLY
               PERFORM PROCESS-LEAVE
               PERFORM ADD-SUPPLEMENTAL-EARNINGS
               PERFORM COMPUTE-WITHHOLDING
               IF RECORD-REJECTED
                  ADD 1 TO WS-REJECT-COUNT
               ELSE
                  ADD 1 TO WS-ACCEPT-COUNT
                  ADD 1 TO WS-CMP-ACCEPT-COUNT(WS-CMP-CUR-SUB)
                  PERFORM APPLY-DEDUCTIONS
                  PERFORM COMPUTE-EMPLOYER-MATCH
                  PERFORM PAYMENT-MONTHLY
                  IF FINAL-RUN
                     PERFORM UPDATE-YTD-MASTER
                  IF FINAL-RUN
                     PERFORM WRITE-PAY-STUB
                     PERFORM WRITE-DIRECT-DEPOSIT
                     PERFORM WRITE-BENEFIT-REMITTANCE
                     PERFORM WRITE-PAY-HISTORY
                  END-IF
                  IF FINAL-PAY-RUN
                     PERFORM CLOSE-OUT-TERMINATED-EMPLOYEE
                  END-IF
               END-IF
            END-IF.
         CLOSE-OUT-TERMINATED-EMPLOYEE.
            PERFORM VARYING WS-DED-SUB FROM 1 BY 1
                    UNTIL WS-DED-SUB > WS-DED-COUNT
               IF WS-DED-EMP-ID(WS-DED-SUB) = EMP-ID
                  AND DED-ENTRY-ACTIVE(WS-DED-SUB)
                  MOVE WS-PAY-PERIOD-END TO WS-DED-END-DATE(WS-DED-SUB)
               END-IF
            END-PERFORM.
            PERFORM VARYING WS-GRN-SUB FROM 1 BY 1
                    UNTIL WS-GRN-SUB > WS-GRN-COUNT
               IF WS-GRN-EMP-ID(WS-GRN-SUB) = EMP-ID
                  AND GRN-ENTRY-ACTIVE(WS-GRN-SUB)
                  MOVE WS-PAY-PERIOD-END TO WS-GRN-END-DATE(WS-GRN-SUB)
               END-IF
            END-PERFORM.
            PERFORM FIND-LEAVE-RECORD.
            IF WS-LEV-MATCH-SUB > ZERO
               MOVE ZERO TO WS-LEV-VAC-BALANCE(WS-LEV-MATCH-SUB)
               MOVE ZERO TO WS-LEV-SICK-BALANCE(WS-LEV-MATCH-SUB)
               MOVE ZERO TO WS-LEV-PERS-BALANCE(WS-LEV-MATCH-SUB)
            END-IF.
            MOVE EMP-ID TO MST-ID.
            READ EMPLOYEE-MASTER-FILE
                INVALID KEY
                    DISPLAY "FINAL PAY NOT STAMPED ON MASTER FOR "
                       EMP-ID " - MASTER RECORD NOT FOUND"
                NOT INVALID KEY
                    MOVE "I" TO MST-FINAL-PAY-STATUS
                    REWRITE MST-RECORD
            END-READ.
         CHECK-CHECK-RANGE.
            IF EMP-BANK-ROUTING NUMERIC
               AND EMP-BANK-ROUTING NOT = ZEROS
               AND EMP-BANK-ACCOUNT NOT = SPACES
               AND EMP-PRENOTE-VERIFIED
               CONTINUE
            ELSE
               MOVE EMP-COMPANY-CODE TO WS-CMP-LOOKUP-CODE
               PERFORM FIND-COMPANY
               IF EMP-COMPANY-CODE = WS-PREV-COMPANY
                  MOVE WS-NEXT-CHECK-NO TO WS-CMP-RANGE-CHECK-NO
               ELSE
                  MOVE WS-CMP-NEXT-CHECK-NO(WS-CMP-MATCH-SUB)
                       TO WS-CMP-RANGE-CHECK-NO
               END-IF
               IF WS-CMP-RANGE-CHECK-NO >
                     WS-CMP-LAST-CHECK-NO(WS-CMP-MATCH-SUB)
                  DISPLAY "*** CHECK NUMBER RANGE EXHAUSTED FOR "
                     "COMPANY " EMP-COMPANY-CODE " ***"
                  DISPLAY "NEXT CHECK NUMBER " WS-CMP-RANGE-CHECK-NO
                     " IS PAST THE LAST CHECK NUMBER "
                     WS-CMP-LAST-CHECK-NO(WS-CMP-MATCH-SUB)
                  DISPLAY "EXTEND THE RANGE ON COMPMAST AND RESTART "
                     "- RUN ABORTED AT EMPLOYEE " EMP-ID
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
               END-IF
            END-IF.
         CHECK-COMPANY-BREAK.
            IF EMP-COMPANY-CODE NOT = WS-PREV-COMPANY
               IF WS-PREV-COMPANY NOT = SPACES
                  PERFORM CLOSE-COMPANY
               END-IF
               PERFORM OPEN-COMPANY
            END-IF.
         OPEN-COMPANY.
            MOVE EMP-COMPANY-CODE TO WS-PREV-COMPANY.
            MOVE EMP-COMPANY-CODE TO WS-CMP-LOOKUP-CODE.
            PERFORM FIND-COMPANY.
            PERFORM SELECT-COMPANY.
            MOVE ZERO TO WS-DD-COUNT.
            MOVE ZERO TO WS-DD-ROUTING-HASH.
            MOVE ZERO TO WS-DD-TOTAL-AMOUNT.
            MOVE ZERO TO WS-CHECK-COUNT.
            MOVE ZERO TO WS-CHECK-TOTAL.
            MOVE WS-CMP-NEXT-CHECK-NO(WS-CMP-CUR-SUB)
                 TO WS-NEXT-CHECK-NO.
            IF WS-NEXT-CHECK-NO < WS-CMP-FIRST-CHECK-NO(WS-CMP-CUR-SUB)
               MOVE WS-CMP-FIRST-CHECK-NO(WS-CMP-CUR-SUB)
                    TO WS-NEXT-CHECK-NO
            END-IF.
            PERFORM WRITE-REPORT-HEADINGS.
            IF FINAL-RUN
               PERFORM WRITE-DD-HEADER
            END-IF.
         CLOSE-COMPANY.
            IF NOT FIRST-EMPLOYEE
               PERFORM WRITE-DEPT-SUBTOTAL
               MOVE "Y" TO WS-FIRST-EMP-SWITCH
            END-IF.
            PERFORM WRITE-COMPANY-TOTAL.
            IF FINAL-RUN
               PERFORM WRITE-DD-TRAILER
               PERFORM WRITE-POSPAY-TRAILER
               MOVE WS-NEXT-CHECK-NO
                    TO WS-CMP-NEXT-CHECK-NO(WS-CMP-CUR-SUB)
            END-IF.
         WRITE-COMPANY-TOTAL.
            IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM WRITE-REPORT-HEADINGS
            END-IF.
            MOVE WS-PREV-COMPANY TO PR-CTL-COMPANY.
            MOVE WS-CUR-COMPANY-NAME TO PR-CTL-COMPANY-NAME.
            MOVE WS-CMP-TOTAL-PAY-WEEK(WS-CMP-CUR-SUB)
                 TO PR-CTL-PAY-WEEK.
            MOVE WS-CMP-TOTAL-PAY-MONTH(WS-CMP-CUR-SUB)
                 TO PR-CTL-PAY-MONTH.
            WRITE PR-COMPANY-TOTAL-LINE AFTER ADVANCING 2 LINES.
            ADD 2 TO WS-LINE-COUNT.
         CHECK-DEPT-BREAK.
            IF NOT FIRST-EMPLOYEE AND EMP-DEPT NOT = WS-PREV-DEPT
               PERFORM WRITE-DEPT-SUBTOTAL
               MOVE ZERO TO WS-DEPT-TOTAL-401K
               MOVE ZERO TO WS-DEPT-TOTAL-INS
               MOVE ZERO TO WS-DEPT-TOTAL-GARN
               MOVE ZERO TO WS-DEPT-TOTAL-SS-LIAB
               MOVE ZERO TO WS-DEPT-TOTAL-MED-LIAB
               MOVE ZERO TO WS-DEPT-TOTAL-FUTA
               MOVE ZERO TO WS-DEPT-TOTAL-SUTA
               MOVE ZERO TO WS-DEPT-TOTAL-MATCH
               MOVE ZERO TO WS-DIST-COUNT
               PERFORM VARYING WS-ERN-SUB FROM 1 BY 1
                       UNTIL WS-ERN-SUB > 20
                  MOVE ZERO TO WS-DEPT-SUP-AMOUNT(WS-ERN-SUB)
               END-PERFORM
               MOVE EMP-DEPT TO WS-PREV-DEPT
               MOVE "N" TO WS-FIRST-EMP-SWITCH
            END-IF.
            END-IF.
         WRITE-GL-EXTRACT-LINES.
            MOVE WS-PAY-PERIOD-END TO GL-PERIOD-END-DATE.
            MOVE WS-PREV-COMPANY TO GL-COMPANY-CODE.
            PERFORM VARYING WS-DIST-SUB FROM 1 BY 1
                    UNTIL WS-DIST-SUB > WS-DIST-COUNT
               IF WS-DIST-AMOUNT(WS-DIST-SUB) > ZERO
                  MOVE WS-DIST-AMOUNT(WS-DIST-SUB) TO GL-DEBIT-AMOUNT
                  MOVE ZERO TO GL-CREDIT-AMOUNT
                  MOVE "PAYROLL EXPENSE" TO GL-DESCRIPTION
                  PERFORM WRITE-GL-EXTRACT-LINE
               END-IF
            END-PERFORM.
            MOVE WS-PREV-DEPT TO WS-DPT-LOOKUP-CODE.
            PERFORM GET-DEPT-COST-CENTER.
            MOVE WS-DPT-COST-CENTER TO GL-COST-CENTER.
            MOVE ZERO TO GL-CREDIT-AMOUNT.
            PERFORM VARYING WS-ERN-SUB FROM 1 BY 1
                    UNTIL WS-ERN-SUB > WS-ERN-COUNT
               IF WS-DEPT-SUP-AMOUNT(WS-ERN-SUB) > ZERO
                  MOVE WS-ERN-GL-ACCOUNT(WS-ERN-SUB)
                       TO GL-ACCOUNT-NUMBER
                  MOVE WS-DEPT-SUP-AMOUNT(WS-ERN-SUB)
                       TO GL-DEBIT-AMOUNT
                  MOVE WS-ERN-DESCRIPTION(WS-ERN-SUB)
                       TO GL-DESCRIPTION
                  PERFORM WRITE-GL-EXTRACT-LINE
               END-IF
            END-PERFORM.
            MOVE WS-GL-TAX-ACCOUNT TO GL-ACCOUNT-NUMBER.
            MOVE WS-DEPT-TOTAL-EMPLR-TAX TO GL-DEBIT-AMOUNT.
            MOVE "EMPLOYER PAYROLL TAX EXPENSE" TO GL-DESCRIPTION.
            PERFORM WRITE-GL-EXTRACT-LINE.
            MOVE WS-GL-401K-ACCOUNT TO GL-ACCOUNT-NUMBER.
            MOVE ZERO TO GL-DEBIT-AMOUNT.
            MOVE WS-DEPT-TOTAL-401K TO GL-CREDIT-AMOUNT.
            MOVE "401K CONTRIBUTIONS PAYABLE" TO GL-DESCRIPTION.
            PERFORM WRITE-GL-EXTRACT-LINE.
            IF WS-DEPT-TOTAL-MATCH > ZERO
               MOVE WS-GL-BENEFIT-ACCOUNT TO GL-ACCOUNT-NUMBER
               MOVE WS-DEPT-TOTAL-MATCH TO GL-DEBIT-AMOUNT
               MOVE ZERO TO GL-CREDIT-AMOUNT
               MOVE "EMPLOYER 401K MATCH EXPENSE" TO GL-DESCRIPTION
               PERFORM WRITE-GL-EXTRACT-LINE
               MOVE WS-GL-401K-ACCOUNT TO GL-ACCOUNT-NUMBER
               MOVE ZERO TO GL-DEBIT-AMOUNT
               MOVE WS-DEPT-TOTAL-MATCH TO GL-CREDIT-AMOUNT
               MOVE "401K EMPLOYER MATCH PAYABLE" TO GL-DESCRIPTION
               PERFORM WRITE-GL-EXTRACT-LINE
            END-IF.
            MOVE WS-GL-INS-ACCOUNT TO GL-ACCOUNT-NUMBER.
            MOVE WS-DEPT-TOTAL-INS TO GL-CREDIT-AMOUNT.
            MOVE "INSURANCE PREMIUMS PAYABLE" TO GL-DESCRIPTION.
            PERFORM WRITE-GL-EXTRACT-LINE.
            MOVE WS-GL-GARN-ACCOUNT TO GL-ACCOUNT-NUMBER.
            MOVE WS-DEPT-TOTAL-GARN TO GL-CREDIT-AMOUNT.
            MOVE "GARNISHMENTS PAYABLE" TO GL-DESCRIPTION.
            PERFORM WRITE-GL-EXTRACT-LINE.
            MOVE WS-GL-SS-ACCOUNT TO GL-ACCOUNT-NUMBER.
            MOVE WS-DEPT-TOTAL-SS-LIAB TO GL-CREDIT-AMOUNT.
            MOVE "SOCIAL SECURITY TAX PAYABLE" TO GL-DESCRIPTION.
            PERFORM WRITE-GL-EXTRACT-LINE.
            MOVE WS-GL-MEDICARE-ACCOUNT TO GL-ACCOUNT-NUMBER.
            MOVE WS-DEPT-TOTAL-MED-LIAB TO GL-CREDIT-AMOUNT.
            MOVE "MEDICARE TAX PAYABLE" TO GL-DESCRIPTION.
            PERFORM WRITE-GL-EXTRACT-LINE.
            MOVE WS-GL-FUTA-ACCOUNT TO GL-ACCOUNT-NUMBER.
            MOVE WS-DEPT-TOTAL-FUTA TO GL-CREDIT-AMOUNT.
            MOVE "FUTA TAX PAYABLE" TO GL-DESCRIPTION.
            PERFORM WRITE-GL-EXTRACT-LINE.
            MOVE WS-GL-SUTA-ACCOUNT TO GL-ACCOUNT-NUMBER.
            MOVE WS-DEPT-TOTAL-SUTA TO GL-CREDIT-AMOUNT.
            MOVE "SUTA TAX PAYABLE" TO GL-DESCRIPTION.
            PERFORM WRITE-GL-EXTRACT-LINE.
            COMPUTE WS-GL-CREDIT-TOTAL =
               WS-DEPT-TOTAL-PAY-WEEK + WS-DEPT-TOTAL-EMPLR-TAX
               - WS-DEPT-TOTAL-401K - WS-DEPT-TOTAL-INS
               - WS-DEPT-TOTAL-GARN
               - WS-DEPT-TOTAL-SS-LIAB - WS-DEPT-TOTAL-MED-LIAB
               - WS-DEPT-TOTAL-FUTA - WS-DEPT-TOTAL-SUTA.
            MOVE WS-GL-CLEARING-ACCOUNT TO GL-ACCOUNT-NUMBER.
            MOVE ZERO TO GL-DEBIT-AMOUNT.
            MOVE WS-GL-CREDIT-TOTAL TO GL-CREDIT-AMOUNT.
            MOVE "ACCRUED PAYROLL LIABILITY" TO GL-DESCRIPTION.
            PERFORM WRITE-GL-EXTRACT-LINE.
         WRITE-GL-EXTRACT-LINE.
            IF FINAL-PAY-RUN
               WRITE FPG-EXTRACT-RECORD
            ELSE
               WRITE GL-EXTRACT-RECORD
            END-IF.
         UPDATE-YTD-MASTER.
            MOVE "N" TO WS-YTD-FOUND-SWITCH.
            MOVE EMP-ID TO YTD-ID.
            END-READ.
            IF YTD-RECORD-FOUND
               ADD EMP-PAY-WEEK TO YTD-PAY-YTD
               MOVE EMP-COMPANY-CODE TO YTD-COMPANY-CODE
               PERFORM POST-YTD-TAX-BUCKETS
               REWRITE YTD-RECORD
            ELSE
               MOVE ZERO TO YTD-STATE-TAX-YTD
               MOVE ZERO TO YTD-FICA-YTD
               INITIALIZE YTD-QTR-TAX-TABLE
               MOVE ZERO TO YTD-SS-WAGES-YTD
               MOVE ZERO TO YTD-SS-TAX-YTD
               MOVE ZERO TO YTD-MEDICARE-WAGES-YTD
               MOVE ZERO TO YTD-MEDICARE-TAX-YTD
               MOVE ZERO TO YTD-ADDL-MEDICARE-YTD
               MOVE ZERO TO YTD-FUTA-WAGES-YTD
               MOVE ZERO TO YTD-FUTA-TAX-YTD
               MOVE ZERO TO YTD-SUTA-WAGES-YTD
               MOVE ZERO TO YTD-SUTA-TAX-YTD
               INITIALIZE YTD-QTR-WAGE-BASE-TABLE
               MOVE ZERO TO YTD-401K-DEFERRAL-YTD
               MOVE ZERO TO YTD-401K-MATCH-YTD
               PERFORM POST-YTD-TAX-BUCKETS
               WRITE YTD-RECORD
                   INVALID KEY DISPLAY "YTD WRITE FAILED FOR " EMP-ID
            ADD EMP-FED-TAX TO YTD-QTR-FED-TAX(WS-PAY-QUARTER).
            ADD EMP-STATE-TAX TO YTD-QTR-STATE-TAX(WS-PAY-QUARTER).
            ADD EMP-FICA TO YTD-QTR-FICA(WS-PAY-QUARTER).
            ADD WS-SS-WAGES TO YTD-SS-WAGES-YTD.
            ADD EMP-SS-TAX TO YTD-SS-TAX-YTD.
            ADD EMP-PAY-WEEK TO YTD-MEDICARE-WAGES-YTD.
            ADD EMP-MEDICARE-TAX TO YTD-MEDICARE-TAX-YTD.
            ADD EMP-ADDL-MEDICARE-TAX TO YTD-ADDL-MEDICARE-YTD.
            ADD WS-FUTA-WAGES TO YTD-FUTA-WAGES-YTD.
            ADD EMP-FUTA-TAX TO YTD-FUTA-TAX-YTD.
            ADD WS-SUTA-WAGES TO YTD-SUTA-WAGES-YTD.
            ADD EMP-SUTA-TAX TO YTD-SUTA-TAX-YTD.
            ADD WS-SS-WAGES TO YTD-QTR-SS-WAGES(WS-PAY-QUARTER).
            ADD EMP-SS-TAX TO YTD-QTR-SS-TAX(WS-PAY-QUARTER).
            ADD EMP-PAY-WEEK TO YTD-QTR-MED-WAGES(WS-PAY-QUARTER).
            ADD EMP-MEDICARE-TAX TO YTD-QTR-MED-TAX(WS-PAY-QUARTER).
            ADD EMP-ADDL-MEDICARE-TAX
               TO YTD-QTR-ADDL-MED-TAX(WS-PAY-QUARTER).
            ADD WS-FUTA-WAGES TO YTD-QTR-FUTA-WAGES(WS-PAY-QUARTER).
            ADD EMP-FUTA-TAX TO YTD-QTR-FUTA-TAX(WS-PAY-QUARTER).
            ADD WS-SUTA-WAGES TO YTD-QTR-SUTA-WAGES(WS-PAY-QUARTER).
            ADD EMP-SUTA-TAX TO YTD-QTR-SUTA-TAX(WS-PAY-QUARTER).
            ADD WS-DED-401K-WEEK TO YTD-401K-DEFERRAL-YTD.
            ADD WS-EMPLOYER-MATCH TO YTD-401K-MATCH-YTD.
            MOVE YTD-401K-DEFERRAL-YTD TO EMP-401K-DEFERRAL-YTD.
            MOVE YTD-401K-MATCH-YTD TO EMP-401K-MATCH-YTD.
         PROJECT-YTD-PRELIM.
            MOVE "N" TO WS-YTD-FOUND-SWITCH.
            MOVE EMP-ID TO YTD-ID.
            MOVE WS-DEPT-TOTAL-401K TO CHK-DEPT-TOTAL-401K.
            MOVE WS-DEPT-TOTAL-INS TO CHK-DEPT-TOTAL-INS.
            MOVE WS-DEPT-TOTAL-GARN TO CHK-DEPT-TOTAL-GARN.
            MOVE WS-DEPT-TOTAL-SS-LIAB TO CHK-DEPT-TOTAL-SS-LIAB.
            MOVE WS-DEPT-TOTAL-MED-LIAB TO CHK-DEPT-TOTAL-MED-LIAB.
            MOVE WS-DEPT-TOTAL-FUTA TO CHK-DEPT-TOTAL-FUTA.
            MOVE WS-DEPT-TOTAL-SUTA TO CHK-DEPT-TOTAL-SUTA.
            MOVE WS-DEPT-TOTAL-MATCH TO CHK-DEPT-TOTAL-MATCH.
            MOVE WS-RUN-MODE TO CHK-RUN-MODE.
            MOVE WS-PAY-PERIOD-END TO CHK-PERIOD-END.
            MOVE WS-NEXT-CHECK-NO TO CHK-NEXT-CHECK-NO.
                       TO CHK-DIST-AMOUNT(WS-DIST-SUB)
               END-IF
            END-PERFORM.
            PERFORM VARYING WS-ERN-SUB FROM 1 BY 1
                    UNTIL WS-ERN-SUB > 20
               MOVE WS-DEPT-SUP-AMOUNT(WS-ERN-SUB)
                    TO CHK-DEPT-SUP-AMOUNT(WS-ERN-SUB)
            END-PERFORM.
            MOVE WS-PREV-COMPANY TO CHK-PREV-COMPANY.
            PERFORM VARYING WS-CMP-SUB FROM 1 BY 1
                    UNTIL WS-CMP-SUB > 10
               IF WS-CMP-SUB > WS-CMP-COUNT
                  MOVE SPACES TO CHK-CMP-CODE(WS-CMP-SUB)
                  MOVE ZERO TO CHK-CMP-NEXT-CHECK-NO(WS-CMP-SUB)
                  MOVE ZERO TO CHK-CMP-EMP-COUNT(WS-CMP-SUB)
                  MOVE ZERO TO CHK-CMP-ACCEPT-COUNT(WS-CMP-SUB)
                  MOVE ZERO TO CHK-CMP-TOTAL-PAY-WEEK(WS-CMP-SUB)
                  MOVE ZERO TO CHK-CMP-TOTAL-PAY-MONTH(WS-CMP-SUB)
               ELSE
                  MOVE WS-CMP-CODE(WS-CMP-SUB)
                       TO CHK-CMP-CODE(WS-CMP-SUB)
                  MOVE WS-CMP-NEXT-CHECK-NO(WS-CMP-SUB)
                       TO CHK-CMP-NEXT-CHECK-NO(WS-CMP-SUB)
                  MOVE WS-CMP-EMP-COUNT(WS-CMP-SUB)
                       TO CHK-CMP-EMP-COUNT(WS-CMP-SUB)
                  MOVE WS-CMP-ACCEPT-COUNT(WS-CMP-SUB)
                       TO CHK-CMP-ACCEPT-COUNT(WS-CMP-SUB)
                  MOVE WS-CMP-TOTAL-PAY-WEEK(WS-CMP-SUB)
                       TO CHK-CMP-TOTAL-PAY-WEEK(WS-CMP-SUB)
                  MOVE WS-CMP-TOTAL-PAY-MONTH(WS-CMP-SUB)
                       TO CHK-CMP-TOTAL-PAY-MONTH(WS-CMP-SUB)
               END-IF
            END-PERFORM.
            WRITE CHECKPOINT-RECORD.
            IF FUNCTION MOD(REC-COUNTER WS-CHECKPOINT-INTERVAL) = 0
               DISPLAY "CHECKPOINT STATUS: " REC-COUNTER
               END-IF
            ELSE
               IF NOT TIMECARD-FOUND
                  IF FINAL-PAY-RUN OR WS-SUP-COUNT > ZERO
                     MOVE ZERO TO EMP-HOURS
                  ELSE
                     MOVE "Y" TO WS-EDIT-SWITCH
                     MOVE "E06" TO EX-REASON-CODE
                     MOVE "NO TIMECARD SUBMITTED FOR PAY PERIOD"
                          TO EX-REASON-TEXT
                     PERFORM WRITE-EXCEPTION-LINE
                  END-IF
               END-IF
               IF EMP-HOURS NOT NUMERIC OR EMP-HOURS > 168
                  MOVE "Y" TO WS-EDIT-SWITCH
                  PERFORM WRITE-EXCEPTION-LINE
               END-IF
            END-IF.
            IF EMP-TERMINATED AND NOT FINAL-PAY-RUN
               MOVE "Y" TO WS-EDIT-SWITCH
               MOVE "E03" TO EX-REASON-CODE
               MOVE "EMPLOYEE STATUS IS TERMINATED"
                    TO EX-REASON-TEXT
               PERFORM WRITE-EXCEPTION-LINE
            END-IF.
            IF FINAL-PAY-RUN
               AND FUNCTION TEST-DATE-YYYYMMDD(EMP-TERM-DATE)
                   NOT = ZERO
               MOVE "Y" TO WS-EDIT-SWITCH
               MOVE "E15" TO EX-REASON-CODE
               MOVE "TERMINATION DATE INVALID"
                    TO EX-REASON-TEXT
               PERFORM WRITE-EXCEPTION-LINE
            END-IF.
            MOVE EMP-COMPANY-CODE TO WS-CMP-LOOKUP-CODE.
            PERFORM FIND-COMPANY.
            IF WS-CMP-MATCH-SUB = ZERO
               MOVE "Y" TO WS-EDIT-SWITCH
               MOVE "E13" TO EX-REASON-CODE
               MOVE "COMPANY CODE NOT ON COMPMAST"
                    TO EX-REASON-TEXT
               PERFORM WRITE-EXCEPTION-LINE
            END-IF.
            IF DEPT-MASTER-LOADED
               MOVE EMP-DEPT TO WS-DPT-LOOKUP-CODE
               PERFORM FIND-DEPARTMENT
               ELSE
                  IF WS-DPT-ACTIVE(WS-DPT-MATCH-SUB) NOT = "A"
                     PERFORM REJECT-BAD-DEPARTMENT
                  ELSE
                     IF WS-DPT-COMPANY(WS-DPT-MATCH-SUB) NOT = SPACES
                        AND WS-DPT-COMPANY(WS-DPT-MATCH-SUB)
                            NOT = EMP-COMPANY-CODE
                        MOVE "Y" TO WS-EDIT-SWITCH
                        MOVE "E14" TO EX-REASON-CODE
                        MOVE "DEPARTMENT BELONGS TO ANOTHER COMPANY"
                             TO EX-REASON-TEXT
                        PERFORM WRITE-EXCEPTION-LINE
                     END-IF
                  END-IF
               END-IF
            END-IF.
            WRITE EX-DETAIL-LINE.
         PAYMENT-WEEKLY.
            MOVE ZERO TO WS-STUB-TIER-COUNT.
            MOVE 1 TO WS-ACCRUE-FACTOR.
            IF EMP-SALARIED
               IF FINAL-PAY-RUN
                  PERFORM COUNT-FINAL-PAY-WORKDAYS
                  COMPUTE EMP-PAY-WEEK ROUNDED =
                     EMP-SALARY-AMOUNT * WS-FP-WORKDAYS / 5
                  COMPUTE WS-ACCRUE-FACTOR ROUNDED =
                     WS-FP-WORKDAYS / 5
               ELSE
                  MOVE EMP-SALARY-AMOUNT TO EMP-PAY-WEEK
               END-IF
               MOVE ZERO TO EMP-OT-RATE
               MOVE ZERO TO EMP-HOURS
            ELSE
            MOVE ZERO TO WS-LEV-STUB-VAC.
            MOVE ZERO TO WS-LEV-STUB-SICK.
            MOVE ZERO TO WS-LEV-STUB-PERS.
            MOVE ZERO TO WS-LEV-PAYOUT-HOURS.
            MOVE ZERO TO WS-LEV-PAYOUT-AMOUNT.
            PERFORM FIND-LEAVE-RECORD.
            IF WS-LEV-MATCH-SUB = ZERO
               PERFORM CREATE-LEAVE-RECORD
            END-IF.
            IF WS-LEV-MATCH-SUB > ZERO
               IF (EMP-SALARIED AND WS-ACCRUE-FACTOR > ZERO)
                  OR TIMECARD-FOUND
                  PERFORM ACCRUE-LEAVE
               END-IF
               IF NOT EMP-SALARIED AND TIMECARD-FOUND
                  PERFORM DRAW-DOWN-LEAVE
               END-IF
               IF FINAL-PAY-RUN AND NOT RECORD-REJECTED
                  PERFORM PAY-OUT-LEAVE-BALANCES
               END-IF
               MOVE WS-LEV-VAC-BALANCE(WS-LEV-MATCH-SUB)
                    TO WS-LEV-STUB-VAC
               MOVE WS-LEV-SICK-BALANCE(WS-LEV-MATCH-SUB)
                    TO WS-LEV-STUB-SICK
               MOVE WS-LEV-PERS-BALANCE(WS-LEV-MATCH-SUB)
                    TO WS-LEV-STUB-PERS
               IF FINAL-PAY-RUN
                  MOVE ZERO TO WS-LEV-STUB-VAC
                  MOVE ZERO TO WS-LEV-STUB-SICK
                  MOVE ZERO TO WS-LEV-STUB-PERS
               END-IF
            END-IF.
         FIND-LEAVE-RECORD.
            MOVE ZERO TO WS-LEV-MATCH-SUB.
            END-IF.
            EVALUATE TRUE
               WHEN WS-LEV-TENURE-YEARS < 2
                  COMPUTE WS-LEV-VAC-BALANCE(WS-LEV-MATCH-SUB) ROUNDED
                     = WS-LEV-VAC-BALANCE(WS-LEV-MATCH-SUB)
                     + WS-ACCRUE-VAC-TIER1 * WS-ACCRUE-FACTOR
               WHEN WS-LEV-TENURE-YEARS < 5
                  COMPUTE WS-LEV-VAC-BALANCE(WS-LEV-MATCH-SUB) ROUNDED
                     = WS-LEV-VAC-BALANCE(WS-LEV-MATCH-SUB)
                     + WS-ACCRUE-VAC-TIER2 * WS-ACCRUE-FACTOR
               WHEN OTHER
                  COMPUTE WS-LEV-VAC-BALANCE(WS-LEV-MATCH-SUB) ROUNDED
                     = WS-LEV-VAC-BALANCE(WS-LEV-MATCH-SUB)
                     + WS-ACCRUE-VAC-TIER3 * WS-ACCRUE-FACTOR
            END-EVALUATE.
            COMPUTE WS-LEV-SICK-BALANCE(WS-LEV-MATCH-SUB) ROUNDED =
               WS-LEV-SICK-BALANCE(WS-LEV-MATCH-SUB)
               + WS-ACCRUE-SICK * WS-ACCRUE-FACTOR.
            COMPUTE WS-LEV-PERS-BALANCE(WS-LEV-MATCH-SUB) ROUNDED =
               WS-LEV-PERS-BALANCE(WS-LEV-MATCH-SUB)
               + WS-ACCRUE-PERS * WS-ACCRUE-FACTOR.
         DRAW-DOWN-LEAVE.
            MOVE WS-CUR-TMC-VAC-HOURS TO WS-LEV-VAC-TAKEN.
            MOVE WS-CUR-TMC-SICK-HOURS TO WS-LEV-SICK-TAKEN.
                  ADD WS-LEV-TOTAL-TAKEN TO EMP-HOURS
               END-IF
            END-IF.
         PAY-OUT-LEAVE-BALANCES.
            IF EMP-SALARIED
               COMPUTE WS-LEV-PAYOUT-RATE ROUNDED =
                  EMP-SALARY-AMOUNT / WS-STANDARD-WEEK-HOURS
            ELSE
               MOVE EMP-HOURLY-RATE TO WS-LEV-PAYOUT-RATE
            END-IF.
            MOVE WS-LEV-VAC-BALANCE(WS-LEV-MATCH-SUB)
                 TO WS-LEV-PAYOUT-HOURS.
            COMPUTE WS-LEV-PAYOUT-AMOUNT ROUNDED =
               WS-LEV-PAYOUT-HOURS * WS-LEV-PAYOUT-RATE.
            ADD WS-LEV-PAYOUT-AMOUNT TO EMP-PAY-WEEK.
         ADD-SUPPLEMENTAL-EARNINGS.
            MOVE ZERO TO WS-SUP-TOTAL.
            PERFORM VARYING WS-SUP-SUB FROM 1 BY 1
                    UNTIL WS-SUP-SUB > WS-SUP-COUNT
               MOVE WS-SUP-EARN-CODE(WS-SUP-SUB) TO WS-ERN-LOOKUP-CODE
               PERFORM FIND-EARNINGS-CODE
               IF WS-ERN-MATCH-SUB = ZERO
                  OR WS-SUP-AMOUNT(WS-SUP-SUB) = ZERO
                  MOVE "Y" TO WS-EDIT-SWITCH
                  MOVE "E11" TO EX-REASON-CODE
                  MOVE "SUPPLEMENTAL EARNINGS CODE OR AMOUNT INVALID"
                       TO EX-REASON-TEXT
                  PERFORM WRITE-EXCEPTION-LINE
               ELSE
                  MOVE WS-ERN-MATCH-SUB TO WS-SUP-ERN-SUB(WS-SUP-SUB)
                  ADD WS-SUP-AMOUNT(WS-SUP-SUB) TO WS-SUP-TOTAL
               END-IF
            END-PERFORM.
            ADD WS-SUP-TOTAL TO EMP-PAY-WEEK.
         COMPUTE-WITHHOLDING.
            MOVE ZERO TO EMP-FED-TAX EMP-STATE-TAX EMP-FICA EMP-NET-PAY.
            MOVE ZERO TO EMP-SS-TAX EMP-MEDICARE-TAX
                         EMP-ADDL-MEDICARE-TAX.
            MOVE ZERO TO EMP-FUTA-TAX EMP-SUTA-TAX.
            MOVE ZERO TO WS-SS-WAGES WS-FUTA-WAGES WS-SUTA-WAGES.
            MOVE ZERO TO WS-SUP-FED-TAX.
            COMPUTE WS-REGULAR-PAY = EMP-PAY-WEEK - WS-SUP-TOTAL.
            MOVE "N" TO WS-TAX-MATCH-SWITCH.
            PERFORM VARYING WS-TAX-SUB FROM 1 BY 1
                    UNTIL WS-TAX-SUB > WS-TAX-TABLE-COUNT
               IF WS-TT-FILING-STATUS(WS-TAX-SUB) = EMP-FILING-STATUS
                  AND WS-REGULAR-PAY <= WS-TT-BRACKET-UPPER(WS-TAX-SUB)
                  COMPUTE EMP-FED-TAX ROUNDED =
                     WS-REGULAR-PAY * WS-TT-FED-RATE(WS-TAX-SUB)
                  COMPUTE EMP-STATE-TAX ROUNDED =
                     EMP-PAY-WEEK * WS-TT-STATE-RATE(WS-TAX-SUB)
                  MOVE "Y" TO WS-TAX-MATCH-SWITCH
                  MOVE WS-TAX-TABLE-COUNT TO WS-TAX-SUB
               END-IF
            END-PERFORM.
            IF TAX-BRACKET-FOUND
               COMPUTE WS-SUP-FED-TAX ROUNDED =
                  WS-SUP-TOTAL * WS-SUPP-FED-RATE
               ADD WS-SUP-FED-TAX TO EMP-FED-TAX
               PERFORM COMPUTE-PAYROLL-TAXES
               COMPUTE EMP-NET-PAY ROUNDED =
                  EMP-PAY-WEEK - EMP-FED-TAX - EMP-STATE-TAX - EMP-FICA
            ELSE
                    TO EX-REASON-TEXT
               PERFORM WRITE-EXCEPTION-LINE
            END-IF.
         COMPUTE-PAYROLL-TAXES.
            PERFORM GET-YTD-WAGE-BASES.
            MOVE WS-SS-WAGE-BASE TO WS-CAP-WAGE-BASE.
            MOVE WS-PRIOR-SS-WAGES TO WS-CAP-PRIOR-WAGES.
            PERFORM APPLY-WAGE-BASE.
            MOVE WS-CAP-TAXABLE-WAGES TO WS-SS-WAGES.
            COMPUTE EMP-SS-TAX ROUNDED = WS-SS-WAGES * WS-SS-RATE.
            COMPUTE EMP-MEDICARE-TAX ROUNDED =
               EMP-PAY-WEEK * WS-MEDICARE-RATE.
            MOVE WS-ADDL-MEDICARE-THRESHOLD TO WS-CAP-WAGE-BASE.
            MOVE WS-PRIOR-MEDICARE-WAGES TO WS-CAP-PRIOR-WAGES.
            PERFORM APPLY-WAGE-BASE.
            COMPUTE WS-ADDL-MEDICARE-WAGES =
               EMP-PAY-WEEK - WS-CAP-TAXABLE-WAGES.
            COMPUTE EMP-ADDL-MEDICARE-TAX ROUNDED =
               WS-ADDL-MEDICARE-WAGES * WS-ADDL-MEDICARE-RATE.
            COMPUTE EMP-FICA =
               EMP-SS-TAX + EMP-MEDICARE-TAX + EMP-ADDL-MEDICARE-TAX.
            MOVE WS-FUTA-WAGE-BASE TO WS-CAP-WAGE-BASE.
            MOVE WS-PRIOR-FUTA-WAGES TO WS-CAP-PRIOR-WAGES.
            PERFORM APPLY-WAGE-BASE.
            MOVE WS-CAP-TAXABLE-WAGES TO WS-FUTA-WAGES.
            COMPUTE EMP-FUTA-TAX ROUNDED = WS-FUTA-WAGES * WS-FUTA-RATE.
            MOVE WS-SUTA-WAGE-BASE TO WS-CAP-WAGE-BASE.
            MOVE WS-PRIOR-SUTA-WAGES TO WS-CAP-PRIOR-WAGES.
            PERFORM APPLY-WAGE-BASE.
            MOVE WS-CAP-TAXABLE-WAGES TO WS-SUTA-WAGES.
            COMPUTE EMP-SUTA-TAX ROUNDED = WS-SUTA-WAGES * WS-SUTA-RATE.
         GET-YTD-WAGE-BASES.
            MOVE ZERO TO WS-PRIOR-SS-WAGES.
            MOVE ZERO TO WS-PRIOR-MEDICARE-WAGES.
            MOVE ZERO TO WS-PRIOR-FUTA-WAGES.
            MOVE ZERO TO WS-PRIOR-SUTA-WAGES.
            MOVE EMP-ID TO YTD-ID.
            READ YTD-MASTER-FILE
                INVALID KEY CONTINUE
                NOT INVALID KEY
                    MOVE YTD-SS-WAGES-YTD TO WS-PRIOR-SS-WAGES
                    MOVE YTD-MEDICARE-WAGES-YTD
                         TO WS-PRIOR-MEDICARE-WAGES
                    MOVE YTD-FUTA-WAGES-YTD TO WS-PRIOR-FUTA-WAGES
                    MOVE YTD-SUTA-WAGES-YTD TO WS-PRIOR-SUTA-WAGES
            END-READ.
         APPLY-WAGE-BASE.
            COMPUTE WS-WAGE-BASE-ROOM =
               WS-CAP-WAGE-BASE - WS-CAP-PRIOR-WAGES.
            IF WS-WAGE-BASE-ROOM NOT > ZERO
               MOVE ZERO TO WS-CAP-TAXABLE-WAGES
            ELSE
               IF EMP-PAY-WEEK > WS-WAGE-BASE-ROOM
                  MOVE WS-WAGE-BASE-ROOM TO WS-CAP-TAXABLE-WAGES
               ELSE
                  MOVE EMP-PAY-WEEK TO WS-CAP-TAXABLE-WAGES
               END-IF
            END-IF.
         APPLY-DEDUCTIONS.
            MOVE ZERO TO WS-DED-401K-WEEK.
            MOVE ZERO TO WS-DED-INS-WEEK.
                  IF WS-DED-EMP-ID(WS-DED-SUB) = EMP-ID
                     AND WS-DED-PRIORITY-NO(WS-DED-SUB)
                         = WS-DED-PRIORITY-SUB
                     AND DED-ENTRY-ACTIVE(WS-DED-SUB)
                     PERFORM APPLY-ONE-DEDUCTION
                  END-IF
               END-PERFORM
               PERFORM VARYING WS-GRN-SUB FROM 1 BY 1
                       UNTIL WS-GRN-SUB > WS-GRN-COUNT
                  IF WS-GRN-EMP-ID(WS-GRN-SUB) = EMP-ID
                     AND GRN-ENTRY-ACTIVE(WS-GRN-SUB)
                     AND ((WS-GRN-RANK = 1
                           AND WS-GRN-ORDER-TYPE(WS-GRN-SUB) = "C")
                       OR (WS-GRN-RANK = 2
               MOVE WS-PAY-PERIOD-END TO GR-SUM-PERIOD-END
               WRITE GR-SUMMARY-RECORD
            END-PERFORM.
         COMPUTE-EMPLOYER-MATCH.
            MOVE ZERO TO WS-EMPLOYER-MATCH.
            IF WS-DED-401K-WEEK > ZERO
               COMPUTE WS-MATCH-DEFERRAL-CAP ROUNDED =
                  EMP-PAY-WEEK * WS-DEFERRAL-CAP-PCT
               IF WS-DED-401K-WEEK > WS-MATCH-DEFERRAL-CAP
                  MOVE WS-MATCH-DEFERRAL-CAP TO WS-MATCH-ELIGIBLE
               ELSE
                  MOVE WS-DED-401K-WEEK TO WS-MATCH-ELIGIBLE
               END-IF
               COMPUTE WS-EMPLOYER-MATCH ROUNDED =
                  WS-MATCH-ELIGIBLE * WS-MATCH-PCT
            END-IF.
         WRITE-BENEFIT-REMITTANCE.
            IF WS-DED-401K-WEEK > ZERO OR WS-EMPLOYER-MATCH > ZERO
               MOVE "D" TO RK-RECORD-TYPE
               MOVE EMP-ID TO RK-EMP-ID
               MOVE EMP-NAME TO RK-EMP-NAME
               MOVE WS-PAY-PERIOD-END TO RK-PERIOD-END-DATE
               MOVE WS-DED-401K-WEEK TO RK-DEFERRAL
               MOVE WS-EMPLOYER-MATCH TO RK-MATCH
               MOVE EMP-401K-DEFERRAL-YTD TO RK-DEFERRAL-YTD
               MOVE EMP-401K-MATCH-YTD TO RK-MATCH-YTD
               WRITE RK-DETAIL-RECORD
            END-IF.
            IF WS-DED-INS-WEEK > ZERO
               MOVE "D" TO CP-RECORD-TYPE
               MOVE EMP-ID TO CP-EMP-ID
               MOVE EMP-NAME TO CP-EMP-NAME
               MOVE WS-PAY-PERIOD-END TO CP-PERIOD-END-DATE
               MOVE WS-DED-INS-WEEK TO CP-PREMIUM
               WRITE CP-DETAIL-RECORD
            END-IF.
         WRITE-BENEFIT-TRAILERS.
            MOVE ZERO TO WS-RK-FILE-COUNT.
            MOVE ZERO TO WS-RK-FILE-DEFERRAL.
            MOVE ZERO TO WS-RK-FILE-MATCH.
            CLOSE RECORDKEEPER-FILE.
            OPEN INPUT RECORDKEEPER-FILE.
            PERFORM UNTIL WS-RKP-FILE-STATUS NOT = "00"
               READ RECORDKEEPER-FILE
                   AT END MOVE "10" TO WS-RKP-FILE-STATUS
                   NOT AT END
                       IF RK-RECORD-TYPE = "D"
                          ADD 1 TO WS-RK-FILE-COUNT
                          ADD RK-DEFERRAL TO WS-RK-FILE-DEFERRAL
                          ADD RK-MATCH TO WS-RK-FILE-MATCH
                       END-IF
               END-READ
            END-PERFORM.
            CLOSE RECORDKEEPER-FILE.
            OPEN EXTEND RECORDKEEPER-FILE.
            MOVE "T" TO RK-TRL-RECORD-TYPE.
            MOVE WS-RK-FILE-COUNT TO RK-TRL-RECORD-COUNT.
            MOVE WS-RK-FILE-DEFERRAL TO RK-TRL-DEFERRAL.
            MOVE WS-RK-FILE-MATCH TO RK-TRL-MATCH.
            MOVE WS-PAY-PERIOD-END TO RK-TRL-PERIOD-END.
            WRITE RK-TRAILER-RECORD.
            MOVE ZERO TO WS-CP-FILE-COUNT.
            MOVE ZERO TO WS-CP-FILE-PREMIUM.
            CLOSE CARRIER-PREMIUM-FILE.
            OPEN INPUT CARRIER-PREMIUM-FILE.
            PERFORM UNTIL WS-CPR-FILE-STATUS NOT = "00"
               READ CARRIER-PREMIUM-FILE
                   AT END MOVE "10" TO WS-CPR-FILE-STATUS
                   NOT AT END
                       IF CP-RECORD-TYPE = "D"
                          ADD 1 TO WS-CP-FILE-COUNT
                          ADD CP-PREMIUM TO WS-CP-FILE-PREMIUM
                       END-IF
               END-READ
            END-PERFORM.
            CLOSE CARRIER-PREMIUM-FILE.
            OPEN EXTEND CARRIER-PREMIUM-FILE.
            MOVE "T" TO CP-TRL-RECORD-TYPE.
            MOVE WS-CP-FILE-COUNT TO CP-TRL-RECORD-COUNT.
            MOVE WS-CP-FILE-PREMIUM TO CP-TRL-PREMIUM.
            MOVE WS-PAY-PERIOD-END TO CP-TRL-PERIOD-END.
            WRITE CP-TRAILER-RECORD.
         BALANCE-BENEFIT-FILES.
            MOVE ZERO TO WS-RK-FILE-COUNT WS-RK-FILE-DEFERRAL
                         WS-RK-FILE-MATCH WS-RK-TRL-COUNT
                         WS-RK-TRL-DEFERRAL WS-RK-TRL-MATCH.
            MOVE ZERO TO WS-CP-FILE-COUNT WS-CP-FILE-PREMIUM
                         WS-CP-TRL-COUNT WS-CP-TRL-PREMIUM.
            MOVE ZERO TO WS-GL-401K-CREDITS WS-GL-MATCH-DEBITS
                         WS-GL-INS-CREDITS.
            OPEN INPUT RECORDKEEPER-FILE.
            PERFORM UNTIL WS-RKP-FILE-STATUS NOT = "00"
               READ RECORDKEEPER-FILE
                   AT END MOVE "10" TO WS-RKP-FILE-STATUS
                   NOT AT END
                       IF RK-RECORD-TYPE = "D"
                          ADD 1 TO WS-RK-FILE-COUNT
                          ADD RK-DEFERRAL TO WS-RK-FILE-DEFERRAL
                          ADD RK-MATCH TO WS-RK-FILE-MATCH
                       ELSE
                          MOVE RK-TRL-RECORD-COUNT TO WS-RK-TRL-COUNT
                          MOVE RK-TRL-DEFERRAL TO WS-RK-TRL-DEFERRAL
                          MOVE RK-TRL-MATCH TO WS-RK-TRL-MATCH
                       END-IF
               END-READ
            END-PERFORM.
            CLOSE RECORDKEEPER-FILE.
            OPEN INPUT CARRIER-PREMIUM-FILE.
            PERFORM UNTIL WS-CPR-FILE-STATUS NOT = "00"
               READ CARRIER-PREMIUM-FILE
                   AT END MOVE "10" TO WS-CPR-FILE-STATUS
                   NOT AT END
                       IF CP-RECORD-TYPE = "D"
                          ADD 1 TO WS-CP-FILE-COUNT
                          ADD CP-PREMIUM TO WS-CP-FILE-PREMIUM
                       ELSE
                          MOVE CP-TRL-RECORD-COUNT TO WS-CP-TRL-COUNT
                          MOVE CP-TRL-PREMIUM TO WS-CP-TRL-PREMIUM
                       END-IF
               END-READ
            END-PERFORM.
            CLOSE CARRIER-PREMIUM-FILE.
            IF FINAL-PAY-RUN
               OPEN INPUT FINAL-PAY-GL-FILE
               PERFORM UNTIL WS-FPG-FILE-STATUS NOT = "00"
                  READ FINAL-PAY-GL-FILE
                      AT END MOVE "10" TO WS-FPG-FILE-STATUS
                      NOT AT END PERFORM TALLY-GL-BENEFIT-LINE
                  END-READ
               END-PERFORM
               CLOSE FINAL-PAY-GL-FILE
            ELSE
               OPEN INPUT GL-EXTRACT-FILE
               PERFORM UNTIL WS-GL-FILE-STATUS NOT = "00"
                  READ GL-EXTRACT-FILE
                      AT END MOVE "10" TO WS-GL-FILE-STATUS
                      NOT AT END PERFORM TALLY-GL-BENEFIT-LINE
                  END-READ
               END-PERFORM
               CLOSE GL-EXTRACT-FILE
            END-IF.
            OPEN OUTPUT BENEFIT-BALANCE-FILE.
            MOVE SPACES TO BB-H1-TITLE.
            IF WS-CMP-COUNT = 1
               STRING WS-CMP-LEGAL-NAME(1) DELIMITED BY "  "
                      " - BENEFIT REMITTANCE BALANCING"
                      DELIMITED BY SIZE
                      INTO BB-H1-TITLE
            ELSE
               MOVE "ALL COMPANIES - BENEFIT REMITTANCE BALANCING"
                    TO BB-H1-TITLE
            END-IF.
            MOVE WS-PAY-PERIOD-END TO BB-H1-DATE.
            WRITE BB-HEADING-LINE.
            WRITE BB-COLUMN-HEADING AFTER ADVANCING 2 LINES.
            MOVE "401K RECORDKEEPER RKCONTRB" TO BB-STS-LABEL.
            MOVE SPACES TO BB-STS-TEXT.
            WRITE BB-STATUS-LINE AFTER ADVANCING 2 LINES.
            MOVE "  DETAIL RECORDS" TO BB-DTL-LABEL.
            MOVE WS-RK-FILE-COUNT TO BB-DTL-COUNT.
            MOVE WS-RK-FILE-DEFERRAL TO BB-DTL-AMOUNT.
            MOVE WS-RK-FILE-MATCH TO BB-DTL-MATCH.
            WRITE BB-DETAIL-LINE AFTER ADVANCING 1 LINE.
            MOVE "  TRAILER" TO BB-DTL-LABEL.
            MOVE WS-RK-TRL-COUNT TO BB-DTL-COUNT.
            MOVE WS-RK-TRL-DEFERRAL TO BB-DTL-AMOUNT.
            MOVE WS-RK-TRL-MATCH TO BB-DTL-MATCH.
            WRITE BB-DETAIL-LINE AFTER ADVANCING 1 LINE.
            MOVE "  GL 401K PAYABLE / EXPENSE" TO BB-DTL-LABEL.
            MOVE ZERO TO BB-DTL-COUNT.
            COMPUTE BB-DTL-AMOUNT =
               WS-GL-401K-CREDITS - WS-GL-MATCH-DEBITS.
            MOVE WS-GL-MATCH-DEBITS TO BB-DTL-MATCH.
            WRITE BB-DETAIL-LINE AFTER ADVANCING 1 LINE.
            MOVE "  STATUS" TO BB-STS-LABEL.
            IF WS-RK-FILE-COUNT = WS-RK-TRL-COUNT
               AND WS-RK-FILE-DEFERRAL = WS-RK-TRL-DEFERRAL
               AND WS-RK-FILE-MATCH = WS-RK-TRL-MATCH
               AND WS-RK-FILE-MATCH = WS-GL-MATCH-DEBITS
               AND WS-RK-FILE-DEFERRAL + WS-RK-FILE-MATCH
                   = WS-GL-401K-CREDITS
               MOVE "IN BALANCE" TO BB-STS-TEXT
            ELSE
               MOVE "*** OUT OF BALANCE - DO NOT TRANSMIT ***"
                  TO BB-STS-TEXT
               DISPLAY "*** RKCONTRB OUT OF BALANCE - SEE BENBAL ***"
            END-IF.
            WRITE BB-STATUS-LINE AFTER ADVANCING 1 LINE.
            MOVE "INSURANCE CARRIER INSPREM" TO BB-STS-LABEL.
            MOVE SPACES TO BB-STS-TEXT.
            WRITE BB-STATUS-LINE AFTER ADVANCING 2 LINES.
            MOVE ZERO TO BB-DTL-MATCH.
            MOVE "  DETAIL RECORDS" TO BB-DTL-LABEL.
            MOVE WS-CP-FILE-COUNT TO BB-DTL-COUNT.
            MOVE WS-CP-FILE-PREMIUM TO BB-DTL-AMOUNT.
            WRITE BB-DETAIL-LINE AFTER ADVANCING 1 LINE.
            MOVE "  TRAILER" TO BB-DTL-LABEL.
            MOVE WS-CP-TRL-COUNT TO BB-DTL-COUNT.
            MOVE WS-CP-TRL-PREMIUM TO BB-DTL-AMOUNT.
            WRITE BB-DETAIL-LINE AFTER ADVANCING 1 LINE.
            MOVE "  GL INSURANCE PAYABLE" TO BB-DTL-LABEL.
            MOVE ZERO TO BB-DTL-COUNT.
            MOVE WS-GL-INS-CREDITS TO BB-DTL-AMOUNT.
            WRITE BB-DETAIL-LINE AFTER ADVANCING 1 LINE.
            MOVE "  STATUS" TO BB-STS-LABEL.
            IF WS-CP-FILE-COUNT = WS-CP-TRL-COUNT
               AND WS-CP-FILE-PREMIUM = WS-CP-TRL-PREMIUM
               AND WS-CP-FILE-PREMIUM = WS-GL-INS-CREDITS
               MOVE "IN BALANCE" TO BB-STS-TEXT
            ELSE
               MOVE "*** OUT OF BALANCE - DO NOT TRANSMIT ***"
                  TO BB-STS-TEXT
               DISPLAY "*** INSPREM OUT OF BALANCE - SEE BENBAL ***"
            END-IF.
            WRITE BB-STATUS-LINE AFTER ADVANCING 1 LINE.
            CLOSE BENEFIT-BALANCE-FILE.
         TALLY-GL-BENEFIT-LINE.
            MOVE GL-COMPANY-CODE TO WS-CMP-LOOKUP-CODE.
            PERFORM FIND-COMPANY.
            IF WS-CMP-MATCH-SUB > ZERO
               MOVE WS-CMP-GL-ACCOUNT-SET(WS-CMP-MATCH-SUB)
                    TO WS-GL-ACCOUNT-SET
            END-IF.
            EVALUATE GL-ACCOUNT-NUMBER
               WHEN WS-GL-401K-ACCOUNT
                  ADD GL-CREDIT-AMOUNT TO WS-GL-401K-CREDITS
               WHEN WS-GL-BENEFIT-ACCOUNT
                  ADD GL-DEBIT-AMOUNT TO WS-GL-MATCH-DEBITS
               WHEN WS-GL-INS-ACCOUNT
                  ADD GL-CREDIT-AMOUNT TO WS-GL-INS-CREDITS
            END-EVALUATE.
         PAYMENT-MONTHLY.
            IF EMP-SALARIED
               MOVE ZERO TO EMP-REWARD
               COMPUTE EMP-PAY-MONTH =
                  EMP-SALARY-AMOUNT * WS-PERIODS-IN-MONTH
                  + WS-SUP-TOTAL
            ELSE
               IF EMP-HOURS > 150
                  MOVE .50 TO EMP-REWARD
                  MOVE ZERO TO EMP-REWARD
               END-IF
               COMPUTE EMP-PAY-MONTH =
                     ((EMP-PAY-WEEK - WS-SUP-TOTAL) * 4)
                     * (1 + EMP-REWARD) + WS-SUP-TOTAL
            END-IF.
         SHOW-OUTPUT.
            IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
            MOVE EMP-NET-PAY TO PR-DTL-NET-PAY.
            WRITE PR-DETAIL-LINE.
            ADD 1 TO WS-LINE-COUNT.
            PERFORM WRITE-SUPPLEMENTAL-LINES.
            ADD EMP-PAY-WEEK TO WS-TOTAL-PAY-WEEK.
            ADD EMP-PAY-MONTH TO WS-TOTAL-PAY-MONTH.
            ADD EMP-PAY-WEEK TO WS-CMP-TOTAL-PAY-WEEK(WS-CMP-CUR-SUB).
            ADD EMP-PAY-MONTH
               TO WS-CMP-TOTAL-PAY-MONTH(WS-CMP-CUR-SUB).
            ADD EMP-PAY-WEEK TO WS-DEPT-TOTAL-PAY-WEEK.
            ADD EMP-PAY-MONTH TO WS-DEPT-TOTAL-PAY-MONTH.
            ADD EMP-SS-TAX EMP-MEDICARE-TAX EMP-FUTA-TAX EMP-SUTA-TAX
               TO WS-DEPT-TOTAL-EMPLR-TAX.
            COMPUTE WS-DEPT-TOTAL-SS-LIAB =
               WS-DEPT-TOTAL-SS-LIAB + (EMP-SS-TAX * 2).
            COMPUTE WS-DEPT-TOTAL-MED-LIAB =
               WS-DEPT-TOTAL-MED-LIAB + (EMP-MEDICARE-TAX * 2)
               + EMP-ADDL-MEDICARE-TAX.
            ADD EMP-FUTA-TAX TO WS-DEPT-TOTAL-FUTA.
            ADD EMP-SUTA-TAX TO WS-DEPT-TOTAL-SUTA.
            ADD WS-DED-401K-WEEK TO WS-DEPT-TOTAL-401K.
            ADD WS-EMPLOYER-MATCH TO WS-DEPT-TOTAL-MATCH.
            ADD WS-DED-INS-WEEK TO WS-DEPT-TOTAL-INS.
            ADD WS-DED-GARN-WEEK TO WS-DEPT-TOTAL-GARN.
            PERFORM DISTRIBUTE-LABOR.
         WRITE-SUPPLEMENTAL-LINES.
            PERFORM VARYING WS-SUP-SUB FROM 1 BY 1
                    UNTIL WS-SUP-SUB > WS-SUP-COUNT
               MOVE WS-SUP-ERN-SUB(WS-SUP-SUB) TO WS-ERN-SUB
               MOVE WS-SUP-EARN-CODE(WS-SUP-SUB) TO PR-SUP-CODE
               MOVE WS-ERN-DESCRIPTION(WS-ERN-SUB) TO PR-SUP-DESC
               MOVE WS-SUP-AMOUNT(WS-SUP-SUB) TO PR-SUP-AMOUNT
               WRITE PR-SUPP-LINE
               ADD 1 TO WS-LINE-COUNT
               ADD WS-SUP-AMOUNT(WS-SUP-SUB)
                  TO WS-DEPT-SUP-AMOUNT(WS-ERN-SUB)
            END-PERFORM.
         DISTRIBUTE-LABOR.
            MOVE ZERO TO WS-DIST-CHG-TOTAL.
            COMPUTE WS-REGULAR-PAY = EMP-PAY-WEEK - WS-SUP-TOTAL.
            MOVE ZERO TO WS-DIST-ST-HOURS.
            MOVE ZERO TO WS-DIST-OT-HOURS.
            PERFORM VARYING WS-STUB-SUB FROM 1 BY 1
                    UNTIL WS-STUB-SUB > WS-STUB-TIER-COUNT
               IF WS-STUB-TIER-MULT(WS-STUB-SUB) > 1
                  ADD WS-STUB-TIER-HOURS(WS-STUB-SUB)
                     TO WS-DIST-OT-HOURS
               ELSE
                  ADD WS-STUB-TIER-HOURS(WS-STUB-SUB)
                     TO WS-DIST-ST-HOURS
               END-IF
            END-PERFORM.
            IF NOT EMP-SALARIED AND TIMECARD-FOUND
               PERFORM VARYING WS-DIST-CHG-SUB FROM 1 BY 1
                       UNTIL WS-DIST-CHG-SUB > 3
            END-IF.
            IF WS-DIST-CHG-TOTAL = ZERO
               MOVE EMP-DEPT TO WS-DIST-WORK-DEPT
               MOVE WS-REGULAR-PAY TO WS-DIST-SHARE
               MOVE WS-DIST-ST-HOURS TO WS-DIST-ST-SHARE
               MOVE WS-DIST-OT-HOURS TO WS-DIST-OT-SHARE
               PERFORM ADD-TO-LABOR-DIST
            ELSE
               MOVE ZERO TO WS-DIST-ALLOCATED
               MOVE ZERO TO WS-DIST-ST-ALLOCATED
               MOVE ZERO TO WS-DIST-OT-ALLOCATED
               MOVE WS-DIST-CHG-TOTAL TO WS-DIST-CHG-REMAIN
               PERFORM VARYING WS-DIST-CHG-SUB FROM 1 BY 1
                       UNTIL WS-DIST-CHG-SUB > 3
               FROM WS-DIST-CHG-REMAIN.
            IF WS-DIST-CHG-REMAIN = ZERO
               COMPUTE WS-DIST-SHARE =
                  WS-REGULAR-PAY - WS-DIST-ALLOCATED
               COMPUTE WS-DIST-ST-SHARE =
                  WS-DIST-ST-HOURS - WS-DIST-ST-ALLOCATED
               COMPUTE WS-DIST-OT-SHARE =
                  WS-DIST-OT-HOURS - WS-DIST-OT-ALLOCATED
            ELSE
               COMPUTE WS-DIST-SHARE ROUNDED =
                  WS-REGULAR-PAY *
                  WS-CUR-TMC-CHG-HOURS(WS-DIST-CHG-SUB)
                  / WS-DIST-CHG-TOTAL
               COMPUTE WS-DIST-ST-SHARE ROUNDED =
                  WS-DIST-ST-HOURS *
                  WS-CUR-TMC-CHG-HOURS(WS-DIST-CHG-SUB)
                  / WS-DIST-CHG-TOTAL
               COMPUTE WS-DIST-OT-SHARE ROUNDED =
                  WS-DIST-OT-HOURS *
                  WS-CUR-TMC-CHG-HOURS(WS-DIST-CHG-SUB)
                  / WS-DIST-CHG-TOTAL
            END-IF.
            ADD WS-DIST-SHARE TO WS-DIST-ALLOCATED.
            ADD WS-DIST-ST-SHARE TO WS-DIST-ST-ALLOCATED.
            ADD WS-DIST-OT-SHARE TO WS-DIST-OT-ALLOCATED.
            PERFORM ADD-TO-LABOR-DIST.
         ADD-TO-LABOR-DIST.
            MOVE ZERO TO WS-DIST-SLOT.
               END-IF
            END-IF.
            ADD WS-DIST-SHARE TO WS-DIST-AMOUNT(WS-DIST-SLOT).
            IF FINAL-RUN
               PERFORM WRITE-LABOR-DIST-RECORD
            END-IF.
         WRITE-LABOR-DIST-RECORD.
            IF FINAL-PAY-RUN
               MOVE WS-FP-LABOR-PERIOD TO LD-PERIOD-END
            ELSE
               MOVE WS-PAY-PERIOD-END TO LD-PERIOD-END
            END-IF.
            MOVE EMP-COMPANY-CODE TO LD-COMPANY-CODE.
            MOVE WS-DIST-WORK-DEPT TO LD-CHARGE-DEPT.
            MOVE EMP-DEPT TO LD-HOME-DEPT.
            MOVE EMP-ID TO LD-EMP-ID.
            MOVE WS-DIST-ST-SHARE TO LD-ST-HOURS.
            MOVE WS-DIST-OT-SHARE TO LD-OT-HOURS.
            MOVE WS-DIST-SHARE TO LD-LABOR-AMOUNT.
            WRITE LD-RECORD.
         WRITE-DIRECT-DEPOSIT.
            IF EMP-BANK-ROUTING NUMERIC
               AND EMP-BANK-ROUTING NOT = ZEROS
               AND EMP-BANK-ACCOUNT NOT = SPACES
               IF EMP-PRENOTE-VERIFIED
                  MOVE "D" TO WS-HIST-PAY-METHOD
                  MOVE ZERO TO WS-HIST-CHECK-NO
                  MOVE "D" TO DD-RECORD-TYPE
                  MOVE EMP-ID TO DD-EMP-ID
                  MOVE EMP-BANK-ROUTING TO DD-BANK-ROUTING
                    REWRITE MST-RECORD
            END-READ.
         WRITE-PAYROLL-CHECK.
            MOVE "C" TO WS-HIST-PAY-METHOD.
            MOVE WS-NEXT-CHECK-NO TO WS-HIST-CHECK-NO.
            MOVE WS-NEXT-CHECK-NO TO CK-CHECK-NO.
            MOVE EMP-ID TO CK-EMP-ID.
            MOVE EMP-NAME TO CK-EMP-NAME.
            MOVE EMP-STATE-TAX TO CKR-STATE-TAX.
            MOVE EMP-FICA TO CKR-FICA.
            MOVE EMP-NAME TO CKR-PAYEE-NAME.
            MOVE WS-SS-WAGES TO CKR-SS-WAGES.
            MOVE EMP-SS-TAX TO CKR-SS-TAX.
            COMPUTE CKR-MEDICARE-TAX =
               EMP-MEDICARE-TAX + EMP-ADDL-MEDICARE-TAX.
            MOVE ZERO TO CKR-PAID-DATE.
            MOVE EMP-COMPANY-CODE TO CKR-COMPANY-CODE.
            MOVE EMP-ADDL-MEDICARE-TAX TO CKR-ADDL-MEDICARE-TAX.
            WRITE CKR-RECORD.
            MOVE "I" TO PP-RECORD-TYPE.
            MOVE WS-POSPAY-ACCOUNT TO PP-ACCOUNT-NUMBER.
            WRITE PP-TRAILER-RECORD.
         WRITE-CHECK-CONTROL-OUT.
            OPEN OUTPUT CHECK-CONTROL-FILE.
            PERFORM VARYING WS-CMP-SUB FROM 1 BY 1
                    UNTIL WS-CMP-SUB > WS-CMP-COUNT
               MOVE WS-CMP-NEXT-CHECK-NO(WS-CMP-SUB)
                    TO CC-NEXT-CHECK-NO
               MOVE WS-CMP-CODE(WS-CMP-SUB) TO CC-COMPANY-CODE
               WRITE CHECK-CONTROL-RECORD
            END-PERFORM.
            CLOSE CHECK-CONTROL-FILE.
         WRITE-PAY-STUB.
            ADD 1 TO WS-STUB-COUNT.
            MOVE WS-STUB-TITLE TO ST-HEADING-TITLE.
            IF WS-STUB-COUNT = 1
               WRITE ST-HEADING-LINE
            ELSE
            WRITE ST-EMPLOYEE-LINE AFTER ADVANCING 2 LINES.
            MOVE WS-PAY-PERIOD-END TO ST-PERIOD-DATE.
            WRITE ST-PERIOD-LINE AFTER ADVANCING 1 LINE.
            IF FINAL-PAY-RUN
               MOVE EMP-TERM-DATE TO ST-TERM-DATE
               MOVE EMP-TERM-REASON TO ST-TERM-REASON
               WRITE ST-FINAL-PAY-LINE AFTER ADVANCING 1 LINE
            END-IF.
            WRITE ST-TIER-HEADING AFTER ADVANCING 2 LINES.
            PERFORM VARYING WS-STUB-SUB FROM 1 BY 1
                    UNTIL WS-STUB-SUB > WS-STUB-TIER-COUNT
               MOVE WS-STUB-TIER-AMOUNT(WS-STUB-SUB) TO ST-TIER-AMOUNT
               WRITE ST-TIER-LINE AFTER ADVANCING 1 LINE
            END-PERFORM.
            IF WS-LEV-PAYOUT-AMOUNT > ZERO
               MOVE "VAC PAYOUT HOURS" TO ST-AMT-LABEL
               MOVE WS-LEV-PAYOUT-HOURS TO ST-AMT-VALUE
               WRITE ST-AMOUNT-LINE AFTER ADVANCING 2 LINES
               MOVE "VACATION PAYOUT" TO ST-AMT-LABEL
               MOVE WS-LEV-PAYOUT-AMOUNT TO ST-AMT-VALUE
               WRITE ST-AMOUNT-LINE AFTER ADVANCING 1 LINE
            END-IF.
            PERFORM VARYING WS-SUP-SUB FROM 1 BY 1
                    UNTIL WS-SUP-SUB > WS-SUP-COUNT
               MOVE WS-SUP-ERN-SUB(WS-SUP-SUB) TO WS-ERN-SUB
               MOVE WS-ERN-DESCRIPTION(WS-ERN-SUB) TO ST-AMT-LABEL
               MOVE WS-SUP-AMOUNT(WS-SUP-SUB) TO ST-AMT-VALUE
               WRITE ST-AMOUNT-LINE AFTER ADVANCING 1 LINE
            END-PERFORM.
            MOVE "GROSS PAY" TO ST-AMT-LABEL.
            MOVE EMP-PAY-WEEK TO ST-AMT-VALUE.
            WRITE ST-AMOUNT-LINE AFTER ADVANCING 2 LINES.
            MOVE "PERSONAL BAL HRS" TO ST-AMT-LABEL.
            MOVE WS-LEV-STUB-PERS TO ST-AMT-VALUE.
            WRITE ST-AMOUNT-LINE AFTER ADVANCING 1 LINE.
         WRITE-PAY-HISTORY.
            INITIALIZE PH-RECORD.
            MOVE EMP-ID TO PH-EMP-ID.
            MOVE WS-PAY-PERIOD-END TO PH-PERIOD-END.
            IF FINAL-PAY-RUN
               MOVE "F" TO PH-ENTRY-TYPE
               MOVE EMP-TERM-DATE TO PH-TERM-DATE
               MOVE EMP-TERM-REASON TO PH-TERM-REASON
            ELSE
               MOVE "P" TO PH-ENTRY-TYPE
            END-IF.
            MOVE WS-HIST-POST-DATE TO PH-POST-DATE.
            MOVE EMP-COMPANY-CODE TO PH-COMPANY-CODE.
            MOVE EMP-DEPT TO PH-DEPT.
            MOVE EMP-NAME TO PH-EMP-NAME.
            MOVE EMP-PAY-TYPE TO PH-PAY-TYPE.
            MOVE EMP-HOURLY-RATE TO PH-HOURLY-RATE.
            MOVE EMP-HOURS TO PH-TOTAL-HOURS.
            MOVE WS-STUB-TIER-COUNT TO PH-TIER-COUNT.
            PERFORM VARYING WS-STUB-SUB FROM 1 BY 1
                    UNTIL WS-STUB-SUB > WS-STUB-TIER-COUNT
               MOVE WS-STUB-TIER-HOURS(WS-STUB-SUB)
                    TO PH-TIER-HOURS(WS-STUB-SUB)
               MOVE WS-STUB-TIER-MULT(WS-STUB-SUB)
                    TO PH-TIER-MULT(WS-STUB-SUB)
               MOVE WS-STUB-TIER-AMOUNT(WS-STUB-SUB)
                    TO PH-TIER-AMOUNT(WS-STUB-SUB)
            END-PERFORM.
            MOVE WS-LEV-VAC-TAKEN TO PH-VAC-HOURS.
            MOVE WS-LEV-SICK-TAKEN TO PH-SICK-HOURS.
            MOVE WS-LEV-PERS-TAKEN TO PH-PERS-HOURS.
            MOVE WS-LEV-PAY-AMOUNT TO PH-LEAVE-PAY.
            MOVE WS-LEV-PAYOUT-HOURS TO PH-PAYOUT-HOURS.
            MOVE WS-LEV-PAYOUT-AMOUNT TO PH-PAYOUT-AMOUNT.
            MOVE WS-SUP-TOTAL TO PH-SUPP-AMOUNT.
            MOVE WS-SUP-COUNT TO PH-SUPP-COUNT.
            PERFORM VARYING WS-SUP-SUB FROM 1 BY 1
                    UNTIL WS-SUP-SUB > WS-SUP-COUNT
               MOVE WS-SUP-EARN-CODE(WS-SUP-SUB)
                    TO PH-SUPP-EARN-CODE(WS-SUP-SUB)
               MOVE WS-SUP-AMOUNT(WS-SUP-SUB)
                    TO PH-SUPP-EARN-AMOUNT(WS-SUP-SUB)
            END-PERFORM.
            MOVE EMP-PAY-WEEK TO PH-GROSS-PAY.
            MOVE EMP-FED-TAX TO PH-FED-TAX.
            MOVE EMP-STATE-TAX TO PH-STATE-TAX.
            MOVE EMP-FICA TO PH-FICA.
            MOVE EMP-SS-TAX TO PH-SS-TAX.
            COMPUTE PH-MEDICARE-TAX =
               EMP-MEDICARE-TAX + EMP-ADDL-MEDICARE-TAX.
            MOVE WS-DED-401K-WEEK TO PH-401K.
            MOVE WS-DED-INS-WEEK TO PH-INSURANCE.
            MOVE WS-DED-GARN-WEEK TO PH-GARNISHMENT.
            MOVE EMP-NET-PAY TO PH-NET-PAY.
            MOVE WS-HIST-PAY-METHOD TO PH-PAY-METHOD.
            MOVE WS-HIST-CHECK-NO TO PH-CHECK-NO.
            MOVE EMP-PAY-YTD TO PH-YTD-GROSS.
            MOVE WS-LEV-STUB-VAC TO PH-VAC-BALANCE.
            MOVE WS-LEV-STUB-SICK TO PH-SICK-BALANCE.
            MOVE WS-LEV-STUB-PERS TO PH-PERS-BALANCE.
            WRITE PH-RECORD.
         WRITE-DD-HEADER.
            MOVE "H" TO DD-HDR-RECORD-TYPE.
            MOVE WS-PREV-COMPANY TO DD-HDR-COMPANY-CODE.
            MOVE WS-CUR-COMPANY-NAME TO DD-HDR-COMPANY-NAME.
            MOVE WS-CMP-TAX-ID(WS-CMP-CUR-SUB) TO DD-HDR-TAX-ID.
            MOVE WS-CMP-DD-ORIGINATOR(WS-CMP-CUR-SUB)
                 TO DD-HDR-ORIGINATOR-ID.
            MOVE WS-CMP-BANK-ROUTING(WS-CMP-CUR-SUB)
                 TO DD-HDR-FUND-ROUTING.
            MOVE WS-CMP-BANK-ACCOUNT(WS-CMP-CUR-SUB)
                 TO DD-HDR-FUND-ACCOUNT.
            MOVE WS-PAY-PERIOD-END TO DD-HDR-PERIOD-END.
            WRITE DD-HEADER-RECORD.
         WRITE-DD-TRAILER.
            MOVE "T" TO DD-TRL-RECORD-TYPE.
            MOVE WS-DD-COUNT TO DD-TRL-RECORD-COUNT.
            MOVE WS-DD-ROUTING-HASH TO DD-TRL-ROUTING-HASH.
            MOVE WS-DD-TOTAL-AMOUNT TO DD-TRL-TOTAL-AMOUNT.
            MOVE WS-PREV-COMPANY TO DD-TRL-COMPANY-CODE.
            WRITE DD-TRAILER-RECORD.
         WRITE-REPORT-HEADINGS.
            ADD 1 TO WS-PAGE-NUMBER.
            MOVE WS-REG-TITLE TO PR-H1-TITLE.
            MOVE WS-PAGE-NUMBER TO PR-H1-PAGE.
            MOVE WS-PAY-PERIOD-END TO PR-H2-DATE.
            IF WS-PAGE-NUMBER = 1
               WRITE PR-HEADING-2 FROM WS-DRAFT-NOTICE
                  AFTER ADVANCING 1 LINE
            END-IF.
            IF FINAL-PAY-RUN
               WRITE PR-HEADING-2 FROM WS-FINAL-PAY-NOTICE
                  AFTER ADVANCING 1 LINE
            END-IF.
            WRITE PR-COLUMN-HEADING AFTER ADVANCING 2 LINES.
            MOVE ZERO TO WS-LINE-COUNT.
         WRITE-GRAND-TOTAL.
            IF WS-PAGE-NUMBER = ZERO
               OR WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM WRITE-REPORT-HEADINGS
            END-IF.
            MOVE WS-TOTAL-PAY-WEEK TO PR-TOT-PAY-WEEK.
            MOVE WS-TOTAL-PAY-MONTH TO PR-TOT-PAY-MONTH.
            WRITE PR-TOTAL-LINE AFTER ADVANCING 2 LINES.
         END-OF-JOB.
            IF WS-PREV-COMPANY NOT = SPACES
               PERFORM CLOSE-COMPANY
            END-IF.
            PERFORM WRITE-GRAND-TOTAL.
            PERFORM DRAIN-SATELLITE-STREAMS.
            IF FINAL-RUN
               PERFORM WRITE-GARN-REMIT-SUMMARY
               PERFORM WRITE-BENEFIT-TRAILERS
            END-IF.
            CLOSE SORTED-MASTER-FILE.
            CLOSE SORTED-TIMECARD-FILE.
            CLOSE SORTED-DED-FILE.
            CLOSE SORTED-GARN-FILE.
            CLOSE SORTED-LEAVE-FILE.
            CLOSE SORTED-SUPP-FILE.
            CLOSE EMPLOYEE-MASTER-FILE.
            CLOSE YTD-MASTER-FILE.
            CLOSE PAYROLL-REGISTER-FILE.
            OPEN OUTPUT CHECKPOINT-FILE.
            CLOSE CHECKPOINT-FILE.
            IF FINAL-RUN
               IF FINAL-PAY-RUN
                  CLOSE FINAL-PAY-GL-FILE
               ELSE
                  CLOSE GL-EXTRACT-FILE
               END-IF
               CLOSE DIRECT-DEPOSIT-FILE
               CLOSE CHECK-PRINT-FILE
               CLOSE PAY-STUB-FILE
               CLOSE POSITIVE-PAY-FILE
               CLOSE GARN-REMIT-FILE
               CLOSE RECORDKEEPER-FILE
               CLOSE CARRIER-PREMIUM-FILE
               CLOSE DEDUCTION-NEW-FILE
               CLOSE GARN-NEW-FILE
               CLOSE LEAVE-NEW-FILE
               CLOSE CHECK-REGISTER-FILE
               CLOSE PAY-HISTORY-FILE
               CLOSE LABOR-DIST-FILE
               PERFORM WRITE-CHECK-CONTROL-OUT
               PERFORM BALANCE-BENEFIT-FILES
            END-IF.
            IF NOT FINAL-PAY-RUN
               PERFORM RECONCILE-RUN-TOTALS
            END-IF.
            IF FINAL-RUN
               PERFORM WRITE-AUDIT-HISTORY
            END-IF.
            DISPLAY "EMPLOYEES READ: " REC-COUNTER.
            DISPLAY "EMPLOYEES PROCESSED: " WS-ACCEPT-COUNT.
            DISPLAY "EMPLOYEES REJECTED: " WS-REJECT-COUNT.
            IF FINAL-PAY-RUN
               DISPLAY "FINAL PAYS ISSUED: " WS-ACCEPT-COUNT
            END-IF.
            DISPLAY "Hi Chris - how's Loretta today?".
         RECONCILE-RUN-TOTALS.
            PERFORM VARYING WS-CMP-SUB FROM 1 BY 1
                    UNTIL WS-CMP-SUB > WS-CMP-COUNT
               MOVE WS-CMP-PRIOR-SWITCH(WS-CMP-SUB)
                    TO WS-PRIOR-RUN-SWITCH
               MOVE WS-CMP-PRIOR-EMP-COUNT(WS-CMP-SUB)
                    TO WS-PRIOR-EMP-COUNT
               MOVE WS-CMP-PRIOR-PAY-WEEK(WS-CMP-SUB)
                    TO WS-PRIOR-TOTAL-PAY-WEEK
               MOVE WS-CMP-PRIOR-PAY-MONTH(WS-CMP-SUB)
                    TO WS-PRIOR-TOTAL-PAY-MONTH
               MOVE WS-CMP-CODE(WS-CMP-SUB) TO WS-RECON-COMPANY
               MOVE WS-CMP-EMP-COUNT(WS-CMP-SUB) TO WS-RECON-EMP-COUNT
               MOVE WS-CMP-TOTAL-PAY-WEEK(WS-CMP-SUB)
                    TO WS-RECON-PAY-WEEK
               MOVE WS-CMP-TOTAL-PAY-MONTH(WS-CMP-SUB)
                    TO WS-RECON-PAY-MONTH
               PERFORM RECONCILE-COMPANY-TOTALS
            END-PERFORM.
         RECONCILE-COMPANY-TOTALS.
            IF PRIOR-RUN-FOUND AND WS-PRIOR-TOTAL-PAY-WEEK > ZERO
               COMPUTE WS-VARIANCE-AMOUNT =
                  WS-RECON-PAY-WEEK - WS-PRIOR-TOTAL-PAY-WEEK
               COMPUTE WS-VARIANCE-PCT ROUNDED =
                  (WS-VARIANCE-AMOUNT / WS-PRIOR-TOTAL-PAY-WEEK) * 100
               IF FUNCTION ABS(WS-VARIANCE-PCT) >
                     WS-VARIANCE-THRESHOLD-PCT
                  DISPLAY "*** PAYROLL RECONCILIATION WARNING ***"
                  DISPLAY "COMPANY: " WS-RECON-COMPANY
                  DISPLAY "PRIOR RUN GROSS WEEK: "
                     WS-PRIOR-TOTAL-PAY-WEEK
                  DISPLAY "THIS RUN GROSS WEEK:  " WS-RECON-PAY-WEEK
                  DISPLAY "VARIANCE PCT:         " WS-VARIANCE-PCT
                  DISPLAY "REVIEW BEFORE RELEASING PAYROLL"
               END-IF
            END-IF.
            IF PRIOR-RUN-FOUND AND WS-PRIOR-TOTAL-PAY-MONTH > ZERO
               COMPUTE WS-MONTH-VARIANCE-AMOUNT =
                  WS-RECON-PAY-MONTH - WS-PRIOR-TOTAL-PAY-MONTH
               COMPUTE WS-MONTH-VARIANCE-PCT ROUNDED =
                  (WS-MONTH-VARIANCE-AMOUNT / WS-PRIOR-TOTAL-PAY-MONTH)
                     * 100
               IF FUNCTION ABS(WS-MONTH-VARIANCE-PCT) >
                     WS-VARIANCE-THRESHOLD-PCT
                  DISPLAY "*** PAYROLL RECONCILIATION WARNING ***"
                  DISPLAY "COMPANY: " WS-RECON-COMPANY
                  DISPLAY "PRIOR RUN GROSS MONTH: "
                     WS-PRIOR-TOTAL-PAY-MONTH
                  DISPLAY "THIS RUN GROSS MONTH:  " WS-RECON-PAY-MONTH
                  DISPLAY "VARIANCE PCT:          "
                     WS-MONTH-VARIANCE-PCT
                  DISPLAY "REVIEW BEFORE RELEASING PAYROLL"
            END-IF.
            IF PRIOR-RUN-FOUND AND WS-PRIOR-EMP-COUNT > ZERO
               COMPUTE WS-COUNT-VARIANCE-AMOUNT =
                  WS-RECON-EMP-COUNT - WS-PRIOR-EMP-COUNT
               COMPUTE WS-COUNT-VARIANCE-PCT ROUNDED =
                  (WS-COUNT-VARIANCE-AMOUNT / WS-PRIOR-EMP-COUNT) * 100
               IF FUNCTION ABS(WS-COUNT-VARIANCE-PCT) >
                     WS-VARIANCE-THRESHOLD-PCT
                  DISPLAY "*** PAYROLL RECONCILIATION WARNING ***"
                  DISPLAY "COMPANY: " WS-RECON-COMPANY
                  DISPLAY "PRIOR RUN EMPLOYEE COUNT: "
                     WS-PRIOR-EMP-COUNT
                  DISPLAY "THIS RUN EMPLOYEE COUNT:  "
                     WS-RECON-EMP-COUNT
                  DISPLAY "VARIANCE PCT:             "
                     WS-COUNT-VARIANCE-PCT
                  DISPLAY "REVIEW BEFORE RELEASING PAYROLL"
            IF WS-AUD-FILE-STATUS = "35"
               OPEN OUTPUT AUDIT-HISTORY-FILE
            END-IF.
            PERFORM VARYING WS-CMP-SUB FROM 1 BY 1
                    UNTIL WS-CMP-SUB > WS-CMP-COUNT
               IF WS-CMP-EMP-COUNT(WS-CMP-SUB) > ZERO
                  PERFORM WRITE-COMPANY-AUDIT-RECORD
               END-IF
            END-PERFORM.
            CLOSE AUDIT-HISTORY-FILE.
         WRITE-COMPANY-AUDIT-RECORD.
            MOVE WS-PAY-PERIOD-END TO AH-RUN-DATE.
            MOVE WS-CMP-TOTAL-PAY-WEEK(WS-CMP-SUB) TO AH-TOTAL-PAY-WEEK.
            MOVE WS-CMP-TOTAL-PAY-MONTH(WS-CMP-SUB)
                 TO AH-TOTAL-PAY-MONTH.
            IF FINAL-PAY-RUN
               MOVE WS-CMP-ACCEPT-COUNT(WS-CMP-SUB) TO AH-EMP-COUNT
               MOVE "O" TO AH-RECORD-TYPE
            ELSE
               MOVE WS-CMP-EMP-COUNT(WS-CMP-SUB) TO AH-EMP-COUNT
               MOVE "P" TO AH-RECORD-TYPE
            END-IF.
            MOVE ZERO TO AH-NET-ADJUSTMENT.
            MOVE WS-CMP-CODE(WS-CMP-SUB) TO AH-COMPANY-CODE.
            WRITE AUDIT-HISTORY-RECORD.
