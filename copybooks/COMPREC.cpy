      *****************************************************
      *  CMP-RECORD - COMPANY (EMPLOYER) MASTER
      *  ONE RECORD PER PAYING COMPANY: LEGAL NAME AND
      *  FEDERAL EMPLOYER ID FOR REPORTS AND W-2S, THE
      *  FUNDING BANK ACCOUNT CHECKS AND DIRECT DEPOSITS ARE
      *  DRAWN ON, THE ACH ORIGINATOR ID, THE CHECK NUMBER
      *  RANGE OF THE COMPANY'S CHECK STOCK AND ITS GL
      *  ACCOUNT SET; SPACES IN THE ACCOUNT SET MEANS THE
      *  STANDARD PAYROLL ACCOUNTS ARE USED
      *****************************************************
       01  CMP-RECORD.
           05  CMP-CODE                 PIC X(2).
           05  CMP-LEGAL-NAME           PIC X(30).
           05  CMP-TAX-ID               PIC X(9).
           05  CMP-BANK-ROUTING         PIC X(9).
           05  CMP-BANK-ACCOUNT         PIC X(10).
           05  CMP-DD-ORIGINATOR-ID     PIC X(10).
           05  CMP-FIRST-CHECK-NO       PIC 9(8).
           05  CMP-LAST-CHECK-NO        PIC 9(8).
           05  CMP-GL-ACCOUNT-SET.
               10  CMP-GL-LABOR-ACCOUNT    PIC X(6).
               10  CMP-GL-TAX-ACCOUNT      PIC X(6).
               10  CMP-GL-CLEARING-ACCOUNT PIC X(6).
               10  CMP-GL-401K-ACCOUNT     PIC X(6).
               10  CMP-GL-INS-ACCOUNT      PIC X(6).
               10  CMP-GL-GARN-ACCOUNT     PIC X(6).
               10  CMP-GL-SS-ACCOUNT       PIC X(6).
               10  CMP-GL-MEDICARE-ACCOUNT PIC X(6).
               10  CMP-GL-FUTA-ACCOUNT     PIC X(6).
               10  CMP-GL-SUTA-ACCOUNT     PIC X(6).
               10  CMP-GL-BENEFIT-ACCOUNT  PIC X(6).
