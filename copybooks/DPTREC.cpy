      *  DPT-RECORD - DEPARTMENT MASTER REFERENCE LAYOUT
      *  VALID DEPARTMENT CODES WITH REPORTING NAME AND AN
      *  OPTIONAL GL COST-CENTER OVERRIDE; SPACES IN THE
      *  COST CENTER MEANS THE DEPARTMENT CODE IS USED; THE
      *  COMPANY CODE NAMES THE COMPANY THE DEPARTMENT
      *  BELONGS TO (SPACES = ANY COMPANY)
      *****************************************************
       01  DPT-RECORD.
           05  DPT-CODE                 PIC X(4).
               88  DPT-ACTIVE           VALUE "A".
               88  DPT-INACTIVE         VALUE "I".
           05  DPT-COST-CENTER          PIC X(4).
           05  DPT-COMPANY-CODE         PIC X(2).
