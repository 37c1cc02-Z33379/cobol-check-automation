      *****************************************************
      *  ERN-RECORD - SUPPLEMENTAL EARNINGS CODE TABLE
      *  VALID EARNINGS CODES WITH THE STUB/REGISTER
      *  DESCRIPTION AND THE GL EXPENSE ACCOUNT THE CODE
      *  POSTS TO
      *****************************************************
       01  ERN-RECORD.
           05  ERN-CODE                 PIC X(4).
           05  ERN-DESCRIPTION          PIC X(20).
           05  ERN-GL-ACCOUNT           PIC X(6).
