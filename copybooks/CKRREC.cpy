      *  CKR-RECORD - PAYROLL CHECK REGISTER LAYOUT
      *  ONE RECORD PER CHECK ISSUED BY EMPPAY; GROSS AND
      *  TAX AMOUNTS ARE KEPT SO A VOID CAN FEED A FULL
      *  ADJTRAN REVERSAL THROUGH PAYADJ; THE PAYING COMPANY
      *  IS KEPT AFTER THE PAID DATE (SPACES = 01); THE
      *  ADDITIONAL MEDICARE PORTION OF CKR-MEDICARE-TAX IS
      *  KEPT LAST (SPACES = ZERO)
      *****************************************************
       01  CKR-RECORD.
           05  CKR-CHECK-NUMBER         PIC 9(8).
           05  CKR-STATE-TAX            PIC 9(6)V99.
           05  CKR-FICA                 PIC 9(6)V99.
           05  CKR-PAYEE-NAME           PIC X(30).
           05  CKR-SS-WAGES             PIC 9(7)V99.
           05  CKR-SS-TAX               PIC 9(6)V99.
           05  CKR-MEDICARE-TAX         PIC 9(6)V99.
           05  CKR-PAID-DATE            PIC 9(8).
           05  CKR-COMPANY-CODE         PIC X(2).
           05  CKR-ADDL-MEDICARE-TAX    PIC 9(6)V99.
