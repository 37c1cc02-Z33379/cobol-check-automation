           05  ADJ-FED-TAX              PIC 9(6)V99.
           05  ADJ-STATE-TAX            PIC 9(6)V99.
           05  ADJ-FICA                 PIC 9(6)V99.
      *    SPLIT OF ADJ-FICA: SOCIAL SECURITY TAXABLE WAGES AND TAX,
      *    MEDICARE TAX (INCLUDING ANY ADDITIONAL MEDICARE)
           05  ADJ-SS-WAGES             PIC 9(7)V99.
           05  ADJ-SS-TAX               PIC 9(6)V99.
           05  ADJ-MEDICARE-TAX         PIC 9(6)V99.
      *    PORTION OF ADJ-MEDICARE-TAX THAT IS ADDITIONAL MEDICARE
      *    (EMPLOYEE ONLY, NO EMPLOYER MATCH); SPACES = ZERO
           05  ADJ-ADDL-MEDICARE-TAX    PIC 9(6)V99.
