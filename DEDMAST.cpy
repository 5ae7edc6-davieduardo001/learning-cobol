           02  DD-RATE PIC 9(3)V99.
           02  DD-PRIORITY PIC 9(2).
           02  DD-STOP-DATE PIC 9(8).
      *----Y WHEN THE DEDUCTION ALSO COMES OUT OF OFF-CYCLE
      *----SUPPLEMENTAL PAY (SUPPPAY) - BLANK OR N IS REGULAR
      *----PAYROLL ONLY.
           02  DD-SUPP-FLAG PIC X(1).
               88  DD-ON-SUPPLEMENTAL VALUE "Y".
