      *----MONTH-END PAYROLL ACCRUAL HAND-OFF, ONE RECORD WRITTEN BY
      *----PAYACCR AND POSTED BY GLEXTR AS TWO GLJRNL BATCHES - THE
      *----ACCRUAL DATED THE MONTH END AND ITS REVERSAL DATED THE
      *----FIRST OF THE NEXT MONTH. GLEXTR EMPTIES THE FILE ONCE BOTH
      *----BATCHES BALANCE, SO AN ACCRUAL IS NEVER POSTED TWICE.
       01  PAYACCR-REC.
           05  AX-MONTH-END PIC 9(8).
           05  AX-REVERSE-DATE PIC 9(8).
           05  AX-COMPANY PIC X(2).
      *----WAGES EARNED BY THE MONTH END BUT PAID IN THE NEXT MONTH
           05  AX-GROSS PIC 9(9)V99.
      *----EMPLOYER FICA MATCH, FUTA, AND SUTA ON THOSE WAGES
           05  AX-EMPR-TAX PIC 9(9)V99.
