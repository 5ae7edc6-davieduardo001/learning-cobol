      *----AP PAYMENT HAND-OFF, ONE RECORD APPENDED PER APPAYRUN RUN
      *----AND POSTED BY GLEXTR AS THE APPAY BATCH - THE PAYABLES
      *----RELIEVED DEBIT AP, THE CHECKS CREDIT CASH, AND THE EARLY-
      *----PAYMENT DISCOUNTS TAKEN CREDIT DISCOUNTS EARNED. GLEXTR
      *----EMPTIES THE FILE ONCE THE BATCH BALANCES.
       01  APPAYGL-REC.
           05  PG-PAY-DATE PIC 9(8).
           05  PG-COMPANY PIC X(2).
           05  PG-INVOICES PIC 9(9)V99.
           05  PG-DISCOUNT PIC 9(9)V99.
           05  PG-CASH PIC 9(9)V99.
