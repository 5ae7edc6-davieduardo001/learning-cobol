      *----EXPENSE REIMBURSEMENT CHECK REQUEST - ONE PER EMPLOYEE PER
      *----EXPPAY RUN, THE TOTAL OF THEIR APPROVED CLAIMS. EXPPAY AND
      *----DDEPEXT (A DEPOSIT IT CANNOT MAKE) ADD TO THE FILE; THE
      *----CHECKWRT EXPENSE PASS PRINTS AND EMPTIES IT.
       01  ExpChkRec.
           05  XQ-EMP-ID PIC X(5).
           05  XQ-PAY-DATE PIC 9(8).
           05  XQ-AMOUNT PIC 9(5)V99.
           05  XQ-CLAIM-COUNT PIC 9(3).
