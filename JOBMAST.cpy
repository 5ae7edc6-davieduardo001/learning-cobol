      *----LOSING MONEY.
           05  JM-CONTRACT-VALUE PIC 9(7)V99.
           05  JM-PCT-COMPLETE PIC 9(3).
      *----PROGRESS BILLING - THE CUSTOMER BILLED FOR THE JOB, THE
      *----CONTRACT'S RETAINAGE PERCENT, THE EARNED AMOUNT BILLED SO
      *----FAR (BEFORE RETAINAGE) AND THE RETAINAGE HELD BACK FROM
      *----THOSE BILLS. PROGBILL RAISES BOTH EACH MONTH; JOBCLOSE
      *----BILLS THE RETAINAGE RELEASE AND ZEROES IT.
           05  JM-CUST-ID PIC X(7).
           05  JM-RETAIN-PCT PIC 9(2)V99.
           05  JM-BILLED-TO-DATE PIC 9(7)V99.
           05  JM-RETAIN-HELD PIC 9(7)V99.
      *----CHANGE ORDERS - JM-CONTRACT-VALUE ABOVE IS THE REVISED
      *----CONTRACT. CHGORDER KEEPS THE ORIGINAL VALUE, THE NET OF
      *----THE APPROVED CHANGE ORDERS, AND HOW MANY WERE APPLIED. AN
      *----ORIGINAL IS ONLY SET ONCE THE FIRST CHANGE ORDER LANDS.
           05  JM-CO-COUNT PIC 9(3).
           05  JM-ORIG-CONTRACT PIC 9(7)V99.
           05  JM-CO-CONTRACT PIC S9(7)V99
               SIGN IS LEADING SEPARATE.
