      *----INTERCOMPANY CHARGE HISTORY, ONE RECORD APPENDED BY ICBILL
      *----FOR EACH CHARGE POSTED TO BOTH COMPANIES. ICRECON TOTALS
      *----THE MONTH'S CHARGES PER PAIR FROM IT FOR THE REVENUE AND
      *----EXPENSE ELIMINATION.
       01  ICHIST-REC.
           05  IH-CHARGE-DATE PIC 9(8).
           05  IH-BILL-CO PIC X(2).
           05  IH-RECV-CO PIC X(2).
           05  IH-REF PIC X(8).
           05  IH-CUST-ID PIC X(7).
           05  IH-VENDOR-ID PIC X(6).
           05  IH-AMOUNT PIC 9(7)V99.
           05  IH-DESC PIC X(20).
           05  IH-POST-DATE PIC 9(8).
