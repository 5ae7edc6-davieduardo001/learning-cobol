      *----SALES TAX HISTORY, ONE RECORD APPENDED PER INVOICE WHEN IT
      *----REACHES THE STATEMENT FEED - BY INVTOTAL FOR AN INVOICE
      *----BILLED STRAIGHT THROUGH (I), BY CREDREL FOR A HELD INVOICE
      *----ON THE NIGHT IT IS RELEASED (R), AND BY CRMEMO FOR A CREDIT
      *----MEMO (C, AMOUNTS NEGATIVE). THE POSTING DATE IS THE NIGHT
      *----THE TAX LINE WENT ON THE FEED, SO A HELD INVOICE COUNTS IN
      *----THE MONTH IT WAS RELEASED. SALESTAX TOTALS IT BY STATE FOR
      *----THE MONTHLY RETURN.
       01  TaxHistRec.
           05  TH-POST-DATE PIC 9(8).
           05  TH-SOURCE PIC X(1).
               88  TH-INVOICED VALUE "I".
               88  TH-RELEASED VALUE "R".
               88  TH-CREDIT VALUE "C".
           05  TH-INV-ID PIC X(6).
           05  TH-CUST-ID PIC X(7).
           05  TH-STATE PIC X(2).
           05  TH-TAXABLE PIC S9(7)V99
               SIGN IS LEADING SEPARATE.
           05  TH-EXEMPT PIC S9(7)V99
               SIGN IS LEADING SEPARATE.
           05  TH-TAX PIC S9(6)V99
               SIGN IS LEADING SEPARATE.
