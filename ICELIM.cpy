      *----INTERCOMPANY ELIMINATION HAND-OFF, ONE RECORD PER PAIR
      *----WRITTEN BY ICRECON AT MONTH END AND POSTED BY GLEXTR AS THE
      *----ICELIM BATCH DATED THE MONTH END, SO THE CONSOLIDATED BOOKS
      *----DO NOT CARRY THE PAIR'S BUSINESS TWICE - THE INTERCOMPANY
      *----PAYABLE DEBITED AGAINST THE INTERCOMPANY RECEIVABLE FOR THE
      *----BALANCE BOTH SIDES AGREE ON, AND THE INTERCOMPANY REVENUE
      *----DEBITED AGAINST THE INTERCOMPANY EXPENSE FOR THE MONTH'S
      *----CHARGES. GLEXTR EMPTIES THE FILE ONCE THE BATCH BALANCES.
       01  ICELIM-REC.
           05  IE-MONTH-END PIC 9(8).
           05  IE-BILL-CO PIC X(2).
           05  IE-RECV-CO PIC X(2).
           05  IE-BALANCE-AMT PIC 9(9)V99.
           05  IE-CHARGE-AMT PIC 9(9)V99.
