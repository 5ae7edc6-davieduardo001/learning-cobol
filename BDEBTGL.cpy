      *----BAD-DEBT HAND-OFF, ONE RECORD APPENDED PER WRITE-OFF BY
      *----BADDEBT AND PER RECOVERY BY CASHRCPT, AND POSTED BY
      *----GLEXTR - A WRITE-OFF (W) AS THE BADDEBT BATCH, THE
      *----ALLOWANCE DEBITED AND RECEIVABLES CREDITED; A RECOVERY (R)
      *----AS THE BDRECOV BATCH, CASH DEBITED AND THE ALLOWANCE
      *----CREDITED. GLEXTR EMPTIES THE FILE ONCE BOTH BALANCE.
       01  BDEBTGL-REC.
           05  BG-POST-DATE PIC 9(8).
           05  BG-CUST-ID PIC X(7).
           05  BG-TYPE PIC X(1).
               88  BG-WRITE-OFF VALUE "W".
               88  BG-RECOVERY VALUE "R".
           05  BG-AMOUNT PIC 9(9)V99.
