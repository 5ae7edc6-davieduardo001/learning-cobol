      *----INTERCOMPANY PAIR CONTROL, ONE ROW PER BILLING COMPANY AND
      *----RECEIVING COMPANY. EACH COMPANY CARRIES THE OTHER ON ITS
      *----OWN BOOKS - THE RECEIVING COMPANY AS AN INTERNAL CUSTOMER
      *----ON THE BILLING COMPANY'S AR, THE BILLING COMPANY AS AN
      *----INTERNAL VENDOR ON THE RECEIVING COMPANY'S AP. ICBILL POSTS
      *----EACH CHARGE TO BOTH AND ICRECON SETS THE TWO BALANCES SIDE
      *----BY SIDE AT MONTH END.
       01  ICMAP-REC.
           05  IM-BILL-CO PIC X(2).
           05  IM-RECV-CO PIC X(2).
           05  IM-CUST-ID PIC X(7).
           05  IM-VENDOR-ID PIC X(6).
