      *----SHARED VENDOR MASTER RECORD, KEYED BY VENDOR ID. VENDMAINT
      *----KEEPS IT; POMAINT CHECKS A NUMBERED PO'S VENDOR AGAINST IT
      *----AND APINVENT DATES EACH MATCHED INVOICE'S DUE AND DISCOUNT
      *----DATES FROM ITS TERMS. AN INACTIVE VENDOR STAYS ON FILE FOR
      *----HISTORY BUT TAKES NO NEW POS OR INVOICES.
       01  VendorRec.
           02  VM-VENDOR-ID PIC X(6).
           02  VM-NAME PIC X(30).
      *----REMIT-TO ADDRESS - WHERE THE CHECK GOES, WHICH IS NOT
      *----ALWAYS WHERE THE GOODS CAME FROM.
           02  VM-REMIT-ADDR PIC X(30).
           02  VM-REMIT-CITY PIC X(20).
           02  VM-REMIT-STATE PIC X(2).
           02  VM-REMIT-ZIP PIC X(10).
      *----FEDERAL TAX ID (EIN OR SSN), NINE DIGITS, NO DASHES -
      *----BLANK UNTIL THE VENDOR'S W-9 COMES IN
           02  VM-TAX-ID PIC X(9).
      *----PAYMENT TERMS - NET DAYS FROM THE INVOICE DATE, AND AN
      *----EARLY-PAYMENT DISCOUNT PERCENT TAKEN WITHIN THE DISCOUNT
      *----DAYS (2/10 NET 30 IS 030, 02.00, 010). ZERO DISCOUNT
      *----PERCENT MEANS NET ONLY.
           02  VM-TERMS-DAYS PIC 9(3).
           02  VM-DISC-PCT PIC 9(2)V99.
           02  VM-DISC-DAYS PIC 9(3).
           02  VM-STATUS PIC X(1).
               88  VM-ACTIVE VALUE "A".
               88  VM-INACTIVE VALUE "I".
      *----Y WHEN PAYMENTS ARE REPORTABLE ON A 1099-NEC (CONTRACTORS
      *----AND OTHER UNINCORPORATED SERVICE VENDORS) - SEE NECEXTR
           02  VM-1099-FLAG PIC X(1).
               88  VM-1099-REPORTABLE VALUE "Y".
