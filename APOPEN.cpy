      *----SHARED OPEN PAYABLES RECORD, KEYED BY VENDOR AND THE
      *----VENDOR'S OWN INVOICE NUMBER SO THE SAME BILL CANNOT BE
      *----ENTERED TWICE. APINVENT WRITES ONE PER MATCHED INVOICE,
      *----DUE AND DISCOUNT DATES ALREADY WORKED OUT FROM THE VENDOR'S
      *----TERMS.
       01  ApOpenRec.
           02  AP-KEY.
               03  AP-VENDOR-ID PIC X(6).
               03  AP-INV-NUMBER PIC X(12).
           02  AP-INV-DATE PIC 9(8).
           02  AP-DUE-DATE PIC 9(8).
      *----LAST DAY THE EARLY-PAYMENT DISCOUNT MAY BE TAKEN, AND
      *----THE DISCOUNT IT IS WORTH - ZERO WHEN THE TERMS ARE NET
           02  AP-DISC-DATE PIC 9(8).
           02  AP-DISC-AMT PIC 9(7)V99.
           02  AP-AMOUNT PIC 9(7)V99.
           02  AP-PO-NUMBER PIC X(8).
           02  AP-JOB-ID PIC X(6).
           02  AP-CATEGORY PIC X(1).
           02  AP-STATUS PIC X(1).
               88  AP-IS-OPEN VALUE "O".
               88  AP-IS-PAID VALUE "P".
      *----SET BY APPAYRUN WHEN THE INVOICE IS PAID - ZERO WHILE OPEN
           02  AP-PAID-DATE PIC 9(8).
           02  AP-CHECK-NO PIC 9(6).
           02  AP-DISC-TAKEN PIC 9(7)V99.
