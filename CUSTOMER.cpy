      *----AND STATEMENT RUNS SELECT BY THIS CODE SO EACH COMPANY'S
      *----BOOKS STAND ALONE. SPACES MEANS THE ORIGINAL COMPANY.
           02  companyCode PIC X(2).
      *----PAYMENT TERMS - NET DAYS FROM THE INVOICE DATE TO THE DUE
      *----DATE THE AGING RUNS FROM, AND AN EARLY-PAYMENT DISCOUNT
      *----PERCENT EARNED WHEN THE INVOICE IS PAID WITHIN THE
      *----DISCOUNT DAYS (2/10 NET 30 IS 030, 02.00, 010). ZERO OR
      *----BLANK NET DAYS MEANS THE STANDARD NET 30; ZERO DISCOUNT
      *----PERCENT MEANS NET ONLY. MAINTAINED THROUGH CUSTMAINT.
           02  paymentTerms.
               03  termsNetDays PIC 9(3).
               03  termsDiscPct PIC 9(2)V99.
               03  termsDiscDays PIC 9(3).
      *----COLLECTION PLACEMENT - SET BY THE BADDEBT WRITE-OFF RUN
      *----WHEN THE CREDIT MANAGER WRITES THE ACCOUNT OFF AND HANDS
      *----IT TO THE OUTSIDE AGENCY. A PLACED CUSTOMER IS NO LONGER
      *----INVOICED, CHARGED OR DUNNED, AND MONEY STILL RECEIVED IS
      *----POSTED BY CASHRCPT AS BAD-DEBT RECOVERY.
           02  collectionPlacement.
               03  collectStatus PIC X(1).
                   88  placedForCollection VALUE "P".
               03  placedDate PIC 9(8).
      *----RETURNED MAIL - SET BY THE RETMAIL RUN WHEN THE POST OFFICE
      *----SENDS A LETTER OR STATEMENT BACK, WITH THE DATE IT CAME
      *----BACK, THE DOCUMENT RETURNED (ST STATEMENT, DN DUNNING
      *----LETTER, OD OVERDRAFT NOTICE, PW PURGE WARNING, OT OTHER)
      *----AND THE POSTAL REASON. WHILE THE FLAG IS ON, THE LETTER AND
      *----STATEMENT RUNS MAIL NOTHING AND LIST THE CUSTOMER ON THE
      *----NEWADDR REPORT INSTEAD. CUSTMAINT CLEARS IT WHEN A NEW
      *----ADDRESS IS KEYED.
           02  returnedMail.
               03  badAddressFlag PIC X(1).
                   88  badAddress VALUE "Y".
               03  returnedDate PIC 9(8).
               03  returnedDoc PIC X(2).
               03  returnedReason PIC X(20).
      *----NATIONAL ACCOUNT PARENT - THE IDENT OF THE PARENT COMPANY
      *----THAT PAYS THIS BRANCH'S INVOICES, ZERO FOR A CUSTOMER THAT
      *----STANDS ALONE OR IS ITSELF A PARENT. ONE LEVEL ONLY - A
      *----PARENT HAS NO PARENT. EACH BRANCH IS STILL BILLED UNDER ITS
      *----OWN IDENT; CUSTSTMT CONSOLIDATES THE FAMILY FOR THE PARENT,
      *----INVTOTAL CHECKS THE FAMILY AGAINST THE PARENT'S LIMIT AND
      *----CASHRCPT SPREADS A PARENT'S CHECK ACROSS THE BRANCHES.
      *----MAINTAINED THROUGH CUSTMAINT.
           02  parentIdent PIC 9(7).
      *----SALESPERSON - THE REP CODE CREDITED WITH THE ACCOUNT, AS
      *----LISTED ON THE COMMPLAN COMMISSION PLAN TABLE. THE MONTHLY
      *----CMSNCALC RUN PAYS THE ACCOUNT'S COMMISSION TO THIS REP.
      *----SPACES MEANS A HOUSE ACCOUNT WITH NO COMMISSION.
      *----MAINTAINED THROUGH CUSTMAINT.
           02  salesRep PIC X(4).
