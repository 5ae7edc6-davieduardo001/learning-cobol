      *----EMPLOYEE EXPENSE CLAIM. KEYED IN AS PENDING, DECIDED BY A
      *----SUPERVISOR IN EXPAPPR AGAINST THE EXPPOL POLICY TABLE, AND
      *----PAID BY EXPPAY ON THE NEXT PAYROLL AS A NON-TAXABLE
      *----REIMBURSEMENT. A MILEAGE TYPE (ONE WITH A RATE ON EXPPOL)
      *----CARRIES THE MILES DRIVEN AND NO AMOUNT - THE AMOUNT IS THE
      *----MILES AT THE POLICY RATE. A JOB ID CHARGES THE ALLOWED
      *----AMOUNT TO THAT JOB THROUGH THE JOBCOST INPUT.
       01  ExpClaimRec.
           05  EC-SSN PIC 9(9).
           05  EC-EXP-DATE PIC 9(8).
           05  EC-EXP-TYPE PIC X(3).
           05  EC-AMOUNT PIC 9(5)V99.
           05  EC-MILES PIC 9(5)V9.
           05  EC-JOB-ID PIC X(6).
           05  EC-RECEIPT PIC X(1).
               88  EC-HAS-RECEIPT VALUE "Y".
           05  EC-STATUS PIC X(1).
               88  EC-PENDING VALUE "P", " ".
               88  EC-APPROVED VALUE "A".
               88  EC-REJECTED VALUE "R".
               88  EC-PAID VALUE "D".
           05  EC-APPROVER PIC X(5).
           05  EC-ALLOWED PIC 9(5)V99.
           05  EC-PAID-DATE PIC 9(8).
