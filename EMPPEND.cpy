      *----PENDING SENSITIVE EMPLOYEE CHANGE, ONE PER EMPLOYEE, KEYED
      *----BY SSN. EMPMAINT HOLDS A CHANGE TO THE BANK DETAILS OR TO
      *----THE PAY RATE, SALARY, OR PAY TYPE HERE INSTEAD OF APPLYING
      *----IT; EMPAPPR LETS A SECOND, DIFFERENT OPERATOR APPROVE IT
      *----ONTO EMPMAST OR REJECT IT, AND PENDLIST REPORTS THE ONES
      *----LEFT WAITING TOO LONG. A NEW CHANGE FOR AN EMPLOYEE WITH
      *----ONE STILL PENDING REPLACES IT.
       01  EmpPendRec.
           02  PC-SSN PIC 9(9).
           02  PC-STATUS PIC X(1).
               88  PC-PENDING VALUE "P".
               88  PC-APPROVED VALUE "A".
               88  PC-REJECTED VALUE "R".
      *----THE OPERATOR WHO KEYED THE CHANGE - NEVER THE APPROVER
           02  PC-KEYED-BY PIC X(8).
           02  PC-KEYED-DATE PIC 9(8).
           02  PC-KEYED-TIME PIC 9(8).
      *----Y WHEN THE ROUTING OR ACCOUNT IS CHANGING
           02  PC-BANK-CHANGE PIC X(1).
               88  PC-BANK-CHANGED VALUE "Y".
           02  PC-OLD-ROUTING PIC 9(9).
           02  PC-OLD-ACCOUNT PIC X(12).
           02  PC-NEW-ROUTING PIC 9(9).
           02  PC-NEW-ACCOUNT PIC X(12).
      *----Y WHEN THE PAY TYPE, RATE, OR SALARY IS CHANGING. THE
      *----EFFECTIVE DATE IS THE ONE KEYED ON THE TRANSACTION (ZERO
      *----MEANS THE DATE THE CHANGE IS APPROVED).
           02  PC-RATE-CHANGE PIC X(1).
               88  PC-RATE-CHANGED VALUE "Y".
           02  PC-OLD-PAY-TYPE PIC X(1).
           02  PC-OLD-RATE PIC 9(3)V99.
           02  PC-OLD-SALARY PIC 9(5)V99.
           02  PC-NEW-PAY-TYPE PIC X(1).
           02  PC-NEW-RATE PIC 9(3)V99.
           02  PC-NEW-SALARY PIC 9(5)V99.
           02  PC-RATE-EFF-DATE PIC 9(8).
           02  PC-DECIDED-BY PIC X(8).
           02  PC-DECIDED-DATE PIC 9(8).
