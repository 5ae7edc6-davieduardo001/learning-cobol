      *----SALES COMMISSION PLAN, ONE ROW PER SALES REP. THE REP CODE
      *----IS THE ONE CARRIED ON THE CUSTOMER RECORD. THE SSN IS THE
      *----REP'S EMPMAST KEY - COMMISSION IS PAID THROUGH PAYROLL ON
      *----THE SUPPLEMENTAL RUN. THE RATE IS A FRACTION OF REVENUE
      *----(0.0500 IS FIVE PERCENT). THE BASIS SAYS WHEN THE REP
      *----EARNS IT - I AS THE INVOICE IS BILLED, C AS IT IS
      *----COLLECTED.
       01  CommPlanRec.
           05  CP-REP PIC X(4).
           05  CP-NAME PIC X(20).
           05  CP-SSN PIC 9(9).
           05  CP-RATE PIC 9V9999.
           05  CP-BASIS PIC X(1).
               88  CP-ON-INVOICE VALUE "I".
               88  CP-ON-COLLECTION VALUE "C".
