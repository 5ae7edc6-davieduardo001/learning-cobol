      *----PAY RATE HISTORY, ONE RECORD PER RATE OR SALARY IN FORCE
      *----FROM AN EFFECTIVE DATE, KEYED BY SSN AND THAT DATE. WRITTEN
      *----BY EMPMAINT ON EVERY ADD AND EVERY RATE OR SALARY CHANGE. A
      *----PAY PERIOD IS PAID AT THE LATEST ROW EFFECTIVE ON OR BEFORE
      *----THE PERIOD END - THE PAYROLL RUN AND PAYRETRO BOTH LOOK IT
      *----UP THAT WAY, FALLING BACK TO THE EMPMAST RATE WHEN THE
      *----EMPLOYEE HAS NO ROW THAT EARLY. AN EFFECTIVE DATE OF ZERO IS
      *----THE RATE IN FORCE BEFORE THE HISTORY WAS KEPT.
       01  RateHistRec.
           02  RH-KEY.
               03  RH-SSN          PIC 9(9).
               03  RH-EFF-DATE     PIC 9(8).
           02  RH-PAY-RATE         PIC 9(3)V99.
           02  RH-PERIOD-SALARY    PIC 9(5)V99.
      *----THE RATE AND SALARY THE EFFECTIVE DATE WAS BEING PAID AT
      *----WHEN THE CHANGE WAS KEYED - PAYRETRO'S FALLBACK FOR PAY
      *----HISTORY WRITTEN BEFORE PH-PAY-RATE WAS CARRIED.
           02  RH-PRIOR-RATE       PIC 9(3)V99.
           02  RH-PRIOR-SALARY     PIC 9(5)V99.
           02  RH-KEYED-DATE       PIC 9(8).
      *----P - KEYED ON OR AFTER ITS EFFECTIVE DATE, SO PERIODS MAY
      *----ALREADY HAVE BEEN PAID AT THE OLD RATE. PAYRETRO PAYS THE
      *----DIFFERENCE AND MARKS THE ROW D.
           02  RH-RETRO-STATUS     PIC X(1).
               88  RH-RETRO-PENDING VALUE "P".
               88  RH-RETRO-DONE   VALUE "D".
