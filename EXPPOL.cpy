      *----EXPENSE POLICY, ONE ROW PER EXPENSE TYPE. A CLAIM OVER THE
      *----PER-CLAIM LIMIT IS ALLOWED ONLY UP TO THE LIMIT (ZERO MEANS
      *----NO LIMIT). A RATE PER MILE MAKES THE TYPE A MILEAGE TYPE.
      *----A TYPE MARKED Y CANNOT BE APPROVED WITHOUT A RECEIPT. THE
      *----JOB CATEGORY PLACES A JOB-CHARGED CLAIM IN THE LABOR (L),
      *----MATERIAL (M) OR OVERHEAD (ANYTHING ELSE) COLUMN OF JOBCOST.
       01  ExpPolRec.
           05  EP-EXP-TYPE PIC X(3).
           05  EP-DESC PIC X(20).
           05  EP-LIMIT PIC 9(5)V99.
           05  EP-MILE-RATE PIC 9V999.
           05  EP-RECEIPT-REQ PIC X(1).
               88  EP-RECEIPT-REQUIRED VALUE "Y".
           05  EP-JOB-CATEGORY PIC X(1).
               88  EP-JOB-LABOR VALUE "L".
               88  EP-JOB-MATERIAL VALUE "M".
