      *----REPORT DISTRIBUTION TABLE, ONE ROW PER REPORT ID, COMPANY
      *----AND RECIPIENT. COMPANY ** SENDS THE REPORT FOR EVERY
      *----COMPANY. METHOD P GOES TO THE PRINT PACKAGES, F TO THE FILE
      *----PACKAGES. EVERY REPORT ON THE TABLE IS EXPECTED EACH NIGHT.
       01  RptDistRec.
           02  RD-REPORT-ID PIC X(8).
           02  RD-COMPANY PIC X(2).
               88  RD-ALL-COMPANIES VALUE "**".
           02  RD-RECIPIENT PIC X(8).
           02  RD-RECIP-NAME PIC X(24).
           02  RD-COPIES PIC 9(2).
           02  RD-METHOD PIC X(1).
               88  RD-BY-PRINT VALUE "P".
               88  RD-BY-FILE VALUE "F".
