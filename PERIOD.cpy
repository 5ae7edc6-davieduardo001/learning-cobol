      *----ACCOUNTING PERIOD CONTROL, ONE RECORD PER COMPANY AND
      *----MONTH, KEYED BY COMPANY CODE (SPACES IS THE ORIGINAL
      *----COMPANY) AND YYYYMM. PERDCLOS CLOSES AND REOPENS PERIODS;
      *----EVERY PROGRAM THAT POSTS DATED MONEY ASKS PERDCHK WHETHER
      *----THE DATE FALLS IN A CLOSED MONTH. A MONTH WITH NO RECORD
      *----HAS NEVER BEEN CLOSED AND IS OPEN. THE FILE IS ACCTPER;
      *----THE PAYROLL CALENDAR ON PERIODCT IS A DIFFERENT FILE.
       01  PeriodRec.
           02  PD-KEY.
               03  PD-COMPANY PIC X(2).
               03  PD-PERIOD PIC 9(6).
           02  PD-STATUS PIC X(1).
               88  PD-OPEN VALUE "O".
               88  PD-CLOSED VALUE "C".
      *----WHO LAST CLOSED OR REOPENED THE MONTH, AND WHEN
           02  PD-CHANGED-BY PIC X(8).
           02  PD-CHANGED-DATE PIC 9(8).
