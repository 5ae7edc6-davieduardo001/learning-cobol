      *----AND CHECK RUNS SELECT BY THIS CODE. SPACES MEANS THE
      *----ORIGINAL COMPANY.
           02  ER-COMPANY PIC X(2).
      *----DATE OF HIRE, OR OF THE LATEST REHIRE - SET BY EMPMAINT ON
      *----AN ADD OR REHIRE AND BY EMPREIN ON A REINSTATEMENT. THE
      *----NEWHIRE EXTRACT REPORTS EACH SSN AND HIRE DATE TO THE STATE
      *----ONCE. ZERO MEANS HIRED BEFORE THE DATE WAS KEPT.
           02  ER-HIRE-DATE PIC 9(8).
      *----PAY TYPE - H IS PAID FROM TIMESHEET HOURS AT ER-PAY-RATE.
      *----S IS PAID ER-PERIOD-SALARY EVERY PAY PERIOD WITHOUT A
      *----TIMESHEET, PRORATED IN THE PERIOD OF HIRE OR TERMINATION;
      *----A SALARIED TIMESHEET ONLY RECORDS LEAVE TAKEN.
           02  ER-PAY-TYPE PIC X(1).
               88  ER-HOURLY VALUE "H".
               88  ER-SALARIED VALUE "S".
           02  ER-PERIOD-SALARY PIC 9(5)V99.
      *----FEDERAL W-4 ELECTIONS. FILING STATUS PICKS THE TAXBRKT
      *----BRACKET SET - S SINGLE (OR MARRIED FILING SEPARATELY), M
      *----MARRIED FILING JOINTLY, H HEAD OF HOUSEHOLD. THE DEPENDENT
      *----CREDIT IS THE ANNUAL W-4 AMOUNT, SPREAD OVER THE PAY
      *----PERIODS IN THE YEAR; THE EXTRA WITHHOLDING IS A FLAT AMOUNT
      *----ADDED EVERY PAY PERIOD.
           02  ER-FILING-STATUS PIC X(1).
               88  ER-FILE-SINGLE VALUE "S".
               88  ER-FILE-MARRIED VALUE "M".
               88  ER-FILE-HEAD VALUE "H".
           02  ER-DEP-CREDIT PIC 9(5)V99.
           02  ER-EXTRA-WH PIC 9(4)V99.
      *----HOME DEPARTMENT (AS KEYED IN TS-WHERE ON THE TIMECARDS)
      *----AND THE OPERATOR ID OF THE SUPERVISOR WHO APPROVES THE
      *----EMPLOYEE'S CARDS IN TSAPPROV. TCMISS GROUPS ITS MISSING
      *----AND LATE TIMECARD LIST BY THEM. SPACES MEANS NOT ASSIGNED.
           02  ER-DEPT PIC X(20).
           02  ER-SUPERVISOR PIC X(5).
