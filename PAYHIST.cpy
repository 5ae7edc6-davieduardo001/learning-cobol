      *----AN EMPLOYEE WITH SEVERAL CARDS IN A PERIOD HAS SEVERAL
      *----RECORDS, SO PERIOD TOTALS ARE SUMMED ACROSS THEM (AS
      *----GRNREMIT AND PAYRETRO DO). APPENDED BY THE PAYROLL RUN
      *----AND READ BY PAYSTUB, PAYADV, PAYRETRO, GRNREMIT, PAY941,
      *----AND UIWAGES.
      *----UNLIKE VARPAY THIS FILE IS NEVER OVERWRITTEN, SO ANY
      *----PAST STUB CAN BE REPRODUCED.
       01  PAYHIST-REC.
           05  PH-DED-ENTRY OCCURS 10 TIMES.
               10  PH-DED-CODE PIC X(3).
               10  PH-DED-AMT PIC 9(5)V99.
      *----UNEMPLOYMENT WAGES - THE WORK STATE THE PAY WAS REPORTED
      *----TO AND THE PART OF PH-GROSS STILL UNDER THE FUTA AND SUTA
      *----ANNUAL WAGE BASES. RECORDS WRITTEN BEFORE THESE FIELDS
      *----EXISTED READ BACK AS SPACES AND COUNT AS ZERO.
           05  PH-UI-STATE PIC X(2).
           05  PH-FUTA-WAGES PIC 9(5)V99.
           05  PH-SUTA-WAGES PIC 9(5)V99.
      *----EARNINGS CODE - SPACES FOR REGULAR PAYROLL. AN OFF-CYCLE
      *----SUPPLEMENTAL PAYMENT (BONUS, COMMISSION, ...) CARRIES ITS
      *----CODE, WITH PH-PERIOD-END HOLDING THE SUPPLEMENTAL PAY DATE.
           05  PH-EARN-CODE PIC X(3).
      *----RATE THE ROW WAS PAID AT - THE HOURLY RATE, OR FOR A
      *----SALARIED ROW THE FULL PERIOD SALARY BEFORE ANY PRORATION.
      *----PAYRETRO DIFFERENCES IT AGAINST THE RATE HISTORY. ZERO ON
      *----OFF-CYCLE ROWS; SPACES ON ROWS WRITTEN BEFORE IT EXISTED.
           05  PH-PAY-RATE PIC 9(5)V99.
