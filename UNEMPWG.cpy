      *----SHARED UNEMPLOYMENT WAGE RECORD, KEYED BY SSN AND STATE.
      *----THE PAYROLL RUN KEEPS ONE ROW PER EMPLOYEE FOR FEDERAL
      *----FUTA (STATE "US") AND ONE PER WORK STATE THE EMPLOYEE HAS
      *----BEEN PAID IN FOR SUTA, SPLITTING EACH PAY'S GROSS INTO THE
      *----PART STILL UNDER THAT TAX'S ANNUAL WAGE BASE (TAXABLE) AND
      *----THE PART OVER IT (EXCESS). A ROW WHOSE UW-YEAR IS NOT THE
      *----PAY YEAR STARTS AGAIN FROM ZERO, SO NO ROLLOVER IS NEEDED.
       01  UnempWageRec.
           02  UW-KEY.
               03  UW-SSN PIC 9(9).
               03  UW-STATE PIC X(2).
           02  UW-YEAR PIC 9(4).
           02  UW-GROSS PIC 9(7)V99.
           02  UW-TAXABLE PIC 9(7)V99.
           02  UW-EXCESS PIC 9(7)V99.
