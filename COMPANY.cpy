      *----SHARED OPERATING COMPANY (EMPLOYER) RECORD, ONE PER CODE
      *----ON THE COMPMAST TABLE. CO-CODE MATCHES ER-COMPANY AND THE
      *----PAYCOCTL CARD - SPACES IS THE ORIGINAL COMPANY. CARRIES
      *----THE EMPLOYER DETAILS THE STATE AND FEDERAL FILINGS NEED.
       01  CompanyRec.
           02  CO-CODE PIC X(2).
           02  CO-NAME PIC X(30).
           02  CO-FEIN PIC 9(9).
      *----STATE EMPLOYER ACCOUNT NUMBER AS THE STATE ISSUED IT
           02  CO-STATE-ID PIC X(15).
           02  CO-ADDRESS.
               03  CO-STREET PIC X(30).
               03  CO-CITY PIC X(20).
               03  CO-STATE PIC X(2).
               03  CO-ZIP PIC X(9).
