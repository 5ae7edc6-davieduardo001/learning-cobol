      *----ADJUSTMENTS) INTO THIS FILE AND APPLIES CASH AGAINST IT;
      *----AGERPT AND FINCHG AGE THE REMAINING BALANCE OF OPEN LINES
      *----ONLY, SO A PAID INVOICE FINALLY STOPS AGING. THE REMAINING
      *----BALANCE OF A LINE IS OI-AMOUNT LESS OI-PAID-AMT. THE DUE
      *----DATE COMES FROM THE CUSTOMER'S TERMS WHEN THE LINE IS
      *----ABSORBED AND IS WHAT THE AGING RUNS FROM. A LINE THE
      *----BADDEBT RUN WRITES OFF IS CLOSED W WITH ITS PAID AMOUNT
      *----LEFT AS IT WAS, SO THE REMAINING BALANCE IS WHAT WENT TO
      *----BAD DEBT. THE BOOK IS INDEXED BY CUSTOMER, INVOICE AND LINE
      *----NUMBER, SO A CUSTOMER'S LINES CAN BE READ DIRECTLY AND ONLY
      *----THE LINES THAT CHANGE ARE REWRITTEN. OI-INV-NO IS THE
      *----INVOICE THE LINE BELONGS TO (ITS INVOICE, SALES TAX OR
      *----DISCOUNT LINE), SPACES FOR A LINE WITH NO INVOICE SUCH AS
      *----UNAPPLIED CASH OR A MANUAL ADJUSTMENT. OI-LINE-SEQ NUMBERS
      *----THE LINES SHARING A CUSTOMER AND INVOICE FROM 1; THE NEXT
      *----FREE NUMBER IS TAKEN WHEN A LINE IS ADDED. THE ALTERNATE KEY
      *----ON OI-STATUS READS ONLY THE OPEN LINES.
       01  OpenItemRec.
           05  OI-KEY.
               10  OI-CUST-ID PIC X(7).
               10  OI-INV-NO PIC X(6).
               10  OI-LINE-SEQ PIC 9(4).
           05  OI-DESCRIPTION PIC X(20).
           05  OI-AMOUNT PIC S9(6)V99
               SIGN IS LEADING SEPARATE.
           05  OI-STATUS PIC X(1).
               88  OI-IS-OPEN VALUE "O".
               88  OI-IS-PAID VALUE "P".
               88  OI-IS-WRITTEN-OFF VALUE "W".
           05  OI-DUE-DATE PIC 9(8).
