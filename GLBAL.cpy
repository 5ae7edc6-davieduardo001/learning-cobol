      *----GENERAL LEDGER PERIOD BALANCES, ONE RECORD PER COMPANY,
      *----ACCOUNT AND MONTH (YYYYMM) WITH THE DEBITS AND CREDITS
      *----GLPOST HAS APPLIED TO IT. A BALANCE AT ANY MONTH END IS THE
      *----SUM OF THE MONTHS UP TO IT - ALL OF THEM FOR A BALANCE SHEET
      *----ACCOUNT, THE YEAR'S FOR AN INCOME STATEMENT ACCOUNT.
       01  GlBalRec.
           02  GB-KEY.
               03  GB-COMPANY PIC X(2).
               03  GB-ACCT PIC X(6).
               03  GB-PERIOD PIC 9(6).
           02  GB-DEBITS PIC 9(11)V99.
           02  GB-CREDITS PIC 9(11)V99.
