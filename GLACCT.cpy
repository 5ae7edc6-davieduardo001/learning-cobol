      *----GENERAL LEDGER CHART OF ACCOUNTS, ONE RECORD PER COMPANY
      *----AND ACCOUNT, KEYED BY COMPANY CODE (SPACES IS THE ORIGINAL
      *----COMPANY) AND THE SIX-CHARACTER ACCOUNT GLMAP POSTS TO.
      *----GLACMNT KEEPS IT; GLPOST REFUSES ANY BATCH NAMING AN
      *----ACCOUNT NOT ON IT, AND GLMONTH TAKES THE ACCOUNT TYPE TO
      *----PLACE EACH BALANCE ON THE INCOME STATEMENT OR THE BALANCE
      *----SHEET. AN INACTIVE ACCOUNT KEEPS ITS HISTORY BUT TAKES NO
      *----NEW POSTINGS.
       01  GlAcctRec.
           02  GA-KEY.
               03  GA-COMPANY PIC X(2).
               03  GA-ACCT PIC X(6).
           02  GA-NAME PIC X(30).
           02  GA-TYPE PIC X(1).
               88  GA-ASSET VALUE "A".
               88  GA-LIABILITY VALUE "L".
               88  GA-EQUITY VALUE "Q".
               88  GA-REVENUE VALUE "R".
               88  GA-EXPENSE VALUE "E".
               88  GA-VALID-TYPE VALUE "A" "L" "Q" "R" "E".
           02  GA-STATUS PIC X(1).
               88  GA-ACTIVE VALUE "A".
               88  GA-INACTIVE VALUE "I".
