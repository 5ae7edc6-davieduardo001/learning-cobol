      *----INTEREST ACCRUED BUT NOT YET POSTED, ONE RECORD PER
      *----ACCTBAL ACCOUNT AND KEYED THE SAME. ACCTINT ADDS EACH
      *----NIGHT'S ACCRUAL AND CLEARS THE POSTED CENTS AT MONTH END,
      *----CARRYING THE FRACTION OF A CENT FORWARD.
       01  AcctAccrual.
           02  AA-IDENT PIC 9(7).
           02  AA-ACCRUED PIC 9(5)V9(6).
           02  AA-LAST-DATE PIC 9(8).
