      *----GENERAL LEDGER DETAIL, ONE RECORD APPENDED BY GLPOST FOR
      *----EVERY LINE IT POSTS - THE BATCH SOURCE (THE GLEXTR SOURCE,
      *----OR MANUALJE WITH THE ENTRY NUMBER) AND ITS DESCRIPTION.
      *----GLMONTH PRINTS THE MONTH'S DETAIL LEDGER FROM IT.
       01  GlDetlRec.
           05  GD-COMPANY PIC X(2).
           05  GD-ACCT PIC X(6).
           05  GD-POST-DATE PIC 9(8).
           05  GD-SOURCE PIC X(8).
           05  GD-REF PIC X(6).
           05  GD-DC PIC X(1).
           05  GD-AMOUNT PIC 9(9)V99.
           05  GD-DESC PIC X(30).
           05  GD-POSTED-ON PIC 9(8).
