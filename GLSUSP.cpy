      *----GENERAL LEDGER SUSPENSE, ONE RECORD PER LINE OF A BATCH
      *----GLPOST COULD NOT POST BUT WHICH CAN BE MADE GOOD WITHOUT
      *----RE-KEYING - AN ACCOUNT MISSING FROM THE CHART OR INACTIVE,
      *----OR A MONTH CLOSED. THE LINES OF ONE BATCH ARE TOGETHER AND
      *----SHARE COMPANY, SOURCE AND REFERENCE; GLPOST OFFERS THEM
      *----AGAIN AHEAD OF EACH NIGHT'S WORK UNTIL THEY POST.
       01  GlSuspRec.
           05  GS-COMPANY PIC X(2).
           05  GS-SOURCE PIC X(8).
           05  GS-REF PIC X(6).
           05  GS-ACCT PIC X(6).
           05  GS-DC PIC X(1).
           05  GS-AMOUNT PIC 9(9)V99.
           05  GS-POST-DATE PIC 9(8).
           05  GS-DESC PIC X(30).
           05  GS-HELD-ON PIC 9(8).
           05  GS-REASON PIC X(30).
