      *----FIXED ASSET HAND-OFF TO GLEXTR. FADEPR APPENDS ONE RECORD
      *----PER ASSET DEPRECIATED (D) WITH THE AMOUNT, DATED THE MONTH
      *----END; FAMAINT APPENDS ONE PER DISPOSAL (X) WITH THE COST, THE
      *----ACCUMULATED DEPRECIATION RELIEVED, THE PROCEEDS AND THE GAIN
      *----OR LOSS. GLEXTR POSTS THEM AS THE FADEPR AND FADISP BATCHES
      *----AND EMPTIES THE FILE ONCE BOTH BALANCE.
       01  FAGL-REC.
           05  FG-POST-DATE PIC 9(8).
           05  FG-COMPANY PIC X(2).
           05  FG-ASSET-ID PIC X(8).
           05  FG-TYPE PIC X(1).
               88  FG-DEPRECIATION VALUE "D".
               88  FG-DISPOSAL VALUE "X".
           05  FG-AMOUNT PIC 9(9)V99.
           05  FG-ACCUM PIC 9(9)V99.
           05  FG-PROCEEDS PIC 9(9)V99.
           05  FG-GAIN-LOSS PIC 9(9)V99.
           05  FG-GL-TYPE PIC X(1).
               88  FG-GAIN VALUE "G".
               88  FG-LOSS VALUE "L".
