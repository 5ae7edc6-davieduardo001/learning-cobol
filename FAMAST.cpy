      *----FIXED ASSET MASTER, ONE RECORD PER CAPITAL ASSET, KEYED BY
      *----ASSET ID. THE TANK ID LINKS A STORAGE TANK TO ITS TANKMAST
      *----ENTRY (SPACES FOR A TRUCK OR YARD EQUIPMENT). FAMAINT ADDS,
      *----TRANSFERS AND DISPOSES; FADEPR DEPRECIATES MONTHLY - S IS
      *----STRAIGHT LINE TO SALVAGE OVER THE USEFUL LIFE, D DOUBLE
      *----DECLINING BALANCE, NEVER BELOW SALVAGE. FA-LAST-PERIOD IS
      *----THE LAST MONTH (YYYYMM) DEPRECIATED. A DISPOSED ASSET STAYS
      *----ON FILE WITH ITS DISPOSAL DATE, PROCEEDS AND GAIN (LOSS
      *----NEGATIVE) FOR THE YEAR'S FASCHED SCHEDULE.
       01  FaMastRec.
           05  FA-ASSET-ID PIC X(8).
           05  FA-DESC PIC X(30).
           05  FA-COMPANY PIC X(2).
           05  FA-LOCATION PIC X(6).
           05  FA-TANK-ID PIC X(5).
           05  FA-IN-SERVICE PIC 9(8).
           05  FA-COST PIC 9(9)V99.
           05  FA-SALVAGE PIC 9(9)V99.
           05  FA-LIFE-YEARS PIC 9(2).
           05  FA-METHOD PIC X(1).
               88  FA-STRAIGHT-LINE VALUE "S".
               88  FA-DECLINING VALUE "D".
           05  FA-ACCUM-DEPR PIC 9(9)V99.
           05  FA-LAST-PERIOD PIC 9(6).
           05  FA-YTD-YEAR PIC 9(4).
           05  FA-YTD-DEPR PIC 9(9)V99.
           05  FA-STATUS PIC X(1).
               88  FA-ACTIVE VALUE "A".
               88  FA-DISPOSED VALUE "D".
           05  FA-DISP-DATE PIC 9(8).
           05  FA-DISP-PROCEEDS PIC 9(9)V99.
           05  FA-DISP-GAIN PIC S9(9)V99.
