      *----NIGHTLY REPORT SPOOL. RPTWRITE ADDS EVERY LINE IT HANDS
      *----BACK TO A CALLER WITH A REPORT ID - HEADINGS, DETAIL AND
      *----TOTALS - TAGGED WITH THE REPORT ID AND COMPANY, SO RPTBURST
      *----CAN SPLIT THE NIGHT'S OUTPUT BY RECIPIENT AFTER THE CHAIN.
       01  RptSpoolRec.
           02  RS-REPORT-ID PIC X(8).
           02  RS-COMPANY PIC X(2).
           02  RS-RUN-DATE PIC 9(8).
           02  RS-LINE-TYPE PIC X(1).
               88  RS-HEADING VALUE "H".
               88  RS-DETAIL VALUE "D".
               88  RS-TOTAL VALUE "T".
           02  RS-PAGE PIC 9(3).
           02  RS-LINE PIC X(60).
