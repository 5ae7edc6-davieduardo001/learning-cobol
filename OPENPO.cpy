      *----SHARED OPEN PURCHASE ORDER RECORD, KEPT BY POMAINT. THE
      *----FIRST THREE FIELDS ARE THE COMMITTED COST PER JOB AND
      *----CATEGORY (L/M/O) THAT JOBVAR AND XREFAUDT SUM. A NUMBERED
      *----PO LINE ALSO CARRIES ITS VENDOR, UNIT PRICE, AND THE
      *----QUANTITIES ORDERED, RECEIVED, AND INVOICED, WHICH APINVENT
      *----MATCHES EACH VENDOR INVOICE AGAINST. A ROW WITH NO PO
      *----NUMBER IS A BARE COMMITMENT FROM BEFORE POS WERE NUMBERED
      *----AND ITS QUANTITY FIELDS MEAN NOTHING.
       01  OPENPO-REC.
           05  PO-JOB-ID        PIC X(6).
           05  PO-CATEGORY      PIC X(1).
           05  PO-COMMITTED     PIC 9(7)V99.
           05  PO-NUMBER        PIC X(8).
           05  PO-VENDOR-ID     PIC X(6).
           05  PO-UNIT-PRICE    PIC 9(5)V99.
           05  PO-QTY-ORDERED   PIC 9(7).
           05  PO-QTY-RECEIVED  PIC 9(7).
           05  PO-QTY-INVOICED  PIC 9(7).
