      *----SHARED ITEM CATALOG RECORD, KEYED BY ITEM CODE. ITEMMAINT
      *----KEEPS IT; INVNUMBR PRICES EVERY KEYED INVOICE LINE FROM IT
      *----(UNLESS THE CUSTOMER HAS A CONTRACT PRICE ON CUSTPRC) AND
      *----CARRIES THE DESCRIPTION AND TAXABLE FLAG ONTO INVLINES. AN
      *----INACTIVE ITEM STAYS ON FILE FOR HISTORY BUT CANNOT BE
      *----BILLED.
       01  ItemRec.
           02  IM-ITEM-CODE PIC X(8).
           02  IM-DESC PIC X(20).
      *----UNIT OF MEASURE THE PRICE IS QUOTED IN - EA, HR, GAL, ...
           02  IM-UOM PIC X(4).
           02  IM-LIST-PRICE PIC 9(5)V99.
      *----Y WHEN SALES TAX APPLIES - INVTOTAL TAXES ONLY THE
      *----TAXABLE LINES OF AN INVOICE
           02  IM-TAXABLE PIC X(1).
               88  IM-IS-TAXABLE VALUE "Y".
           02  IM-STATUS PIC X(1).
               88  IM-ACTIVE VALUE "A".
               88  IM-INACTIVE VALUE "I".
