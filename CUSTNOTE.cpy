      *----CUSTOMER CONTACT NOTE, KEYED BY CUSTOMER IDENT AND THE DATE
      *----AND TIME THE NOTE WAS TAKEN, SO A CUSTOMER'S NOTES READ IN
      *----THE ORDER THEY WERE TAKEN. CSRMENU ADDS AND SHOWS THEM;
      *----NOTEFUP LISTS THE FOLLOW-UPS THAT HAVE COME DUE. NOTES ARE
      *----NEVER CHANGED - A LATER NOTE ON THE CUSTOMER IS THE ANSWER
      *----TO AN EARLIER ONE.
       01  CustNoteRec.
           02  CN-KEY.
               03  CN-IDENT PIC 9(7).
               03  CN-DATE PIC 9(8).
               03  CN-TIME PIC 9(8).
           02  CN-OPERATOR PIC X(8).
      *----BL BILLING QUESTION, PY PAYMENT ARRANGEMENT, DS DISPUTE,
      *----AD ADDRESS OR CONTACT CHANGE, CM COMPLAINT, GN GENERAL.
           02  CN-CATEGORY PIC X(2).
               88  CN-CATEGORY-VALID VALUE "BL" "PY" "DS" "AD" "CM"
                   "GN".
           02  CN-TEXT PIC X(60).
      *----FOLLOW-UP DATE YYYYMMDD - ZERO WHEN NONE IS NEEDED.
           02  CN-FOLLOWUP-DATE PIC 9(8).
