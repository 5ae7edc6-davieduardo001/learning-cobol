      *----MASTER FILE GENERATION SET. MASTBKUP UNLOADS EVERY MASTER
      *----AND CONTROL FILE UNDER ONE SET OF FILELOCK RESERVATIONS AS
      *----ONE NUMBERED GENERATION; MASTRSTR PUTS A WHOLE GENERATION
      *----BACK. THE SET FILE HOLDS THE RETAINED GENERATIONS NEWEST
      *----FIRST. EACH GENERATION IS A GHD HEADER, THEN FOR EACH FILE
      *----AN FHD, ITS DTL IMAGES AND AN FTR CARRYING THE RECORD COUNT
      *----AND HASH TOTAL, AND LAST A GTR WITH THE FILE AND RECORD
      *----COUNTS. A GENERATION WITHOUT ITS GTR IS INCOMPLETE.
       01  MastGenRec.
           02  MG-REC-TYPE PIC X(3).
               88  MG-GEN-HEADER VALUE "GHD".
               88  MG-FILE-HEADER VALUE "FHD".
               88  MG-DETAIL VALUE "DTL".
               88  MG-FILE-TRAILER VALUE "FTR".
               88  MG-GEN-TRAILER VALUE "GTR".
           02  MG-GEN PIC 9(5).
           02  MG-FILE PIC X(8).
           02  MG-DATA PIC X(200).
           02  MG-HEADER-DATA REDEFINES MG-DATA.
               03  MG-GEN-DATE PIC 9(8).
               03  MG-GEN-TIME PIC 9(8).
               03  FILLER PIC X(184).
           02  MG-TRAILER-DATA REDEFINES MG-DATA.
               03  MG-REC-COUNT PIC 9(9).
               03  MG-HASH-TOTAL PIC S9(15)V99
                   SIGN IS LEADING SEPARATE.
               03  MG-FILE-COUNT PIC 9(2).
               03  FILLER PIC X(171).
      *----HASH FIELDS OF EACH MASTER IMAGE, BY POSITION. THESE MUST
      *----MOVE WHEN A MASTER LAYOUT MOVES THE FIELD. THE HASH IS THE
      *----KEY PLUS THE MAIN AMOUNT WHERE THE RECORD HAS ONE. GLACCT
      *----CARRIES NO NUMBER AT ALL AND IS PROVED ON ITS COUNT ALONE.
           02  MG-CUST-VIEW REDEFINES MG-DATA.
               03  MG-CU-IDENT PIC 9(7).
               03  FILLER PIC X(193).
           02  MG-EMP-VIEW REDEFINES MG-DATA.
               03  MG-EM-SSN PIC 9(9).
               03  FILLER PIC X(35).
               03  MG-EM-RATE PIC 9(3)V99.
               03  FILLER PIC X(151).
           02  MG-YTD-VIEW REDEFINES MG-DATA.
               03  MG-YT-SSN PIC 9(9).
               03  MG-YT-GROSS PIC 9(7)V99.
               03  FILLER PIC X(182).
           02  MG-DED-VIEW REDEFINES MG-DATA.
               03  MG-DD-SSN PIC 9(9).
               03  FILLER PIC X(4).
               03  MG-DD-RATE PIC 9(3)V99.
               03  FILLER PIC X(182).
           02  MG-ACCT-VIEW REDEFINES MG-DATA.
               03  MG-AB-IDENT PIC 9(7).
               03  MG-AB-BALANCE PIC S9(6)V99.
               03  FILLER PIC X(185).
           02  MG-OPEN-VIEW REDEFINES MG-DATA.
               03  FILLER PIC X(37).
               03  MG-OI-AMOUNT PIC S9(6)V99
                   SIGN IS LEADING SEPARATE.
               03  FILLER PIC X(8).
               03  MG-OI-PAID-AMT PIC S9(6)V99
                   SIGN IS LEADING SEPARATE.
               03  FILLER PIC X(137).
           02  MG-JOB-VIEW REDEFINES MG-DATA.
               03  FILLER PIC X(49).
               03  MG-JM-CONTRACT PIC 9(7)V99.
               03  FILLER PIC X(14).
               03  MG-JM-BILLED PIC 9(7)V99.
               03  FILLER PIC X(119).
           02  MG-LEAVE-VIEW REDEFINES MG-DATA.
               03  MG-LB-SSN PIC 9(9).
               03  MG-LB-VAC-BAL PIC 9(3)V99.
               03  MG-LB-SICK-BAL PIC 9(3)V99.
               03  FILLER PIC X(181).
           02  MG-BUSDATE-VIEW REDEFINES MG-DATA.
               03  MG-BD-DATE PIC 9(8).
               03  FILLER PIC X(192).
           02  MG-ACCTPER-VIEW REDEFINES MG-DATA.
               03  FILLER PIC X(2).
               03  MG-PD-PERIOD PIC 9(6).
               03  FILLER PIC X(192).
           02  MG-USER-VIEW REDEFINES MG-DATA.
               03  FILLER PIC X(37).
               03  MG-UP-EXPIRY PIC 9(8).
               03  FILLER PIC X(155).
           02  MG-COMP-VIEW REDEFINES MG-DATA.
               03  FILLER PIC X(32).
               03  MG-CO-FEIN PIC 9(9).
               03  FILLER PIC X(159).
           02  MG-PAYCAL-VIEW REDEFINES MG-DATA.
               03  MG-PY-START PIC 9(8).
               03  MG-PY-END PIC 9(8).
               03  FILLER PIC X(184).
           02  MG-UNEMP-VIEW REDEFINES MG-DATA.
               03  MG-UW-SSN PIC 9(9).
               03  FILLER PIC X(6).
               03  MG-UW-GROSS PIC 9(7)V99.
               03  FILLER PIC X(176).
           02  MG-RATEHIST-VIEW REDEFINES MG-DATA.
               03  MG-RH-SSN PIC 9(9).
               03  FILLER PIC X(8).
               03  MG-RH-RATE PIC 9(3)V99.
               03  FILLER PIC X(178).
           02  MG-PEND-VIEW REDEFINES MG-DATA.
               03  MG-PC-SSN PIC 9(9).
               03  FILLER PIC X(191).
           02  MG-ACCR-VIEW REDEFINES MG-DATA.
               03  MG-AA-IDENT PIC 9(7).
               03  MG-AA-ACCRUED PIC 9(5)V9(6).
               03  FILLER PIC X(182).
           02  MG-VEND-VIEW REDEFINES MG-DATA.
               03  FILLER PIC X(107).
               03  MG-VM-TERMS-DAYS PIC 9(3).
               03  FILLER PIC X(90).
           02  MG-APOPEN-VIEW REDEFINES MG-DATA.
               03  FILLER PIC X(51).
               03  MG-AP-AMOUNT PIC 9(7)V99.
               03  FILLER PIC X(140).
           02  MG-ITEM-VIEW REDEFINES MG-DATA.
               03  FILLER PIC X(32).
               03  MG-IM-LIST-PRICE PIC 9(5)V99.
               03  FILLER PIC X(161).
           02  MG-GLBAL-VIEW REDEFINES MG-DATA.
               03  FILLER PIC X(8).
               03  MG-GB-PERIOD PIC 9(6).
               03  MG-GB-DEBITS PIC 9(11)V99.
               03  MG-GB-CREDITS PIC 9(11)V99.
               03  FILLER PIC X(160).
           02  MG-ASSET-VIEW REDEFINES MG-DATA.
               03  FILLER PIC X(59).
               03  MG-FA-COST PIC 9(9)V99.
               03  FILLER PIC X(14).
               03  MG-FA-ACCUM-DEPR PIC 9(9)V99.
               03  FILLER PIC X(105).
           02  MG-BENENRL-VIEW REDEFINES MG-DATA.
               03  MG-BE-SSN PIC 9(9).
               03  FILLER PIC X(191).
           02  MG-TICKET-VIEW REDEFINES MG-DATA.
               03  MG-TH-TICKET PIC 9(6).
               03  FILLER PIC X(29).
               03  MG-TH-AMOUNT PIC 9(9)V99.
               03  FILLER PIC X(154).
