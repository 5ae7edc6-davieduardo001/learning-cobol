000160*                   WHILE IT REBUILDS CUSTMAST, SO AN INQUIRY
000170*                   OR THE PURGE CANNOT CATCH THE FILE HALF
000180*                   BUILT.
000181*   2026-10-15  DP  BACKUP IMAGE WIDENED TO THE 111-BYTE CUSTOMER
000182*                   RECORD NOW THAT IT CARRIES PAYMENT TERMS.
000183*   2026-10-15  DP  BACKUP IMAGE WIDENED TO THE 120-BYTE CUSTOMER
000184*                   RECORD NOW THAT IT CARRIES THE COLLECTION
000185*                   PLACEMENT.
000186*   2026-10-15  DP  BACKUP IMAGE WIDENED TO THE 151-BYTE CUSTOMER
000187*                   RECORD NOW THAT IT CARRIES THE RETURNED-MAIL
000188*                   BLOCK.
000191*   2026-10-15  DP  BACKUP IMAGE WIDENED TO THE 158-BYTE CUSTOMER
000194*                   RECORD NOW THAT IT CARRIES THE PARENT IDENT.
000195*   2026-10-15  DP  BACKUP IMAGE WIDENED TO THE 162-BYTE CUSTOMER
000196*                   RECORD NOW THAT IT CARRIES THE SALES REP.
000197*---------------------------------------------------------------
000200 ENVIRONMENT DIVISION.
000210 INPUT-OUTPUT SECTION.
000220 FILE-CONTROL.
000390         88  BK-HEADER          VALUE "HDR".
000400         88  BK-DETAIL          VALUE "DTL".
000410         88  BK-TRAILER         VALUE "TRL".
000411     05  BK-DATA            PIC X(162).
000430     05  BK-DATA-R REDEFINES BK-DATA.
000440         10  BK-TRL-COUNT   PIC 9(7).
000441         10  FILLER         PIC X(155).
000460
000470 WORKING-STORAGE SECTION.
000480 01  WS-CUST-STATUS         PIC X(2) VALUE SPACES.
