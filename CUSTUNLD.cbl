000120*                   THE RECORD COUNT, SO CUSTRELD CAN PROVE THE
000130*                   BACKUP IS COMPLETE BEFORE IT RELOADS.
000140*                   OPERATIONS RUNS THIS AHEAD OF EVERY PURGE.
000141*   2026-10-15  DP  BACKUP RECORD WIDENED TO 114 BYTES FOR THE
000142*                   111-BYTE CUSTOMER RECORD WITH PAYMENT TERMS -
000143*                   THE OLD 102-BYTE RECORD WAS ALSO CLIPPING THE
000144*                   COMPANY CODE OFF EVERY DETAIL LINE.
000145*   2026-10-15  DP  BACKUP RECORD WIDENED TO 123 BYTES FOR THE
000146*                   120-BYTE CUSTOMER RECORD WITH THE COLLECTION
000147*                   PLACEMENT.
000149*   2026-10-15  DP  BACKUP RECORD WIDENED TO 154 BYTES FOR THE
000151*                   151-BYTE CUSTOMER RECORD WITH THE RETURNED-
000153*                   MAIL BLOCK.
000154*   2026-10-15  DP  BACKUP RECORD WIDENED TO 161 BYTES FOR THE
000155*                   158-BYTE CUSTOMER RECORD WITH THE PARENT
000156*                   IDENT.
000157*   2026-10-15  DP  BACKUP RECORD WIDENED TO 165 BYTES FOR THE
000158*                   162-BYTE CUSTOMER RECORD WITH THE SALES REP.
000159*---------------------------------------------------------------
000160 ENVIRONMENT DIVISION.
000170 INPUT-OUTPUT SECTION.
000180 FILE-CONTROL.
000300     COPY "CUSTOMER.cpy".
000310
000320 FD  BACKUP-OUT.
000321 01  BACKUP-REC             PIC X(165).
000340
000350 WORKING-STORAGE SECTION.
000360 01  WS-CUST-STATUS         PIC X(2) VALUE SPACES.
000470     05  FILLER             PIC X(3) VALUE "HDR".
000480     05  HL-DATE            PIC 9(8).
000490     05  HL-TIME            PIC 9(8).
000491     05  FILLER             PIC X(146) VALUE SPACES.
000510 01  WS-DETAIL-LINE.
000520     05  FILLER             PIC X(3) VALUE "DTL".
000521     05  DL-CUSTOMER        PIC X(162).
000540 01  WS-TRAILER-LINE.
000550     05  FILLER             PIC X(3) VALUE "TRL".
000560     05  TL-COUNT           PIC 9(7).
000561     05  FILLER             PIC X(155) VALUE SPACES.
000580
000590 PROCEDURE DIVISION.
000600 0000-MAINLINE.
