000210*   2026-08-21  DP  CUSTOMER IDENT EXPANDED FROM THREE TO
000220*                   SEVEN DIGITS - SEE CUSTCONV FOR THE
000230*                   ONE-TIME MASTER CONVERSION.
000231*   2026-10-15  DP  JOURNAL IMAGE AREAS WIDENED TO 200 BYTES TO
000232*                   MATCH JRNLWRIT.
000233*   2026-10-15  DP  ARCHIVE IMAGE WIDENED TO THE 111-BYTE CUSTOMER
000234*                   RECORD NOW THAT IT CARRIES PAYMENT TERMS.
000235*   2026-10-15  DP  ARCHIVE IMAGE WIDENED TO THE 120-BYTE CUSTOMER
000236*                   RECORD NOW THAT IT CARRIES THE COLLECTION
000237*                   PLACEMENT.
000239*   2026-10-15  DP  ARCHIVE IMAGE WIDENED TO THE 151-BYTE CUSTOMER
000241*                   RECORD NOW THAT IT CARRIES THE RETURNED-MAIL
000243*                   BLOCK.
000244*   2026-10-15  DP  ARCHIVE IMAGE WIDENED TO THE 158-BYTE CUSTOMER
000245*                   RECORD NOW THAT IT CARRIES THE PARENT IDENT.
000246*   2026-10-15  DP  ARCHIVE IMAGE WIDENED TO THE 162-BYTE CUSTOMER
000247*                   RECORD NOW THAT IT CARRIES THE SALES REP.
000248*---------------------------------------------------------------
000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000520 01  PURGE-RPT-REC          PIC X(40).
000530
000540 FD  ARCHIVE-OUT.
000541 01  ARCHIVE-REC            PIC X(170).
000560
000570 WORKING-STORAGE SECTION.
000580 01  WS-CUST-STATUS         PIC X(2) VALUE SPACES.
000700*----AUDIT JOURNAL WORK AREAS - SEE JRNLWRIT
000710 01  WS-JRNL-PROGRAM        PIC X(10) VALUE "CUSTPURGE".
000720 01  WS-JRNL-ACTION         PIC X(1) VALUE "D".
000730 01  WS-BEFORE-IMAGE        PIC X(200) VALUE SPACES.
000740 01  WS-AFTER-IMAGE         PIC X(200) VALUE SPACES.
000750 01  WS-LOCK-FILE           PIC X(8) VALUE "CUSTMAST".
000760 01  WS-LOCK-ACTION         PIC X(1) VALUE SPACE.
000770 01  WS-LOCK-RESULT         PIC X(1) VALUE SPACE.
000780
000790 01  WS-ARCH-LINE.
000800     05  AL-PURGE-DATE      PIC 9(8).
000801     05  AL-CUSTOMER        PIC X(162).
000820 01  WS-OUT-LINE.
000830     05  OL-IDENT           PIC 9(7).
000840     05  FILLER             PIC X(1) VALUE SPACE.
