000140*                   WITH NO HISTORY AT ALL. A BREAK ENDS THE
000150*                   STEP WITH RETURN CODE 8 SO THE CHAIN
000160*                   SURFACES IT.
000161*   2026-10-15  DP  ACCTHIST RECORDS NOW CARRY A SOURCE CODE; THE
000162*                   PROOF ADDS EVERY SOURCE ALIKE.
000170*---------------------------------------------------------------
000180 ENVIRONMENT DIVISION.
000190 INPUT-OUTPUT SECTION.
000390                          SIGN IS LEADING SEPARATE.
000400     05  AH-BALANCE       PIC S9(6)V99
000410                          SIGN IS LEADING SEPARATE.
000411*----T TRANSACTION, I INTEREST, F FEE, E ESCHEAT - BLANK ON
000412*----POSTINGS MADE BEFORE THE SOURCE WAS KEPT.
000413     05  AH-SOURCE        PIC X(1).
000420
000430 FD  ACCTBAL-IN.
000440     COPY "ACCTBAL.cpy".
