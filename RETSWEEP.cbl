000230*                   REWRITTEN IN PLACE THROUGH THE RETNWK WORK
000240*                   FILE. COUNTS SWEPT AND RETAINED GO TO THE
000250*                   RETSWRPT REPORT.
000251*   2026-10-15  DP  RECORD AREAS WIDENED FROM 250 TO 450 BYTES -
000252*                   THE CUSTJRNL RECORD NOW CARRIES 200-BYTE
000253*                   IMAGES AND RUNS TO 427.
000260*---------------------------------------------------------------
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000570 01  RETNNAME-REC         PIC X(8).
000580
000590 FD  RETNIN-IO.
000600 01  RETNIN-REC           PIC X(450).
000610
000620 FD  RETNWK-IO.
000630 01  RETNWK-REC           PIC X(450).
000640
000650*----THE DATED YEARLY OFFLINE ANNEX - YEAR AND SOURCE FILE
000660*----LEAD EVERY MOVED RECORD SO A YEAR CAN BE PULLED BACK.
000680 01  OFFLINE-REC.
000690     05  OF-YEAR          PIC 9(4).
000700     05  OF-FILE          PIC X(8).
000710     05  OF-IMAGE         PIC X(450).
000720
000730 FD  SWEEP-RPT.
000740 01  SWEEP-RPT-REC        PIC X(60).
