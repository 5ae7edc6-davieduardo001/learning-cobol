000130*                   PROGRAM, DATE/TIME, ACTION CODE, AND THE
000140*                   FULL BEFORE AND AFTER RECORD IMAGES.
000150*                   JRNLPRNT PRINTS THE JOURNAL ON DEMAND.
000151*   2026-10-15  DP  RECORD IMAGES WIDENED TO 200 BYTES SO THE
000152*                   EMPLOYEE AND CUSTOMER LAYOUTS CAN OUTGROW
000153*                   101. THE FIRST 101 BYTES STAY WHERE THEY
000154*                   WERE AND THE REST OF EACH IMAGE RIDES ON
000155*                   THE END OF THE RECORD, SO JOURNAL RECORDS
000156*                   WRITTEN BEFORE THE CHANGE STILL READ BACK.
000160*---------------------------------------------------------------
000170 ENVIRONMENT DIVISION.
000180 INPUT-OUTPUT SECTION.
000310     05  JR-ACTION          PIC X(1).
000320     05  JR-BEFORE-IMAGE    PIC X(101).
000330     05  JR-AFTER-IMAGE     PIC X(101).
000331     05  JR-BEFORE-EXT      PIC X(99).
000332     05  JR-AFTER-EXT       PIC X(99).
000340
000350 WORKING-STORAGE SECTION.
000360 01  WS-JRNL-STATUS         PIC X(2) VALUE SPACES.
000400 LINKAGE SECTION.
000410 01  L-PROGRAM              PIC X(10).
000420 01  L-ACTION               PIC X(1).
000430 01  L-BEFORE-IMAGE         PIC X(200).
000431 01  L-BEFORE-PARTS REDEFINES L-BEFORE-IMAGE.
000432     05  L-BEFORE-FIRST     PIC X(101).
000433     05  L-BEFORE-REST      PIC X(99).
000440 01  L-AFTER-IMAGE          PIC X(200).
000441 01  L-AFTER-PARTS REDEFINES L-AFTER-IMAGE.
000442     05  L-AFTER-FIRST      PIC X(101).
000443     05  L-AFTER-REST       PIC X(99).
000450
000460 PROCEDURE DIVISION USING L-PROGRAM, L-ACTION,
000470     L-BEFORE-IMAGE, L-AFTER-IMAGE.
000560     MOVE WS-CUR-DATE TO JR-DATE
000570     MOVE WS-CUR-TIME TO JR-TIME
000580     MOVE L-ACTION TO JR-ACTION
000590     MOVE L-BEFORE-FIRST TO JR-BEFORE-IMAGE
000600     MOVE L-AFTER-FIRST TO JR-AFTER-IMAGE
000601     MOVE L-BEFORE-REST TO JR-BEFORE-EXT
000602     MOVE L-AFTER-REST TO JR-AFTER-EXT
000610     WRITE JOURNAL-REC
000620     CLOSE JOURNAL-OUT
000630     GOBACK.
