000160*                   RECURRING BILLING FLOWS THROUGH INVNUMBR,
000170*                   INVTOTAL, AND CUSTSTMT UNTOUCHED BY HAND.
000180*                   EVERYTHING GENERATED LISTS ON RECURREG.
000181*   2026-10-15  DP  INVRAW NOW CARRIES ITEM LINES FOR THE CATALOG
000182*                   PRICING IN INVNUMBR. A GENERATED CHARGE GOES
000183*                   OUT AS SOURCE G WITH NO ITEM CODE, QUANTITY
000184*                   ONE, AND THE RECURMST AMOUNT AND DESCRIPTION
000185*                   AS ITS PRICE AND STATEMENT DESCRIPTION.
000190*---------------------------------------------------------------
000200 ENVIRONMENT DIVISION.
000210 INPUT-OUTPUT SECTION.
000460 01  INVRAW-REC.
000470     05  RW-INV-ID        PIC X(6).
000480     05  RW-CUST-ID       PIC X(7).
000481*----SAME LAYOUT INVNUMBR READS - A GENERATED LINE (SOURCE G)
000482*----CARRIES NO ITEM CODE, ITS OWN PRICE AND DESCRIPTION.
000483     05  RW-ITEM-CODE     PIC X(8).
000484     05  RW-QTY           PIC 9(5).
000485     05  RW-SOURCE        PIC X(1).
000486     05  RW-PRICE         PIC 9(5)V99.
000487     05  RW-DESC          PIC X(20).
000510
000520 FD  RECUR-REG.
000530 01  RECUR-REG-REC        PIC X(60).
001550     MOVE WS-GEN-COUNT TO WS-GEN-SEQ
001560     MOVE WS-GEN-ID TO RW-INV-ID
001570     MOVE RM-CUST-ID TO RW-CUST-ID
001571     MOVE SPACES TO RW-ITEM-CODE
001572     MOVE 1 TO RW-QTY
001573     MOVE "G" TO RW-SOURCE
001574     MOVE RM-AMOUNT TO RW-PRICE
001575     MOVE RM-DESC TO RW-DESC
001600     WRITE INVRAW-REC
001610     ADD RM-AMOUNT TO WS-GEN-TOTAL
001620     MOVE SPACES TO WS-REG-LINE
