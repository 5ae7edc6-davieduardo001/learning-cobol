000170*                   AND RESTART LOGIC CAN BE REHEARSED BEFORE
000180*                   YEAR-END VOLUME HITS. THE VALUE STREAM IS A
000190*                   FIXED CONGRUENCE SO A RUN IS REPEATABLE.
000191*   2026-10-15  DP  INVLINES TEST RECORDS NOW CARRY AN ITEM CODE,
000192*                   QUANTITY, PRICE, EXTENDED AMOUNT, DESCRIPTION
000193*                   AND TAXABLE FLAG TO MATCH THE PRICED LINE
000194*                   LAYOUT.
000200*---------------------------------------------------------------
000210 ENVIRONMENT DIVISION.
000220 INPUT-OUTPUT SECTION.
000560 01  VARTIME-REC          PIC X(90).
000570
000580 FD  INVLINES-OUT.
000590 01  INVLINES-REC         PIC X(63).
000600
000610 WORKING-STORAGE SECTION.
000620 01  WS-PARM-STATUS       PIC X(2) VALUE SPACES.
001200 01  WS-IL-LINE.
001210     05  IL-INV-ID        PIC X(6).
001220     05  IL-CUST-ID       PIC X(7).
001221     05  IL-ITEM-CODE     PIC X(8) VALUE "TESTITEM".
001222     05  IL-QTY           PIC 9(5).
001223     05  IL-QTY-X REDEFINES IL-QTY
001224                          PIC X(5).
001225     05  IL-PRICE         PIC 9(5)V99.
001226     05  IL-AMOUNT        PIC 9(7)V99.
001227     05  IL-DESC          PIC X(20) VALUE "TEST ITEM".
001228     05  IL-TAXABLE       PIC X(1) VALUE "Y".
001250 01  WS-INV-BUILD.
001260     05  FILLER           PIC X(1) VALUE "T".
001270     05  IB-NUM           PIC 9(5).
003530     ADD 1 TO WS-NUM1
003540     MOVE WS-NUM1 TO CB-NUM
003550     MOVE WS-CUST-BUILD TO IL-CUST-ID
003551     PERFORM 2100-NEXT-VALUE THRU 2100-EXIT
003552     DIVIDE WS-VALUE BY 50
003553         GIVING WS-BAD-TEST-Q REMAINDER WS-NUM1
003554     ADD 1 TO WS-NUM1
003555     MOVE WS-NUM1 TO IL-QTY
003556     PERFORM 2100-NEXT-VALUE THRU 2100-EXIT
003557     MOVE WS-VALUE TO IL-PRICE
003558     COMPUTE IL-AMOUNT = IL-QTY * IL-PRICE
003559     PERFORM 2200-TEST-FOR-BAD THRU 2200-EXIT
003560     IF MAKE-THIS-ONE-BAD
003561         MOVE "XX@Z9" TO IL-QTY-X
003562     END-IF
003640     SUBTRACT 1 FROM WS-LINES-LEFT
003650     WRITE INVLINES-REC FROM WS-IL-LINE.
003660 7100-EXIT.
