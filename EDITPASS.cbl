000160*                   RECORDS ON EDITERRS, AND SETS RETURN CODE 4
000170*                   WHEN ANYTHING DROPPED SO DOWNSTREAM STEPS
000180*                   CAN GATE ON COND THE WAY SUBJCL DOES.
000181*   2026-10-15  DP  INVLINES EDIT FOLLOWS THE PRICED LINE LAYOUT -
000182*                   QUANTITY, PRICE AND EXTENDED AMOUNT MUST BE
000183*                   NUMERIC AND THE TAXABLE FLAG Y OR N.
000190*---------------------------------------------------------------
000200 ENVIRONMENT DIVISION.
000210 INPUT-OUTPUT SECTION.
000750 01  INVLINES-REC.
000760     05  LN-INV-ID        PIC X(6).
000770     05  LN-CUST-ID       PIC X(7).
000771     05  LN-ITEM-CODE     PIC X(8).
000772     05  LN-QTY           PIC X(5).
000773     05  LN-PRICE         PIC X(7).
000774     05  LN-AMOUNT        PIC X(9).
000775     05  LN-DESC          PIC X(20).
000776     05  LN-TAXABLE       PIC X(1).
000800
000810 FD  INVLINES-OUT.
000820 01  INVLINES-OUT-REC     PIC X(63).
000830
000840 FD  JOBCOST-IN.
000850 01  JOBCOST-REC.
002740         MOVE "N" TO WS-REC-VALID-SW
002750         MOVE "INVOICE/CUSTOMER ID MISSING" TO WS-REJECT-REASON
002760     ELSE
002761         IF LN-QTY IS NOT NUMERIC
002762             OR LN-PRICE IS NOT NUMERIC
002763             OR LN-AMOUNT IS NOT NUMERIC
002764             MOVE "N" TO WS-REC-VALID-SW
002765             MOVE "LINE AMOUNTS NOT NUMERIC"
002766                 TO WS-REJECT-REASON
002767         ELSE
002768             IF LN-TAXABLE NOT = "Y" AND LN-TAXABLE NOT = "N"
002769                 MOVE "N" TO WS-REC-VALID-SW
002770                 MOVE "TAXABLE FLAG NOT Y OR N"
002771                     TO WS-REJECT-REASON
002772             END-IF
002773         END-IF
002820     END-IF
002830     IF REC-IS-VALID
002840         ADD 1 TO WS-CLEAN-COUNT
