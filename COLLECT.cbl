000240*                   FILE - A PROMISE PAID ON AN EARLIER DAY
000250*                   WAS REPORTING BROKEN BECAUSE ITS RECEIPT
000260*                   WAS NO LONGER ON THE DD.
000261*   2026-10-15  DP  OPEN LINES NOW AGE FROM THEIR DUE DATE THE
000262*                   SAME WAY AGERPT DOES, SO THE 90-PLUS WORK LIST
000263*                   MATCHES THE AGED REPORT FOR CUSTOMERS ON
000264*                   LONGER TERMS.
000265*   2026-10-15  DP  OPENITEM IS NOW AN INDEXED FILE - ONLY ITS
000266*                   OPEN LINES ARE READ, THROUGH THE ALTERNATE KEY
000267*                   ON STATUS.
000270*---------------------------------------------------------------
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-CASH-STATUS.
000400     SELECT OPENITEM-IN ASSIGN TO OPENITEM
000401         ORGANIZATION IS INDEXED
000402         ACCESS MODE IS DYNAMIC
000403         RECORD KEY IS OI-KEY
000404         ALTERNATE RECORD KEY IS OI-STATUS
000405             WITH DUPLICATES
000420         FILE STATUS IS WS-OPEN-STATUS.
000430     SELECT BROKEN-RPT  ASSIGN TO COLLBRKN
000440         ORGANIZATION IS LINE SEQUENTIAL.
001070     05  WS-INV-MONTH     PIC 99.
001080     05  WS-INV-DAY       PIC 99.
001090 01  WS-AGE-DAYS          PIC S9(5) VALUE 0.
001091*----A LINE WITH A DUE DATE AGES FROM IT AS THOUGH INVOICED
001092*----30 DAYS BEFORE, SO THE BUCKETS KEEP THEIR NET-30 MEANING
001093*----WHATEVER THE CUSTOMER'S TERMS - A NET-60 INVOICE STAYS
001094*----CURRENT UNTIL IT FALLS DUE.
001095 01  WS-DUE-OFFSET        PIC 9(2) VALUE 0.
001100 01  WS-REMAINING         PIC S9(6)V99 VALUE 0.
001110 01  WS-NEW-CALLS         PIC 9(4) COMP VALUE 0.
001120 01  WS-BROKEN-COUNT      PIC 9(4) COMP VALUE 0.
003060         MOVE "Y" TO WS-OPEN-EOF-SW
003070         GO TO 5000-EXIT
003080     END-IF
003081*----ONLY THE OPEN LINES, THROUGH THE STATUS KEY
003082     MOVE "O" TO OI-STATUS
003083     START OPENITEM-IN KEY IS = OI-STATUS
003084         INVALID KEY MOVE "Y" TO WS-OPEN-EOF-SW
003085     END-START
003090     PERFORM 5100-AGE-ONE-ITEM THRU 5100-EXIT
003100         UNTIL END-OF-OPEN-ITEMS
003110     CLOSE OPENITEM-IN
003160     EXIT.
003170
003180 5100-AGE-ONE-ITEM.
003190     READ OPENITEM-IN NEXT RECORD
003200         AT END MOVE "Y" TO WS-OPEN-EOF-SW
003210     END-READ
003211     IF NOT OI-IS-OPEN
003212         MOVE "Y" TO WS-OPEN-EOF-SW
003213     END-IF
003220     IF END-OF-OPEN-ITEMS OR NOT OI-IS-OPEN
003230         GO TO 5100-EXIT
003240     END-IF
003260     IF WS-REMAINING <= 0 OR OI-INV-DATE = 0
003270         GO TO 5100-EXIT
003280     END-IF
003281     IF OI-DUE-DATE NUMERIC AND OI-DUE-DATE > 0
003282         MOVE OI-DUE-DATE TO WS-INV-DATE
003283         MOVE 30 TO WS-DUE-OFFSET
003284     ELSE
003285         MOVE OI-INV-DATE TO WS-INV-DATE
003286         MOVE 0 TO WS-DUE-OFFSET
003287     END-IF
003300     COMPUTE WS-AGE-DAYS =
003310         ((WS-RUN-YEAR - WS-INV-YEAR) * 360)
003320         + ((WS-RUN-MONTH - WS-INV-MONTH) * 30)
003330         + (WS-RUN-DAY - WS-INV-DAY)
003331         + WS-DUE-OFFSET
003340     IF WS-AGE-DAYS <= 90
003350         GO TO 5100-EXIT
003360     END-IF
