000150*                   VARIANCE REPORT SEES MONEY COMMITTED WEEKS
000160*                   BEFORE THE ACTUALS LAND. EVERYTHING IS
000170*                   LISTED ON THE POMRPT REGISTER.
000171*   2026-10-15  DP  NUMBERED PO LINES - A POTRAN CARRYING A PO
000172*                   NUMBER ALSO CARRIES THE VENDOR (CHECKED ACTIVE
000173*                   ON THE NEW VENDMAST), QUANTITY, AND UNIT
000174*                   PRICE. ORDERS BUILD THE LINE'S QUANTITY
000175*                   ORDERED AT ITS PRICE, RECEIPTS COUNT THE
000176*                   QUANTITY RECEIVED AND RELIEVE ITS COST, AND A
000177*                   LINE STAYS ON OPENPO UNTIL WHAT WAS RECEIVED
000178*                   HAS BEEN INVOICED, FOR THE APINVENT THREE-WAY
000179*                   MATCH. THE OPENPO LAYOUT MOVES TO THE SHARED
000180*                   OPENPO COPYBOOK.
000181*   2026-10-15  DP  THE RUN NOW REQUIRES AN OPERATOR SIGN-ON
000182*                   AUTHORIZED FOR POMAINT THROUGH SIGNON BEFORE
000183*                   ANYTHING IS OPENED; A REFUSED SIGN-ON ENDS THE
000184*                   RUN WITH RETURN CODE 12.
000185*---------------------------------------------------------------
000190 ENVIRONMENT DIVISION.
000200 INPUT-OUTPUT SECTION.
000210 FILE-CONTROL.
000250     SELECT OPENPO-IO   ASSIGN TO OPENPO
000260         ORGANIZATION IS LINE SEQUENTIAL
000270         FILE STATUS IS WS-PO-STATUS.
000271     SELECT VENDMAST    ASSIGN TO VENDMAST
000272         ORGANIZATION IS INDEXED
000273         ACCESS MODE IS RANDOM
000274         RECORD KEY IS VM-VENDOR-ID
000275         FILE STATUS IS WS-VEND-STATUS.
000280     SELECT JOBMAST-IN  ASSIGN TO JOBMAST
000290         ORGANIZATION IS LINE SEQUENTIAL
000300         FILE STATUS IS WS-MAST-STATUS.
000410     05  PT-JOB-ID        PIC X(6).
000420     05  PT-CATEGORY      PIC X(1).
000430     05  PT-AMOUNT        PIC 9(7)V99.
000431*----NUMBERED PO LINE - THE VENDOR, QUANTITY ORDERED (P) OR
000432*----RECEIVED (R), AND UNIT PRICE. A NUMBERED LINE'S DOLLARS
000433*----ARE ITS QUANTITY TIMES THE UNIT PRICE, NOT PT-AMOUNT.
000434*----BLANK PO NUMBER IS A BARE JOB/CATEGORY COMMITMENT.
000435     05  PT-PO-NUMBER     PIC X(8).
000436     05  PT-VENDOR-ID     PIC X(6).
000437     05  PT-QTY           PIC 9(7).
000438     05  PT-UNIT-PRICE    PIC 9(5)V99.
000439
000450 FD  OPENPO-IO.
000451     COPY "OPENPO.cpy".
000452
000453 FD  VENDMAST.
000454     COPY "VENDMAST.cpy".
000500
000510 FD  JOBMAST-IN.
000520     COPY "JOBMAST.cpy".
000580 01  WS-TRAN-STATUS       PIC X(2) VALUE SPACES.
000590 01  WS-PO-STATUS         PIC X(2) VALUE SPACES.
000600 01  WS-MAST-STATUS       PIC X(2) VALUE SPACES.
000601 01  WS-VEND-STATUS       PIC X(2) VALUE SPACES.
000602 01  WS-VEND-OPEN-SW      PIC X(1) VALUE "N".
000603     88  VENDMAST-OPEN        VALUE "Y".
000604 01  WS-LINE-AMOUNT       PIC 9(9)V99 VALUE 0.
000610 01  WS-TRAN-EOF-SW       PIC X(1) VALUE "N".
000620     88  NO-MORE-TRANS        VALUE "Y".
000630 01  WS-PO-EOF-SW         PIC X(1) VALUE "N".
000740 01  WS-APPLIED-COUNT     PIC 9(5) COMP VALUE 0.
000750 01  WS-REJECT-COUNT      PIC 9(5) COMP VALUE 0.
000760 01  WS-REJECT-REASON     PIC X(30) VALUE SPACES.
000761*----OPERATOR SIGN-ON - SEE SIGNON
000762 01  WS-SIGNON-PROGRAM    PIC X(10) VALUE "POMAINT".
000763 01  WS-SIGNON-ACTION     PIC X(1) VALUE "S".
000764 01  WS-SIGNON-FUNCTION   PIC X(10) VALUE "POMAINT".
000765 01  WS-SIGNON-OPER       PIC X(8) VALUE SPACES.
000766 01  WS-SIGNON-RESULT     PIC X(1) VALUE SPACE.
000770 01  WS-PO-TABLE.
000780     05  WS-PO-ENTRY      OCCURS 300 TIMES
000790                          INDEXED BY PO-IDX.
000800         10  WS-P-JOB-ID  PIC X(6).
000810         10  WS-P-CAT     PIC X(1).
000820         10  WS-P-AMT     PIC S9(8)V99.
000821         10  WS-P-PO-NUMBER PIC X(8).
000822         10  WS-P-VENDOR  PIC X(6).
000823         10  WS-P-PRICE   PIC 9(5)V99.
000824         10  WS-P-QTY-ORD PIC 9(7).
000825         10  WS-P-QTY-RCV PIC 9(7).
000826         10  WS-P-QTY-INV PIC 9(7).
000830 01  WS-JOB-TABLE.
000840     05  WS-JOB-ENTRY     OCCURS 200 TIMES
000850                          INDEXED BY JM-IDX.
000900     05  FILLER           PIC X(1) VALUE SPACE.
000910     05  OL-JOB-ID        PIC X(6).
000920     05  FILLER           PIC X(1) VALUE SPACE.
000921     05  OL-PO-NUMBER     PIC X(8).
000922     05  FILLER           PIC X(1) VALUE SPACE.
000930     05  OL-CATEGORY      PIC X(1).
000940     05  FILLER           PIC X(1) VALUE SPACE.
000950     05  OL-AMOUNT        PIC ZZZ,ZZ9.99.
001000
001010 PROCEDURE DIVISION.
001020 0000-MAINLINE.
001021     PERFORM 0500-SIGN-ON THRU 0500-EXIT
001022     IF WS-SIGNON-RESULT NOT = "G"
001023         GOBACK
001024     END-IF
001030     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001040     PERFORM 2000-APPLY-TRAN THRU 2000-EXIT
001050         UNTIL NO-MORE-TRANS
001060     PERFORM 3000-TERMINATE THRU 3000-EXIT
001070     GOBACK.
001080
001081*----THE OPERATOR SUBMITTING THE RUN SIGNS ON FIRST AND MUST
001082*----HOLD THIS FUNCTION - SEE SIGNON. A REFUSED RUN OPENS
001083*----NOTHING AND APPLIES NOTHING.
001084 0500-SIGN-ON.
001085     CALL "SIGNON" USING WS-SIGNON-PROGRAM, WS-SIGNON-ACTION,
001086         WS-SIGNON-FUNCTION, WS-SIGNON-OPER,
001087         WS-SIGNON-RESULT
001088     IF WS-SIGNON-RESULT NOT = "G"
001089         DISPLAY "POMAINT: SIGN-ON REFUSED - NOTHING APPLIED"
001090         MOVE 12 TO RETURN-CODE
001091     END-IF.
001092 0500-EXIT.
001093     EXIT.
001094
001095 1000-INITIALIZE.
001100     PERFORM 1200-LOAD-OPEN-POS THRU 1200-EXIT
001110     PERFORM 1300-LOAD-JOB-MASTER THRU 1300-EXIT
001111     OPEN INPUT VENDMAST
001112     IF WS-VEND-STATUS = "00"
001113         MOVE "Y" TO WS-VEND-OPEN-SW
001114     ELSE
001115         DISPLAY "POMAINT: NO VENDOR MASTER - NUMBERED PO "
001116             "LINES WILL REJECT"
001117     END-IF
001120     OPEN OUTPUT MAINT-RPT
001130     OPEN INPUT POTRAN-IN
001140     IF WS-TRAN-STATUS NOT = "00"
001490         MOVE PO-JOB-ID TO WS-P-JOB-ID(PO-IDX)
001500         MOVE PO-CATEGORY TO WS-P-CAT(PO-IDX)
001510         MOVE PO-COMMITTED TO WS-P-AMT(PO-IDX)
001511         MOVE PO-NUMBER TO WS-P-PO-NUMBER(PO-IDX)
001512         MOVE PO-VENDOR-ID TO WS-P-VENDOR(PO-IDX)
001513*----A BARE COMMITMENT ROW WRITTEN BEFORE POS WERE NUMBERED
001514*----HAS NO QUANTITY FIELDS AT ALL.
001515         IF PO-NUMBER = SPACES OR PO-UNIT-PRICE NOT NUMERIC
001516             MOVE 0 TO WS-P-PRICE(PO-IDX) WS-P-QTY-ORD(PO-IDX)
001517                 WS-P-QTY-RCV(PO-IDX) WS-P-QTY-INV(PO-IDX)
001518         ELSE
001519             MOVE PO-UNIT-PRICE TO WS-P-PRICE(PO-IDX)
001520             MOVE PO-QTY-ORDERED TO WS-P-QTY-ORD(PO-IDX)
001521             MOVE PO-QTY-RECEIVED TO WS-P-QTY-RCV(PO-IDX)
001522             MOVE PO-QTY-INVOICED TO WS-P-QTY-INV(PO-IDX)
001523         END-IF
001524     END-IF.
001530 1250-EXIT.
001540     EXIT.
001550
001820
001830 2000-APPLY-TRAN.
001840     MOVE SPACES TO WS-REJECT-REASON
001841     MOVE 0 TO WS-LINE-AMOUNT
001850     PERFORM 2100-EDIT-TRAN THRU 2100-EXIT
001860     IF WS-REJECT-REASON NOT = SPACES
001870         PERFORM 2900-REPORT-ONE THRU 2900-EXIT
002040         MOVE "CATEGORY NOT L, M, OR O" TO WS-REJECT-REASON
002050         GO TO 2100-EXIT
002060     END-IF
002061     IF PT-PO-NUMBER NOT = SPACES
002062         PERFORM 2120-EDIT-PO-LINE THRU 2120-EXIT
002063         IF WS-REJECT-REASON NOT = SPACES
002064             GO TO 2100-EXIT
002065         END-IF
002066     ELSE
002070         IF PT-AMOUNT NOT NUMERIC OR PT-AMOUNT = ZERO
002080             MOVE "AMOUNT MISSING OR ZERO" TO WS-REJECT-REASON
002090             GO TO 2100-EXIT
002100         END-IF
002101     END-IF
002110     PERFORM 2150-CHECK-JOB THRU 2150-EXIT
002120     IF NOT JOB-IS-POSTABLE
002130         MOVE "JOB UNKNOWN OR CLOSED" TO WS-REJECT-REASON
002140     END-IF.
002150 2100-EXIT.
002160     EXIT.
002161
002162*----A NUMBERED PO NEEDS A QUANTITY, AND ON THE ORDER ITSELF A
002163*----UNIT PRICE AND AN ACTIVE VENDOR FROM THE VENDOR MASTER.
002164 2120-EDIT-PO-LINE.
002165     IF PT-QTY NOT NUMERIC OR PT-QTY = ZERO
002166         MOVE "QUANTITY MISSING OR ZERO" TO WS-REJECT-REASON
002167         GO TO 2120-EXIT
002168     END-IF
002169     IF PT-RCPT-ACTION
002170         GO TO 2120-EXIT
002171     END-IF
002172     IF PT-UNIT-PRICE NOT NUMERIC OR PT-UNIT-PRICE = ZERO
002173         MOVE "UNIT PRICE MISSING OR ZERO" TO WS-REJECT-REASON
002174         GO TO 2120-EXIT
002175     END-IF
002176     IF NOT VENDMAST-OPEN
002177         MOVE "VENDOR MASTER UNAVAILABLE" TO WS-REJECT-REASON
002178         GO TO 2120-EXIT
002179     END-IF
002180     MOVE PT-VENDOR-ID TO VM-VENDOR-ID
002181     READ VENDMAST
002182         INVALID KEY
002183             MOVE "VENDOR NOT ON VENDMAST" TO WS-REJECT-REASON
002184     END-READ
002185     IF WS-REJECT-REASON = SPACES AND NOT VM-ACTIVE
002186         MOVE "VENDOR IS INACTIVE" TO WS-REJECT-REASON
002187     END-IF.
002188 2120-EXIT.
002189     EXIT.
002190
002191 2150-CHECK-JOB.
002192     MOVE "N" TO WS-JOB-OK-SW
002200     IF WS-JOB-COUNT > 0
002210         PERFORM 2160-MATCH-ONE-JOB THRU 2160-EXIT
002220             VARYING JM-IDX FROM 1 BY 1
002380 2200-POST-COMMITMENT.
002390     PERFORM 2250-FIND-PO-ROW THRU 2250-EXIT
002400     IF WS-HOLD-IDX = 0
002401         IF PT-RCPT-ACTION AND PT-PO-NUMBER NOT = SPACES
002402             MOVE "PO LINE NOT OPEN" TO WS-REJECT-REASON
002403         ELSE
002410             MOVE "PO TABLE FULL - SPLIT THE RUN"
002420                 TO WS-REJECT-REASON
002421         END-IF
002430         GO TO 2200-EXIT
002440     END-IF
002450     SET PO-IDX TO WS-HOLD-IDX
002451     IF PT-PO-NUMBER NOT = SPACES
002452         PERFORM 2220-POST-PO-LINE THRU 2220-EXIT
002453         GO TO 2200-EXIT
002454     END-IF
002460     IF PT-PO-ACTION
002470         ADD PT-AMOUNT TO WS-P-AMT(PO-IDX)
002480     ELSE
002540     ADD 1 TO WS-APPLIED-COUNT.
002550 2200-EXIT.
002560     EXIT.
002561
002562*----AN ORDER ADDS QUANTITY AT THE LINE'S UNIT PRICE; A RECEIPT
002563*----COUNTS THE QUANTITY RECEIVED FOR THE INVOICE MATCH AND
002564*----RELIEVES ITS COST, AGAIN NEVER BELOW ZERO.
002565 2220-POST-PO-LINE.
002566     IF PT-PO-ACTION
002567         IF WS-P-QTY-ORD(PO-IDX) > 0
002568             AND WS-P-PRICE(PO-IDX) NOT = PT-UNIT-PRICE
002569             MOVE "UNIT PRICE DIFFERS FROM PO LINE"
002570                 TO WS-REJECT-REASON
002571             GO TO 2220-EXIT
002572         END-IF
002573         IF WS-P-QTY-ORD(PO-IDX) > 0
002574             AND WS-P-VENDOR(PO-IDX) NOT = PT-VENDOR-ID
002575             MOVE "VENDOR DIFFERS FROM PO LINE"
002576                 TO WS-REJECT-REASON
002577             GO TO 2220-EXIT
002578         END-IF
002579         MOVE PT-VENDOR-ID TO WS-P-VENDOR(PO-IDX)
002580         MOVE PT-UNIT-PRICE TO WS-P-PRICE(PO-IDX)
002581         COMPUTE WS-LINE-AMOUNT = PT-QTY * PT-UNIT-PRICE
002582         ADD PT-QTY TO WS-P-QTY-ORD(PO-IDX)
002583         ADD WS-LINE-AMOUNT TO WS-P-AMT(PO-IDX)
002584     ELSE
002585         COMPUTE WS-LINE-AMOUNT = PT-QTY * WS-P-PRICE(PO-IDX)
002586         ADD PT-QTY TO WS-P-QTY-RCV(PO-IDX)
002587         SUBTRACT WS-LINE-AMOUNT FROM WS-P-AMT(PO-IDX)
002588         IF WS-P-AMT(PO-IDX) < 0
002589             MOVE 0 TO WS-P-AMT(PO-IDX)
002590         END-IF
002591     END-IF
002592     ADD 1 TO WS-APPLIED-COUNT.
002593 2220-EXIT.
002594     EXIT.
002595
002596 2250-FIND-PO-ROW.
002597     MOVE "N" TO WS-FOUND-SW
002600     MOVE 0 TO WS-HOLD-IDX
002610     IF WS-PO-COUNT > 0
002620         PERFORM 2260-MATCH-ONE-PO THRU 2260-EXIT
002640             UNTIL PO-IDX > WS-PO-COUNT OR ROW-FOUND
002650     END-IF
002660     IF NOT ROW-FOUND
002661         AND NOT (PT-RCPT-ACTION AND PT-PO-NUMBER NOT = SPACES)
002670         IF WS-PO-COUNT < 300
002680             ADD 1 TO WS-PO-COUNT
002690             SET PO-IDX TO WS-PO-COUNT
002700             MOVE PT-JOB-ID TO WS-P-JOB-ID(PO-IDX)
002710             MOVE PT-CATEGORY TO WS-P-CAT(PO-IDX)
002720             MOVE 0 TO WS-P-AMT(PO-IDX)
002721             MOVE PT-PO-NUMBER TO WS-P-PO-NUMBER(PO-IDX)
002722             MOVE SPACES TO WS-P-VENDOR(PO-IDX)
002723             MOVE 0 TO WS-P-PRICE(PO-IDX) WS-P-QTY-ORD(PO-IDX)
002724                 WS-P-QTY-RCV(PO-IDX) WS-P-QTY-INV(PO-IDX)
002730             MOVE WS-PO-COUNT TO WS-HOLD-IDX
002740         END-IF
002750     END-IF.
002790 2260-MATCH-ONE-PO.
002800     IF WS-P-JOB-ID(PO-IDX) = PT-JOB-ID
002810             AND WS-P-CAT(PO-IDX) = PT-CATEGORY
002811             AND WS-P-PO-NUMBER(PO-IDX) = PT-PO-NUMBER
002820         MOVE "Y" TO WS-FOUND-SW
002830         SET WS-HOLD-IDX TO PO-IDX
002840     END-IF.
002890     MOVE SPACES TO WS-OUT-LINE
002900     MOVE PT-ACTION TO OL-ACTION
002910     MOVE PT-JOB-ID TO OL-JOB-ID
002911     MOVE PT-PO-NUMBER TO OL-PO-NUMBER
002920     MOVE PT-CATEGORY TO OL-CATEGORY
002930     MOVE PT-AMOUNT TO OL-AMOUNT
002931     IF PT-PO-NUMBER NOT = SPACES
002932         MOVE WS-LINE-AMOUNT TO OL-AMOUNT
002933     END-IF
002940     IF WS-REJECT-REASON = SPACES
002950         MOVE "APPLIED" TO OL-DISPOSITION
002960     ELSE
003110     IF WS-TRAN-STATUS = "00" OR WS-TRAN-STATUS = "10"
003120         CLOSE POTRAN-IN
003130     END-IF
003140     CLOSE MAINT-RPT
003141     IF VENDMAST-OPEN
003142         CLOSE VENDMAST
003143     END-IF.
003150 3000-EXIT.
003160     EXIT.
003170
003180*----ROWS RELIEVED TO ZERO DROP OFF THE FILE - EXCEPT A
003181*----NUMBERED LINE WITH GOODS RECEIVED BUT NOT YET INVOICED,
003182*----WHICH STAYS FOR APINVENT TO MATCH THE BILL AGAINST.
003190 3100-REWRITE-OPEN-POS.
003200     OPEN OUTPUT OPENPO-IO
003210     PERFORM 3150-WRITE-ONE-PO THRU 3150-EXIT
003270
003280 3150-WRITE-ONE-PO.
003290     IF WS-P-AMT(PO-IDX) > 0
003291         OR WS-P-QTY-RCV(PO-IDX) > WS-P-QTY-INV(PO-IDX)
003300         MOVE WS-P-JOB-ID(PO-IDX) TO PO-JOB-ID
003310         MOVE WS-P-CAT(PO-IDX) TO PO-CATEGORY
003320         MOVE WS-P-AMT(PO-IDX) TO PO-COMMITTED
003321         MOVE WS-P-PO-NUMBER(PO-IDX) TO PO-NUMBER
003322         MOVE WS-P-VENDOR(PO-IDX) TO PO-VENDOR-ID
003323         MOVE WS-P-PRICE(PO-IDX) TO PO-UNIT-PRICE
003324         MOVE WS-P-QTY-ORD(PO-IDX) TO PO-QTY-ORDERED
003325         MOVE WS-P-QTY-RCV(PO-IDX) TO PO-QTY-RECEIVED
003326         MOVE WS-P-QTY-INV(PO-IDX) TO PO-QTY-INVOICED
003330         WRITE OPENPO-REC
003340     END-IF.
003350 3150-EXIT.
