000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. APINVENT.
000030 AUTHOR. DATA-PROCESSING.
000040 INSTALLATION. AP-INVOICING.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*---------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*   2026-10-15  DP  ORIGINAL - VENDOR INVOICE ENTRY WITH THE
000100*                   THREE-WAY MATCH. EACH APINVIN INVOICE LINE
000110*                   NAMES ITS NUMBERED PO LINE ON OPENPO AND IS
000120*                   MATCHED AGAINST THE PO'S VENDOR AND UNIT
000130*                   PRICE AND THE QUANTITY POMAINT HAS RECEIVED
000140*                   AND NOT YET SEEN INVOICED. A PRICE OR
000150*                   QUANTITY OUTSIDE THE APTOL TOLERANCES GOES
000160*                   TO THE APHOLD HOLD FILE, UNCHANGED SO IT CAN
000170*                   BE FED BACK IN AS APINVIN ONCE THE PO OR THE
000180*                   RECEIPT IS PUT RIGHT. A MATCHED INVOICE
000190*                   BECOMES AN OPEN PAYABLE ON APOPEN, DATED BY
000200*                   THE VENDOR'S TERMS FROM VENDMAST, MARKS ITS
000210*                   QUANTITY INVOICED ON THE PO LINE, AND POSTS
000220*                   ITS ACTUAL COST TO THE JOB AS A JOBCOST LINE
000230*                   IN THE PO LINE'S CATEGORY - NO MORE HAND-
000240*                   KEYED MATERIAL LINES. EVERY INVOICE IS
000250*                   LISTED ON THE APIRPT REGISTER.
000251*   2026-10-15  DP  A NEW PAYABLE STARTS WITH THE APOPEN PAYMENT
000252*                   FIELDS (PAID DATE, CHECK NUMBER, DISCOUNT
000253*                   TAKEN) AT ZERO FOR APPAYRUN TO FILL.
000260*---------------------------------------------------------------
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT APTOL-IN    ASSIGN TO APTOL
000310         ORGANIZATION IS LINE SEQUENTIAL
000320         FILE STATUS IS WS-TOL-STATUS.
000330     SELECT APINV-IN    ASSIGN TO APINVIN
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WS-INV-STATUS.
000360     SELECT OPENPO-IO   ASSIGN TO OPENPO
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-PO-STATUS.
000390     SELECT VENDMAST    ASSIGN TO VENDMAST
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS RANDOM
000420         RECORD KEY IS VM-VENDOR-ID
000430         FILE STATUS IS WS-VEND-STATUS.
000440     SELECT APOPEN      ASSIGN TO APOPEN
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS AP-KEY
000480         FILE STATUS IS WS-AP-STATUS.
000490     SELECT APHOLD-OUT  ASSIGN TO APHOLD
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-HOLD-STATUS.
000520     SELECT JOBCOST-OUT ASSIGN TO JOBCOST
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-JC-STATUS.
000550     SELECT INV-RPT     ASSIGN TO APIRPT
000560         ORGANIZATION IS LINE SEQUENTIAL.
000570
000580 DATA DIVISION.
000590 FILE SECTION.
000600*----MATCH TOLERANCES - UNIT PRICE OVER OR UNDER THE PO BY
000610*----MORE THAN THE PERCENT, OR INVOICED QUANTITY MORE THAN THE
000620*----UNITS OVER WHAT WAS RECEIVED, HOLDS THE INVOICE. NO CARD
000630*----MEANS 2 PERCENT AND NO QUANTITY OVERAGE.
000640 FD  APTOL-IN.
000650 01  APTOL-REC.
000660     05  AT-PRICE-PCT     PIC 9(2)V99.
000670     05  AT-QTY-UNITS     PIC 9(5).
000680
000690*----ONE LINE OF A VENDOR'S BILL, KEYED AS IT ARRIVES - THE
000700*----PO LINE IT BILLS IS THE PO NUMBER, JOB, AND CATEGORY.
000710 FD  APINV-IN.
000720 01  APINV-REC.
000730     05  AI-VENDOR-ID     PIC X(6).
000740     05  AI-INV-NUMBER    PIC X(12).
000750     05  AI-INV-DATE      PIC 9(8).
000760     05  AI-PO-NUMBER     PIC X(8).
000770     05  AI-JOB-ID        PIC X(6).
000780     05  AI-CATEGORY      PIC X(1).
000790     05  AI-QTY           PIC 9(7).
000800     05  AI-UNIT-PRICE    PIC 9(5)V99.
000810
000820 FD  OPENPO-IO.
000830     COPY "OPENPO.cpy".
000840
000850 FD  VENDMAST.
000860     COPY "VENDMAST.cpy".
000870
000880 FD  APOPEN.
000890     COPY "APOPEN.cpy".
000900
000910 FD  APHOLD-OUT.
000920 01  APHOLD-REC           PIC X(55).
000930
000940 FD  JOBCOST-OUT.
000950 01  JOBCOST-REC.
000960     05  JC-JOB-ID        PIC X(6).
000970     05  JC-LABOR         PIC 9(5)V99.
000980     05  JC-MATERIAL      PIC 9(5)V99.
000990     05  JC-OVERHEAD      PIC 9(5)V99.
001000
001010 FD  INV-RPT.
001020 01  INV-RPT-REC          PIC X(80).
001030
001040 WORKING-STORAGE SECTION.
001050 01  WS-TOL-STATUS        PIC X(2) VALUE SPACES.
001060 01  WS-INV-STATUS        PIC X(2) VALUE SPACES.
001070 01  WS-PO-STATUS         PIC X(2) VALUE SPACES.
001080 01  WS-VEND-STATUS       PIC X(2) VALUE SPACES.
001090 01  WS-AP-STATUS         PIC X(2) VALUE SPACES.
001100 01  WS-HOLD-STATUS       PIC X(2) VALUE SPACES.
001110 01  WS-JC-STATUS         PIC X(2) VALUE SPACES.
001120 01  WS-INV-EOF-SW        PIC X(1) VALUE "N".
001130     88  NO-MORE-INVOICES     VALUE "Y".
001140 01  WS-PO-EOF-SW         PIC X(1) VALUE "N".
001150     88  END-OF-OPEN-POS      VALUE "Y".
001160 01  WS-FILES-OPEN-SW     PIC X(1) VALUE "N".
001170     88  RUN-FILES-OPEN       VALUE "Y".
001180 01  WS-PRICE-PCT         PIC 9(2)V99 VALUE 2.00.
001190 01  WS-QTY-UNITS         PIC 9(5) VALUE 0.
001200 01  WS-REJECT-REASON     PIC X(30) VALUE SPACES.
001210 01  WS-HOLD-REASON       PIC X(30) VALUE SPACES.
001220 01  WS-READ-COUNT        PIC 9(5) COMP VALUE 0.
001230 01  WS-MATCHED-COUNT     PIC 9(5) COMP VALUE 0.
001240 01  WS-HELD-COUNT        PIC 9(5) COMP VALUE 0.
001250 01  WS-REJECT-COUNT      PIC 9(5) COMP VALUE 0.
001260 01  WS-MATCHED-TOTAL     PIC 9(9)V99 VALUE 0.
001270 01  WS-INV-AMOUNT        PIC 9(9)V99 VALUE 0.
001280 01  WS-PRICE-DIFF        PIC S9(5)V99 VALUE 0.
001290 01  WS-PRICE-LIMIT       PIC 9(5)V99 VALUE 0.
001300 01  WS-QTY-OPEN          PIC S9(8) VALUE 0.
001310 01  WS-COST-LEFT         PIC 9(9)V99 VALUE 0.
001320 01  WS-COST-PIECE        PIC 9(5)V99 VALUE 0.
001330 01  WS-ADD-DAYS          PIC 9(3) VALUE 0.
001340 01  WS-DAYS-ADDED        PIC 9(4) VALUE 0.
001350*----CALENDAR ARITHMETIC
001360 01  WS-DT-DATE           PIC 9(8) VALUE 0.
001370 01  WS-DT-DATE-R REDEFINES WS-DT-DATE.
001380     05  WS-DT-YEAR       PIC 9(4).
001390     05  WS-DT-MONTH      PIC 9(2).
001400     05  WS-DT-DAY        PIC 9(2).
001410 01  WS-DT-MONTH-END      PIC 9(2) VALUE 0.
001420 01  WS-DT-QUOT           PIC 9(4) VALUE 0.
001430 01  WS-DT-REM4           PIC 9(4) VALUE 0.
001440 01  WS-DT-REM100         PIC 9(4) VALUE 0.
001450 01  WS-DT-REM400         PIC 9(4) VALUE 0.
001460 01  WS-MONTH-DAYS-LIT    PIC X(24)
001470         VALUE "312831303130313130313031".
001480 01  WS-MONTH-DAYS-R REDEFINES WS-MONTH-DAYS-LIT.
001490     05  WS-MONTH-DAYS    PIC 9(2) OCCURS 12 TIMES.
001500*----OPEN PO LINES, LOADED AND WRITTEN BACK WHOLE THE WAY
001510*----POMAINT KEEPS THEM
001520 01  WS-PO-COUNT          PIC 9(3) COMP VALUE 0.
001530 01  WS-FOUND-SW          PIC X(1) VALUE "N".
001540     88  ROW-FOUND            VALUE "Y".
001550 01  WS-PO-TABLE.
001560     05  WS-PO-ENTRY      OCCURS 300 TIMES
001570                          INDEXED BY PO-IDX.
001580         10  WS-P-JOB-ID  PIC X(6).
001590         10  WS-P-CAT     PIC X(1).
001600         10  WS-P-AMT     PIC 9(7)V99.
001610         10  WS-P-PO-NUMBER PIC X(8).
001620         10  WS-P-VENDOR  PIC X(6).
001630         10  WS-P-PRICE   PIC 9(5)V99.
001640         10  WS-P-QTY-ORD PIC 9(7).
001650         10  WS-P-QTY-RCV PIC 9(7).
001660         10  WS-P-QTY-INV PIC 9(7).
001670 01  WS-OUT-LINE.
001680     05  OL-VENDOR-ID     PIC X(6).
001690     05  FILLER           PIC X(1) VALUE SPACE.
001700     05  OL-INV-NUMBER    PIC X(12).
001710     05  FILLER           PIC X(1) VALUE SPACE.
001720     05  OL-PO-NUMBER     PIC X(8).
001730     05  FILLER           PIC X(1) VALUE SPACE.
001740     05  OL-AMOUNT        PIC ZZZZZZ9.99.
001750     05  FILLER           PIC X(1) VALUE SPACE.
001760     05  OL-DISPOSITION   PIC X(8).
001770     05  FILLER           PIC X(1) VALUE SPACE.
001780     05  OL-REASON        PIC X(30).
001790*----CONTROL-TOTAL WORK AREA - SEE CTLWRIT
001800 01  WS-CTL-PROGRAM       PIC X(10) VALUE "APINVENT".
001810 01  WS-CTL-READ          PIC 9(7) VALUE 0.
001820 01  WS-CTL-WRITTEN       PIC 9(7) VALUE 0.
001830 01  WS-CTL-REJECTS       PIC 9(7) VALUE 0.
001840 01  WS-CTL-AMOUNT        PIC 9(11)V99 VALUE 0.
001850 01  WS-LOCK-FILE         PIC X(8) VALUE "APOPEN".
001860 01  WS-LOCK-ACTION       PIC X(1) VALUE SPACE.
001870 01  WS-LOCK-RESULT       PIC X(1) VALUE SPACE.
001880
001890 PROCEDURE DIVISION.
001900 0000-MAINLINE.
001910     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001920     PERFORM 2000-ENTER-INVOICE THRU 2000-EXIT
001930         UNTIL NO-MORE-INVOICES
001940     PERFORM 3000-TERMINATE THRU 3000-EXIT
001950     GOBACK.
001960
001970*----NO VENDOR MASTER MEANS NO TERMS TO DATE A PAYABLE BY,
001980*----AND NO OPEN POS MEANS NOTHING TO MATCH - EITHER REFUSES
001990*----THE RUN RATHER THAN HOLDING EVERY INVOICE.
002000 1000-INITIALIZE.
002010     MOVE "R" TO WS-LOCK-ACTION
002020     CALL "FILELOCK" USING WS-LOCK-FILE, WS-CTL-PROGRAM,
002030         WS-LOCK-ACTION, WS-LOCK-RESULT
002040     IF WS-LOCK-RESULT = "B"
002050         DISPLAY "APINVENT: APOPEN IS IN USE BY ANOTHER "
002060             "PROGRAM - TRY AGAIN LATER"
002070         MOVE 8 TO RETURN-CODE
002080         MOVE "Y" TO WS-INV-EOF-SW
002090         GO TO 1000-EXIT
002100     END-IF
002110     PERFORM 1100-READ-TOLERANCES THRU 1100-EXIT
002120     PERFORM 1200-LOAD-OPEN-POS THRU 1200-EXIT
002130     IF WS-PO-COUNT = 0
002140         DISPLAY "APINVENT: NO OPEN PO LINES - RUN REFUSED"
002150         MOVE 12 TO RETURN-CODE
002160         MOVE "Y" TO WS-INV-EOF-SW
002170         GO TO 1000-EXIT
002180     END-IF
002190     OPEN INPUT VENDMAST
002200     IF WS-VEND-STATUS NOT = "00"
002210         DISPLAY "APINVENT: NO VENDOR MASTER - RUN REFUSED"
002220         MOVE 12 TO RETURN-CODE
002230         MOVE "Y" TO WS-INV-EOF-SW
002240         GO TO 1000-EXIT
002250     END-IF
002260     OPEN I-O APOPEN
002270*----THE FIRST INVOICE RUN CREATES THE PAYABLES FILE
002280     IF WS-AP-STATUS = "35"
002290         CLOSE APOPEN
002300         OPEN OUTPUT APOPEN
002310         CLOSE APOPEN
002320         OPEN I-O APOPEN
002330     END-IF
002340     IF WS-AP-STATUS NOT = "00"
002350         DISPLAY "APINVENT: UNABLE TO OPEN APOPEN - STATUS "
002360             WS-AP-STATUS
002370         CLOSE VENDMAST
002380         MOVE 12 TO RETURN-CODE
002390         MOVE "Y" TO WS-INV-EOF-SW
002400         GO TO 1000-EXIT
002410     END-IF
002420     OPEN EXTEND APHOLD-OUT
002430     IF WS-HOLD-STATUS = "35"
002440         OPEN OUTPUT APHOLD-OUT
002450     END-IF
002460     OPEN EXTEND JOBCOST-OUT
002470     IF WS-JC-STATUS = "35"
002480         OPEN OUTPUT JOBCOST-OUT
002490     END-IF
002500     OPEN OUTPUT INV-RPT
002510     MOVE "Y" TO WS-FILES-OPEN-SW
002520     OPEN INPUT APINV-IN
002530     IF WS-INV-STATUS NOT = "00"
002540         DISPLAY "APINVENT: NO VENDOR INVOICES - NOTHING TO DO"
002550         MOVE "Y" TO WS-INV-EOF-SW
002560         GO TO 1000-EXIT
002570     END-IF
002580     PERFORM 1900-READ-INVOICE THRU 1900-EXIT.
002590 1000-EXIT.
002600     EXIT.
002610
002620 1100-READ-TOLERANCES.
002630     OPEN INPUT APTOL-IN
002640     IF WS-TOL-STATUS NOT = "00"
002650         GO TO 1100-EXIT
002660     END-IF
002670     READ APTOL-IN
002680         AT END MOVE SPACES TO APTOL-REC
002690     END-READ
002700     IF AT-PRICE-PCT NUMERIC
002710         MOVE AT-PRICE-PCT TO WS-PRICE-PCT
002720     END-IF
002730     IF AT-QTY-UNITS NUMERIC
002740         MOVE AT-QTY-UNITS TO WS-QTY-UNITS
002750     END-IF
002760     CLOSE APTOL-IN.
002770 1100-EXIT.
002780     EXIT.
002790
002800 1200-LOAD-OPEN-POS.
002810     OPEN INPUT OPENPO-IO
002820     IF WS-PO-STATUS NOT = "00"
002830         MOVE "Y" TO WS-PO-EOF-SW
002840         GO TO 1200-EXIT
002850     END-IF
002860     PERFORM 1250-LOAD-ONE-PO THRU 1250-EXIT
002870         UNTIL END-OF-OPEN-POS OR WS-PO-COUNT >= 300
002880     CLOSE OPENPO-IO.
002890 1200-EXIT.
002900     EXIT.
002910
002920 1250-LOAD-ONE-PO.
002930     READ OPENPO-IO
002940         AT END MOVE "Y" TO WS-PO-EOF-SW
002950     END-READ
002960     IF NOT END-OF-OPEN-POS
002970         ADD 1 TO WS-PO-COUNT
002980         SET PO-IDX TO WS-PO-COUNT
002990         MOVE PO-JOB-ID TO WS-P-JOB-ID(PO-IDX)
003000         MOVE PO-CATEGORY TO WS-P-CAT(PO-IDX)
003010         MOVE PO-COMMITTED TO WS-P-AMT(PO-IDX)
003020         MOVE PO-NUMBER TO WS-P-PO-NUMBER(PO-IDX)
003030         MOVE PO-VENDOR-ID TO WS-P-VENDOR(PO-IDX)
003040         IF PO-NUMBER = SPACES OR PO-UNIT-PRICE NOT NUMERIC
003050             MOVE 0 TO WS-P-PRICE(PO-IDX) WS-P-QTY-ORD(PO-IDX)
003060                 WS-P-QTY-RCV(PO-IDX) WS-P-QTY-INV(PO-IDX)
003070         ELSE
003080             MOVE PO-UNIT-PRICE TO WS-P-PRICE(PO-IDX)
003090             MOVE PO-QTY-ORDERED TO WS-P-QTY-ORD(PO-IDX)
003100             MOVE PO-QTY-RECEIVED TO WS-P-QTY-RCV(PO-IDX)
003110             MOVE PO-QTY-INVOICED TO WS-P-QTY-INV(PO-IDX)
003120         END-IF
003130     END-IF.
003140 1250-EXIT.
003150     EXIT.
003160
003170 1900-READ-INVOICE.
003180     READ APINV-IN
003190         AT END MOVE "Y" TO WS-INV-EOF-SW
003200     END-READ.
003210 1900-EXIT.
003220     EXIT.
003230
003240*----A BAD OR DUPLICATE INVOICE IS REJECTED OUTRIGHT; ONE THAT
003250*----IS CLEAN BUT DOES NOT MATCH ITS PO IS HELD.
003260 2000-ENTER-INVOICE.
003270     ADD 1 TO WS-READ-COUNT
003280     MOVE SPACES TO WS-REJECT-REASON
003290     MOVE SPACES TO WS-HOLD-REASON
003300     MOVE 0 TO WS-INV-AMOUNT
003310     PERFORM 2100-EDIT-INVOICE THRU 2100-EXIT
003320     IF WS-REJECT-REASON NOT = SPACES
003330         ADD 1 TO WS-REJECT-COUNT
003340         PERFORM 2900-REPORT-ONE THRU 2900-EXIT
003350         GO TO 2000-NEXT
003360     END-IF
003370     COMPUTE WS-INV-AMOUNT ROUNDED = AI-QTY * AI-UNIT-PRICE
003380     PERFORM 2200-MATCH-PO-LINE THRU 2200-EXIT
003390     IF WS-HOLD-REASON NOT = SPACES
003400         WRITE APHOLD-REC FROM APINV-REC
003410         ADD 1 TO WS-HELD-COUNT
003420         PERFORM 2900-REPORT-ONE THRU 2900-EXIT
003430         GO TO 2000-NEXT
003440     END-IF
003450     PERFORM 2300-OPEN-PAYABLE THRU 2300-EXIT
003460     IF WS-REJECT-REASON NOT = SPACES
003470         ADD 1 TO WS-REJECT-COUNT
003480         PERFORM 2900-REPORT-ONE THRU 2900-EXIT
003490         GO TO 2000-NEXT
003500     END-IF
003510     ADD AI-QTY TO WS-P-QTY-INV(PO-IDX)
003520     PERFORM 2400-POST-JOB-COST THRU 2400-EXIT
003530     ADD 1 TO WS-MATCHED-COUNT
003540     ADD WS-INV-AMOUNT TO WS-MATCHED-TOTAL
003550     PERFORM 2900-REPORT-ONE THRU 2900-EXIT.
003560 2000-NEXT.
003570     PERFORM 1900-READ-INVOICE THRU 1900-EXIT.
003580 2000-EXIT.
003590     EXIT.
003600
003610 2100-EDIT-INVOICE.
003620     IF AI-VENDOR-ID = SPACES OR AI-INV-NUMBER = SPACES
003630         MOVE "VENDOR OR INVOICE NUMBER BLANK"
003640             TO WS-REJECT-REASON
003650         GO TO 2100-EXIT
003660     END-IF
003670     IF AI-INV-DATE NOT NUMERIC OR AI-INV-DATE = ZERO
003680         MOVE "INVOICE DATE MISSING" TO WS-REJECT-REASON
003690         GO TO 2100-EXIT
003700     END-IF
003710     MOVE AI-INV-DATE TO WS-DT-DATE
003720     IF WS-DT-MONTH < 1 OR WS-DT-MONTH > 12
003730         OR WS-DT-DAY < 1 OR WS-DT-DAY > 31
003740         MOVE "INVOICE DATE NOT A DATE" TO WS-REJECT-REASON
003750         GO TO 2100-EXIT
003760     END-IF
003770     IF AI-QTY NOT NUMERIC OR AI-QTY = ZERO
003780         MOVE "QUANTITY MISSING OR ZERO" TO WS-REJECT-REASON
003790         GO TO 2100-EXIT
003800     END-IF
003810     IF AI-UNIT-PRICE NOT NUMERIC OR AI-UNIT-PRICE = ZERO
003820         MOVE "UNIT PRICE MISSING OR ZERO" TO WS-REJECT-REASON
003830         GO TO 2100-EXIT
003840     END-IF
003850     IF AI-PO-NUMBER = SPACES
003860         MOVE "NO PO NUMBER ON THE INVOICE" TO WS-REJECT-REASON
003870         GO TO 2100-EXIT
003880     END-IF
003890     MOVE AI-VENDOR-ID TO VM-VENDOR-ID
003900     READ VENDMAST
003910         INVALID KEY
003920             MOVE "VENDOR NOT ON VENDMAST" TO WS-REJECT-REASON
003930     END-READ
003940     IF WS-REJECT-REASON NOT = SPACES
003950         GO TO 2100-EXIT
003960     END-IF
003970     IF NOT VM-ACTIVE
003980         MOVE "VENDOR IS INACTIVE" TO WS-REJECT-REASON
003990         GO TO 2100-EXIT
004000     END-IF
004010*----THE SAME BILL KEYED TWICE IS CAUGHT HERE, NOT AT THE
004020*----CHECK RUN.
004030     MOVE AI-VENDOR-ID TO AP-VENDOR-ID
004040     MOVE AI-INV-NUMBER TO AP-INV-NUMBER
004050     READ APOPEN
004060         INVALID KEY MOVE "23" TO WS-AP-STATUS
004070     END-READ
004080     IF WS-AP-STATUS = "00"
004090         MOVE "DUPLICATE INVOICE NUMBER" TO WS-REJECT-REASON
004100     END-IF.
004110 2100-EXIT.
004120     EXIT.
004130
004140*----THE THREE WAYS - THE PO SAYS WHO AND WHAT PRICE, THE
004150*----RECEIPTS SAY HOW MANY CAME, THE INVOICE MUST AGREE WITH
004160*----BOTH WITHIN TOLERANCE.
004170 2200-MATCH-PO-LINE.
004180     MOVE "N" TO WS-FOUND-SW
004190     PERFORM 2250-MATCH-ONE-PO THRU 2250-EXIT
004200         VARYING PO-IDX FROM 1 BY 1
004210         UNTIL PO-IDX > WS-PO-COUNT OR ROW-FOUND
004220     IF NOT ROW-FOUND
004230         MOVE "NO OPEN PO LINE" TO WS-HOLD-REASON
004240         GO TO 2200-EXIT
004250     END-IF
004260     IF WS-P-VENDOR(PO-IDX) NOT = AI-VENDOR-ID
004270         MOVE "PO IS FOR ANOTHER VENDOR" TO WS-HOLD-REASON
004280         GO TO 2200-EXIT
004290     END-IF
004300     COMPUTE WS-PRICE-DIFF = AI-UNIT-PRICE - WS-P-PRICE(PO-IDX)
004310     IF WS-PRICE-DIFF < 0
004320         COMPUTE WS-PRICE-DIFF = 0 - WS-PRICE-DIFF
004330     END-IF
004340     COMPUTE WS-PRICE-LIMIT ROUNDED =
004350         WS-P-PRICE(PO-IDX) * WS-PRICE-PCT / 100
004360     IF WS-PRICE-DIFF > WS-PRICE-LIMIT
004370         MOVE "PRICE OUTSIDE TOLERANCE" TO WS-HOLD-REASON
004380         GO TO 2200-EXIT
004390     END-IF
004400     COMPUTE WS-QTY-OPEN = WS-P-QTY-RCV(PO-IDX)
004410         - WS-P-QTY-INV(PO-IDX) + WS-QTY-UNITS
004420     IF AI-QTY > WS-QTY-OPEN
004430         MOVE "QUANTITY OVER RECEIVED" TO WS-HOLD-REASON
004440     END-IF.
004450 2200-EXIT.
004460     EXIT.
004470
004480 2250-MATCH-ONE-PO.
004490     IF WS-P-PO-NUMBER(PO-IDX) = AI-PO-NUMBER
004500         AND WS-P-JOB-ID(PO-IDX) = AI-JOB-ID
004510         AND WS-P-CAT(PO-IDX) = AI-CATEGORY
004520         MOVE "Y" TO WS-FOUND-SW
004530*----LEAVE THE INDEX ON THE MATCHED ROW WHEN THE PERFORM
004540*----VARYING BUMPS IT ON THE WAY OUT.
004550         SET PO-IDX DOWN BY 1
004560     END-IF.
004570 2250-EXIT.
004580     EXIT.
004590
004600*----DUE AND DISCOUNT DATES COUNT CALENDAR DAYS FROM THE
004610*----INVOICE DATE, AS VENDORS' TERMS DO.
004620 2300-OPEN-PAYABLE.
004630     MOVE AI-VENDOR-ID TO AP-VENDOR-ID
004640     MOVE AI-INV-NUMBER TO AP-INV-NUMBER
004650     MOVE AI-INV-DATE TO AP-INV-DATE
004660     MOVE VM-TERMS-DAYS TO WS-ADD-DAYS
004670     PERFORM 9100-ADD-DAYS THRU 9100-EXIT
004680     MOVE WS-DT-DATE TO AP-DUE-DATE
004690     IF VM-DISC-PCT > 0
004700         MOVE VM-DISC-DAYS TO WS-ADD-DAYS
004710         PERFORM 9100-ADD-DAYS THRU 9100-EXIT
004720         MOVE WS-DT-DATE TO AP-DISC-DATE
004730         COMPUTE AP-DISC-AMT ROUNDED =
004740             WS-INV-AMOUNT * VM-DISC-PCT / 100
004750     ELSE
004760         MOVE 0 TO AP-DISC-DATE
004770         MOVE 0 TO AP-DISC-AMT
004780     END-IF
004790     MOVE WS-INV-AMOUNT TO AP-AMOUNT
004800     MOVE AI-PO-NUMBER TO AP-PO-NUMBER
004810     MOVE AI-JOB-ID TO AP-JOB-ID
004820     MOVE AI-CATEGORY TO AP-CATEGORY
004830     MOVE "O" TO AP-STATUS
004831     MOVE 0 TO AP-PAID-DATE AP-CHECK-NO AP-DISC-TAKEN
004840     WRITE ApOpenRec
004850         INVALID KEY
004860             MOVE "DUPLICATE INVOICE NUMBER" TO WS-REJECT-REASON
004870     END-WRITE.
004880 2300-EXIT.
004890     EXIT.
004900
004910*----THE ACTUAL COST GOES TO THE JOB IN THE PO LINE'S OWN
004920*----CATEGORY, SPLIT ACROSS LINES WHEN IT IS BIGGER THAN A
004930*----JOBCOST LINE HOLDS.
004940 2400-POST-JOB-COST.
004950     MOVE WS-INV-AMOUNT TO WS-COST-LEFT
004960     PERFORM 2450-WRITE-COST-LINE THRU 2450-EXIT
004970         UNTIL WS-COST-LEFT = 0.
004980 2400-EXIT.
004990     EXIT.
005000
005010 2450-WRITE-COST-LINE.
005020     IF WS-COST-LEFT > 99999.99
005030         MOVE 99999.99 TO WS-COST-PIECE
005040     ELSE
005050         MOVE WS-COST-LEFT TO WS-COST-PIECE
005060     END-IF
005070     SUBTRACT WS-COST-PIECE FROM WS-COST-LEFT
005080     MOVE AI-JOB-ID TO JC-JOB-ID
005090     MOVE 0 TO JC-LABOR JC-MATERIAL JC-OVERHEAD
005100     EVALUATE AI-CATEGORY
005110         WHEN "L"
005120             MOVE WS-COST-PIECE TO JC-LABOR
005130         WHEN "O"
005140             MOVE WS-COST-PIECE TO JC-OVERHEAD
005150         WHEN OTHER
005160             MOVE WS-COST-PIECE TO JC-MATERIAL
005170     END-EVALUATE
005180     WRITE JOBCOST-REC.
005190 2450-EXIT.
005200     EXIT.
005210
005220 2900-REPORT-ONE.
005230     MOVE SPACES TO WS-OUT-LINE
005240     MOVE AI-VENDOR-ID TO OL-VENDOR-ID
005250     MOVE AI-INV-NUMBER TO OL-INV-NUMBER
005260     MOVE AI-PO-NUMBER TO OL-PO-NUMBER
005270     MOVE WS-INV-AMOUNT TO OL-AMOUNT
005280     EVALUATE TRUE
005290         WHEN WS-REJECT-REASON NOT = SPACES
005300             MOVE "REJECTED" TO OL-DISPOSITION
005310             MOVE WS-REJECT-REASON TO OL-REASON
005320         WHEN WS-HOLD-REASON NOT = SPACES
005330             MOVE "HELD" TO OL-DISPOSITION
005340             MOVE WS-HOLD-REASON TO OL-REASON
005350         WHEN OTHER
005360             MOVE "MATCHED" TO OL-DISPOSITION
005370     END-EVALUATE
005380     WRITE INV-RPT-REC FROM WS-OUT-LINE.
005390 2900-EXIT.
005400     EXIT.
005410
005420 3000-TERMINATE.
005430     IF RETURN-CODE = 8
005440         GO TO 3000-EXIT
005450     END-IF
005460     IF RUN-FILES-OPEN
005470         PERFORM 3100-REWRITE-OPEN-POS THRU 3100-EXIT
005480         CLOSE VENDMAST
005490         CLOSE APOPEN
005500         CLOSE APHOLD-OUT
005510         CLOSE JOBCOST-OUT
005520         CLOSE INV-RPT
005530     END-IF
005540     IF WS-INV-STATUS = "00" OR WS-INV-STATUS = "10"
005550         CLOSE APINV-IN
005560     END-IF
005570     MOVE "C" TO WS-LOCK-ACTION
005580     CALL "FILELOCK" USING WS-LOCK-FILE, WS-CTL-PROGRAM,
005590         WS-LOCK-ACTION, WS-LOCK-RESULT
005600     DISPLAY "APINVENT: INVOICES READ - " WS-READ-COUNT
005610     DISPLAY "APINVENT: INVOICES MATCHED - " WS-MATCHED-COUNT
005620     DISPLAY "APINVENT: INVOICES HELD - " WS-HELD-COUNT
005630     DISPLAY "APINVENT: INVOICES REJECTED - " WS-REJECT-COUNT
005640     MOVE WS-READ-COUNT TO WS-CTL-READ
005650     MOVE WS-MATCHED-COUNT TO WS-CTL-WRITTEN
005660     COMPUTE WS-CTL-REJECTS = WS-REJECT-COUNT + WS-HELD-COUNT
005670     MOVE WS-MATCHED-TOTAL TO WS-CTL-AMOUNT
005680     CALL "CTLWRIT" USING WS-CTL-PROGRAM, WS-CTL-READ,
005690         WS-CTL-WRITTEN, WS-CTL-REJECTS, WS-CTL-AMOUNT
005700     IF RETURN-CODE NOT = 12
005710         AND (WS-REJECT-COUNT > 0 OR WS-HELD-COUNT > 0)
005720         MOVE 4 TO RETURN-CODE
005730     END-IF.
005740 3000-EXIT.
005750     EXIT.
005760
005770*----EVERY LINE GOES BACK; POMAINT DECIDES WHEN ONE IS DONE.
005780 3100-REWRITE-OPEN-POS.
005790     OPEN OUTPUT OPENPO-IO
005800     PERFORM 3150-WRITE-ONE-PO THRU 3150-EXIT
005810         VARYING PO-IDX FROM 1 BY 1
005820         UNTIL PO-IDX > WS-PO-COUNT
005830     CLOSE OPENPO-IO.
005840 3100-EXIT.
005850     EXIT.
005860
005870 3150-WRITE-ONE-PO.
005880     MOVE WS-P-JOB-ID(PO-IDX) TO PO-JOB-ID
005890     MOVE WS-P-CAT(PO-IDX) TO PO-CATEGORY
005900     MOVE WS-P-AMT(PO-IDX) TO PO-COMMITTED
005910     MOVE WS-P-PO-NUMBER(PO-IDX) TO PO-NUMBER
005920     MOVE WS-P-VENDOR(PO-IDX) TO PO-VENDOR-ID
005930     MOVE WS-P-PRICE(PO-IDX) TO PO-UNIT-PRICE
005940     MOVE WS-P-QTY-ORD(PO-IDX) TO PO-QTY-ORDERED
005950     MOVE WS-P-QTY-RCV(PO-IDX) TO PO-QTY-RECEIVED
005960     MOVE WS-P-QTY-INV(PO-IDX) TO PO-QTY-INVOICED
005970     WRITE OPENPO-REC.
005980 3150-EXIT.
005990     EXIT.
006000
006010*----WS-ADD-DAYS CALENDAR DAYS ON FROM THE INVOICE DATE, LEFT
006020*----IN WS-DT-DATE
006030 9100-ADD-DAYS.
006040     MOVE AI-INV-DATE TO WS-DT-DATE
006050     MOVE 0 TO WS-DAYS-ADDED
006060     PERFORM 9000-NEXT-DAY THRU 9000-EXIT
006070         VARYING WS-DAYS-ADDED FROM 1 BY 1
006080         UNTIL WS-DAYS-ADDED > WS-ADD-DAYS.
006090 9100-EXIT.
006100     EXIT.
006110
006120*----ONE CALENDAR DAY FORWARD FROM WS-DT-DATE, ROLLING THE MONTH
006130*----AND YEAR
006140 9000-NEXT-DAY.
006150     PERFORM 9050-MONTH-LENGTH THRU 9050-EXIT
006160     IF WS-DT-DAY < WS-DT-MONTH-END
006170         ADD 1 TO WS-DT-DAY
006180         GO TO 9000-EXIT
006190     END-IF
006200     MOVE 1 TO WS-DT-DAY
006210     IF WS-DT-MONTH < 12
006220         ADD 1 TO WS-DT-MONTH
006230     ELSE
006240         MOVE 1 TO WS-DT-MONTH
006250         ADD 1 TO WS-DT-YEAR
006260     END-IF.
006270 9000-EXIT.
006280     EXIT.
006290
006300*----DAYS IN WS-DT-DATE'S MONTH - FEBRUARY HAS 29 IN A LEAP YEAR
006310 9050-MONTH-LENGTH.
006320     MOVE WS-MONTH-DAYS(WS-DT-MONTH) TO WS-DT-MONTH-END
006330     IF WS-DT-MONTH = 2
006340         DIVIDE WS-DT-YEAR BY 4 GIVING WS-DT-QUOT
006350             REMAINDER WS-DT-REM4
006360         DIVIDE WS-DT-YEAR BY 100 GIVING WS-DT-QUOT
006370             REMAINDER WS-DT-REM100
006380         DIVIDE WS-DT-YEAR BY 400 GIVING WS-DT-QUOT
006390             REMAINDER WS-DT-REM400
006400         IF WS-DT-REM4 = 0
006410             AND (WS-DT-REM100 NOT = 0 OR WS-DT-REM400 = 0)
006420             MOVE 29 TO WS-DT-MONTH-END
006430         END-IF
006440     END-IF.
006450 9050-EXIT.
006460     EXIT.
