000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. TANKTKT.
000030 AUTHOR. DATA-PROCESSING.
000040 INSTALLATION. DATA-PROCESSING.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*---------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*   2026-10-15  DP  ORIGINAL - TANK DELIVERY TICKETS. EACH
000100*                   DLVTKT TICKET (NUMBER, TANK, CUSTOMER,
000110*                   QUANTITY, DATE) IS KEYED ONCE AND POSTS BOTH
000120*                   SIDES - A TANKMOVE ISSUE FOR THE TANK AND A
000130*                   PRICED INVRAW LINE FOR THE CUSTOMER AT THE
000140*                   COMMODITY'S SELLING PRICE FROM COMSELL - SO
000150*                   THE YARD AND BILLING CAN NO LONGER DISAGREE.
000160*                   BILLED TICKETS ARE KEPT ON TKTHIST AND THE
000170*                   HIGHEST NUMBER SEEN ON TKTCTL; TKTRPT LISTS
000180*                   EVERY TICKET, DUPLICATES, REJECTS, AND EVERY
000190*                   GAP IN THE NUMBERING, SO EACH GALLON OUT OF A
000200*                   TANK IS EITHER BILLED OR EXPLAINED.
000210*---------------------------------------------------------------
000220 ENVIRONMENT DIVISION.
000230 INPUT-OUTPUT SECTION.
000240 FILE-CONTROL.
000250     SELECT DLVTKT-IN   ASSIGN TO DLVTKT
000260         ORGANIZATION IS LINE SEQUENTIAL
000270         FILE STATUS IS WS-TKT-STATUS.
000280     SELECT SORT-WORK   ASSIGN TO SORTWK.
000290     SELECT TANKMAST-IN ASSIGN TO TANKMAST
000300         ORGANIZATION IS LINE SEQUENTIAL
000310         FILE STATUS IS WS-MAST-STATUS.
000320     SELECT COMSELL-IN  ASSIGN TO COMSELL
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS IS WS-SELL-STATUS.
000350     SELECT CUSTMAST    ASSIGN TO CUSTMAST
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS RANDOM
000380         RECORD KEY IS ident
000390         FILE STATUS IS WS-CUST-STATUS.
000400     SELECT TKTHIST-IO  ASSIGN TO TKTHIST
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS RANDOM
000430         RECORD KEY IS TH-TICKET
000440         FILE STATUS IS WS-HIST-STATUS.
000450     SELECT TKTCTL-IO   ASSIGN TO TKTCTL
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-CTL-STATUS.
000480     SELECT TANKMOVE-OUT ASSIGN TO TANKMOVE
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-MOVE-STATUS.
000510     SELECT INVRAW-OUT  ASSIGN TO INVRAW
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-RAW-STATUS.
000540     SELECT TICKET-RPT  ASSIGN TO TKTRPT
000550         ORGANIZATION IS LINE SEQUENTIAL.
000560
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  DLVTKT-IN.
000600 01  DLVTKT-REC.
000610     05  DK-TICKET        PIC 9(6).
000620     05  DK-TANK-ID       PIC X(5).
000630     05  DK-CUST-ID       PIC X(7).
000640     05  DK-QTY           PIC 9(7)V99.
000650     05  DK-DATE          PIC 9(8).
000660
000670 SD  SORT-WORK.
000680 01  SORT-REC.
000690     05  SR-TICKET        PIC 9(6).
000700     05  SR-TANK-ID       PIC X(5).
000710     05  SR-CUST-ID       PIC X(7).
000720     05  SR-QTY           PIC 9(7)V99.
000730     05  SR-DATE          PIC 9(8).
000740
000750 FD  TANKMAST-IN.
000760 01  TANKMAST-REC.
000770     05  TM-TANK-ID       PIC X(5).
000780     05  TM-RADIUS        PIC 9(3)V99.
000790     05  TM-HEIGHT        PIC 9(3)V99.
000800     05  TM-COMMODITY     PIC X(12).
000810
000820*----SELLING PRICE PER GALLON BY COMMODITY CODE. COMPRICE IS
000830*----THE COST PRICE THE YARD IS VALUED AND BOUGHT AT.
000840 FD  COMSELL-IN.
000850 01  COMSELL-REC.
000860     05  CS-COMMODITY     PIC X(12).
000870     05  CS-PRICE         PIC 9(5)V99.
000880
000890 FD  CUSTMAST.
000900     COPY "CUSTOMER.cpy".
000910
000920*----ONE ROW PER BILLED TICKET.
000930 FD  TKTHIST-IO.
000940 01  TKTHIST-REC.
000950     05  TH-TICKET        PIC 9(6).
000960     05  TH-TANK-ID       PIC X(5).
000970     05  TH-CUST-ID       PIC X(7).
000980     05  TH-QTY           PIC 9(7)V99.
000990     05  TH-TICKET-DATE   PIC 9(8).
001000     05  TH-AMOUNT        PIC 9(9)V99.
001010     05  TH-BILLED-DATE   PIC 9(8).
001020
001030*----HIGHEST TICKET NUMBER SEEN SO FAR - NUMBERING GAPS ARE
001040*----COUNTED UP FROM HERE.
001050 FD  TKTCTL-IO.
001060 01  TKTCTL-REC           PIC 9(6).
001070
001080 FD  TANKMOVE-OUT.
001090 01  TANKMOVE-REC.
001100     05  TV-TANK-ID       PIC X(5).
001110     05  TV-TYPE          PIC X(1).
001120         88  TV-RECEIPT       VALUE "R".
001130         88  TV-ISSUE         VALUE "I".
001140     05  TV-QTY           PIC 9(7)V99.
001150     05  TV-MOVE-DATE     PIC 9(8).
001160
001170*----SAME LAYOUT INVNUMBR READS - A GENERATED LINE (SOURCE G)
001180*----CARRIES NO ITEM CODE, ITS OWN PRICE AND DESCRIPTION.
001190 FD  INVRAW-OUT.
001200 01  INVRAW-REC.
001210     05  RW-INV-ID        PIC X(6).
001220     05  RW-CUST-ID       PIC X(7).
001230     05  RW-ITEM-CODE     PIC X(8).
001240     05  RW-QTY           PIC 9(5).
001250     05  RW-SOURCE        PIC X(1).
001260     05  RW-PRICE         PIC 9(5)V99.
001270     05  RW-DESC          PIC X(20).
001280
001290 FD  TICKET-RPT.
001300 01  TICKET-RPT-REC       PIC X(100).
001310
001320 WORKING-STORAGE SECTION.
001330 01  WS-TKT-STATUS        PIC X(2) VALUE SPACES.
001340 01  WS-MAST-STATUS       PIC X(2) VALUE SPACES.
001350 01  WS-SELL-STATUS       PIC X(2) VALUE SPACES.
001360 01  WS-CUST-STATUS       PIC X(2) VALUE SPACES.
001370 01  WS-HIST-STATUS       PIC X(2) VALUE SPACES.
001380 01  WS-CTL-STATUS        PIC X(2) VALUE SPACES.
001390 01  WS-MOVE-STATUS       PIC X(2) VALUE SPACES.
001400 01  WS-RAW-STATUS        PIC X(2) VALUE SPACES.
001410 01  WS-MAST-EOF-SW       PIC X(1) VALUE "N".
001420     88  END-OF-MASTER        VALUE "Y".
001430 01  WS-SELL-EOF-SW       PIC X(1) VALUE "N".
001440     88  NO-MORE-PRICES       VALUE "Y".
001450 01  WS-SORT-EOF-SW       PIC X(1) VALUE "N".
001460     88  END-OF-SORTED-TICKETS VALUE "Y".
001470 01  WS-FOUND-SW          PIC X(1) VALUE "N".
001480     88  ROW-FOUND            VALUE "Y".
001490 01  WS-HIGH-SW           PIC X(1) VALUE "N".
001500     88  HIGH-WATER-KNOWN     VALUE "Y".
001510 01  WS-FIRST-SW          PIC X(1) VALUE "Y".
001520     88  FIRST-TICKET         VALUE "Y".
001530 01  WS-RUN-DATE          PIC 9(8) VALUE 0.
001540 01  WS-HIGH-TICKET       PIC 9(6) VALUE 0.
001550 01  WS-EXPECT-TICKET     PIC 9(7) VALUE 0.
001560 01  WS-LAST-TICKET       PIC 9(6) VALUE 0.
001570 01  WS-GAP-FROM          PIC 9(6) VALUE 0.
001580 01  WS-GAP-THRU          PIC 9(6) VALUE 0.
001590 01  WS-GAP-SIZE          PIC 9(6) VALUE 0.
001600 01  WS-TANK-COUNT        PIC 9(2) COMP VALUE 0.
001610 01  WS-PRICE-COUNT       PIC 9(2) COMP VALUE 0.
001620 01  WS-HOLD-IDX          PIC 9(2) COMP VALUE 0.
001630 01  WS-HOLD-PRICE        PIC 9(5)V99 VALUE 0.
001640 01  WS-TICKET-AMT        PIC 9(9)V99 VALUE 0.
001650 01  WS-LINE-LEFT         PIC 9(9)V99 VALUE 0.
001660 01  WS-LINE-MAX          PIC 9(5)V99 VALUE 99999.99.
001670 01  WS-LINE-DESC         PIC X(20) VALUE SPACES.
001680 01  WS-BILL-COUNT        PIC 9(5) VALUE 0.
001690 01  WS-DUPE-COUNT        PIC 9(5) COMP VALUE 0.
001700 01  WS-REJECT-COUNT      PIC 9(5) COMP VALUE 0.
001710 01  WS-MISSING-COUNT     PIC 9(6) COMP VALUE 0.
001720 01  WS-BILL-QTY          PIC 9(9)V99 VALUE 0.
001730 01  WS-BILL-TOTAL        PIC 9(11)V99 VALUE 0.
001740*----GENERATED GROUP IDENT - INVNUMBR RENUMBERS THE GROUPS
001750*----ANYWAY, THIS JUST KEEPS EACH TICKET IN ITS OWN GROUP.
001760 01  WS-GEN-ID.
001770     05  FILLER           PIC X(1) VALUE "K".
001780     05  WS-GEN-SEQ       PIC 9(5).
001790 01  WS-TANK-TABLE.
001800     05  WS-TANK-ENTRY    OCCURS 50 TIMES
001810                          INDEXED BY TK-IDX.
001820         10  WS-T-TANK-ID PIC X(5).
001830         10  WS-T-COMMOD  PIC X(12).
001840 01  WS-PRICE-TABLE.
001850     05  WS-PRICE-ENTRY   OCCURS 50 TIMES
001860                          INDEXED BY PR-IDX.
001870         10  WS-P-COMMOD  PIC X(12).
001880         10  WS-P-PRICE   PIC 9(5)V99.
001890 01  WS-HEAD-LINE.
001900     05  FILLER           PIC X(30)
001910             VALUE "TANK DELIVERY TICKETS  RUN DAT".
001920     05  FILLER           PIC X(2) VALUE "E ".
001930     05  HL-RUN-DATE      PIC 9(8).
001940 01  WS-COL-LINE.
001950     05  FILLER           PIC X(50) VALUE
001960         "TICKET TANK  CUSTOMER DATE           GALLONS      ".
001970     05  FILLER           PIC X(50) VALUE
001980         "  AMOUNT GROUP  NOTE".
001990 01  WS-DETAIL-LINE.
002000     05  DL-TICKET        PIC 9(6).
002010     05  FILLER           PIC X(1) VALUE SPACE.
002020     05  DL-TANK-ID       PIC X(5).
002030     05  FILLER           PIC X(1) VALUE SPACE.
002040     05  DL-CUST-ID       PIC X(7).
002050     05  FILLER           PIC X(2) VALUE SPACES.
002060     05  DL-DATE          PIC 9(8).
002070     05  DL-QTY           PIC ZZZ,ZZZ,ZZ9.99.
002080     05  DL-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99.
002090     05  FILLER           PIC X(1) VALUE SPACE.
002100     05  DL-GEN-ID        PIC X(6).
002110     05  FILLER           PIC X(1) VALUE SPACE.
002120     05  DL-NOTE          PIC X(30).
002130 01  WS-GAP-LINE.
002140     05  FILLER           PIC X(17) VALUE "MISSING TICKETS  ".
002150     05  GL-FROM          PIC 9(6).
002160     05  FILLER           PIC X(6) VALUE " THRU ".
002170     05  GL-THRU          PIC 9(6).
002180     05  FILLER           PIC X(2) VALUE SPACES.
002190     05  GL-COUNT         PIC ZZZ,ZZ9.
002200     05  FILLER           PIC X(18)
002210             VALUE " NOT YET ACCOUNTED".
002220 01  WS-TOTAL-LINE.
002230     05  FILLER           PIC X(16) VALUE "TICKETS BILLED  ".
002240     05  TL-BILLED        PIC ZZ,ZZ9.
002250     05  FILLER           PIC X(10) VALUE "  GALLONS ".
002260     05  TL-QTY           PIC ZZZ,ZZZ,ZZ9.99.
002270     05  FILLER           PIC X(9) VALUE "  AMOUNT ".
002280     05  TL-AMOUNT        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
002290 01  WS-EXCEPT-LINE.
002300     05  FILLER           PIC X(16) VALUE "DUPLICATES      ".
002310     05  EL-DUPES         PIC ZZ,ZZ9.
002320     05  FILLER           PIC X(11) VALUE "  REJECTED ".
002330     05  EL-REJECTS       PIC ZZ,ZZ9.
002340     05  FILLER           PIC X(10) VALUE "  MISSING ".
002350     05  EL-MISSING       PIC ZZZ,ZZ9.
002360
002370 PROCEDURE DIVISION.
002380 0000-MAINLINE.
002390     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002400     IF RETURN-CODE NOT = 12
002410         SORT SORT-WORK ON ASCENDING KEY SR-TICKET
002420             USING DLVTKT-IN
002430             OUTPUT PROCEDURE IS 2000-POST-TICKETS
002440                 THRU 2000-EXIT
002450         PERFORM 4000-TERMINATE THRU 4000-EXIT
002460     END-IF
002470     GOBACK.
002480
002490 1000-INITIALIZE.
002500     MOVE 0 TO RETURN-CODE
002510     CALL "GETBDATE" USING WS-RUN-DATE
002520     OPEN INPUT DLVTKT-IN
002530     IF WS-TKT-STATUS NOT = "00"
002540         DISPLAY "TANKTKT: NO DELIVERY TICKETS - NOTHING TO "
002550             "POST"
002560         MOVE 12 TO RETURN-CODE
002570         GO TO 1000-EXIT
002580     END-IF
002590     CLOSE DLVTKT-IN
002600     PERFORM 1400-LOAD-TANK-MASTER THRU 1400-EXIT
002610     PERFORM 1500-LOAD-PRICES THRU 1500-EXIT
002620     PERFORM 1600-GET-HIGH-TICKET THRU 1600-EXIT
002630     OPEN INPUT CUSTMAST
002640     IF WS-CUST-STATUS NOT = "00"
002650         DISPLAY "TANKTKT: CANNOT OPEN CUSTMAST - STATUS "
002660             WS-CUST-STATUS
002670         MOVE 12 TO RETURN-CODE
002680         GO TO 1000-EXIT
002690     END-IF
002700     OPEN I-O TKTHIST-IO
002710     IF WS-HIST-STATUS = "35"
002720         CLOSE TKTHIST-IO
002730         OPEN OUTPUT TKTHIST-IO
002740         CLOSE TKTHIST-IO
002750         OPEN I-O TKTHIST-IO
002760     END-IF
002770     IF WS-HIST-STATUS NOT = "00"
002780         DISPLAY "TANKTKT: UNABLE TO OPEN TKTHIST - STATUS "
002790             WS-HIST-STATUS
002800         CLOSE CUSTMAST
002810         MOVE 12 TO RETURN-CODE
002820         GO TO 1000-EXIT
002830     END-IF
002840*----THE ISSUES AND INVOICE LINES JOIN WHAT IS ALREADY THERE -
002850*----BOTH FILES ARE EXTENDED, NEVER OVERWRITTEN.
002860     OPEN EXTEND TANKMOVE-OUT
002870     IF WS-MOVE-STATUS = "35"
002880         OPEN OUTPUT TANKMOVE-OUT
002890     END-IF
002900     OPEN EXTEND INVRAW-OUT
002910     IF WS-RAW-STATUS = "35"
002920         OPEN OUTPUT INVRAW-OUT
002930     END-IF
002940     OPEN OUTPUT TICKET-RPT
002950     MOVE WS-RUN-DATE TO HL-RUN-DATE
002960     WRITE TICKET-RPT-REC FROM WS-HEAD-LINE
002970     MOVE SPACES TO TICKET-RPT-REC
002980     WRITE TICKET-RPT-REC
002990     WRITE TICKET-RPT-REC FROM WS-COL-LINE.
003000 1000-EXIT.
003010     EXIT.
003020
003030 1400-LOAD-TANK-MASTER.
003040     OPEN INPUT TANKMAST-IN
003050     IF WS-MAST-STATUS NOT = "00"
003060         DISPLAY "TANKTKT: NO TANK MASTER - STATUS "
003070             WS-MAST-STATUS
003080         GO TO 1400-EXIT
003090     END-IF
003100     PERFORM 1450-LOAD-ONE-TANK THRU 1450-EXIT
003110         UNTIL END-OF-MASTER OR WS-TANK-COUNT >= 50
003120     CLOSE TANKMAST-IN.
003130 1400-EXIT.
003140     EXIT.
003150
003160 1450-LOAD-ONE-TANK.
003170     READ TANKMAST-IN
003180         AT END MOVE "Y" TO WS-MAST-EOF-SW
003190     END-READ
003200     IF NOT END-OF-MASTER
003210         ADD 1 TO WS-TANK-COUNT
003220         SET TK-IDX TO WS-TANK-COUNT
003230         MOVE TM-TANK-ID TO WS-T-TANK-ID(TK-IDX)
003240         MOVE TM-COMMODITY TO WS-T-COMMOD(TK-IDX)
003250     END-IF.
003260 1450-EXIT.
003270     EXIT.
003280
003290 1500-LOAD-PRICES.
003300     OPEN INPUT COMSELL-IN
003310     IF WS-SELL-STATUS NOT = "00"
003320         DISPLAY "TANKTKT: NO SELLING PRICE FILE - NO TICKET "
003330             "CAN BE BILLED"
003340         GO TO 1500-EXIT
003350     END-IF
003360     PERFORM 1550-LOAD-ONE-PRICE THRU 1550-EXIT
003370         UNTIL NO-MORE-PRICES OR WS-PRICE-COUNT >= 50
003380     CLOSE COMSELL-IN.
003390 1500-EXIT.
003400     EXIT.
003410
003420 1550-LOAD-ONE-PRICE.
003430     READ COMSELL-IN
003440         AT END MOVE "Y" TO WS-SELL-EOF-SW
003450     END-READ
003460     IF NOT NO-MORE-PRICES
003470         ADD 1 TO WS-PRICE-COUNT
003480         SET PR-IDX TO WS-PRICE-COUNT
003490         MOVE CS-COMMODITY TO WS-P-COMMOD(PR-IDX)
003500         MOVE CS-PRICE TO WS-P-PRICE(PR-IDX)
003510     END-IF.
003520 1550-EXIT.
003530     EXIT.
003540
003550*----WITH NO CONTROL RECORD YET THE FIRST TICKET OF THIS RUN
003560*----STARTS THE NUMBERING.
003570 1600-GET-HIGH-TICKET.
003580     OPEN INPUT TKTCTL-IO
003590     IF WS-CTL-STATUS NOT = "00"
003600         GO TO 1600-EXIT
003610     END-IF
003620     READ TKTCTL-IO
003630         AT END MOVE 0 TO TKTCTL-REC
003640     END-READ
003650     IF TKTCTL-REC IS NUMERIC AND TKTCTL-REC > 0
003660         MOVE TKTCTL-REC TO WS-HIGH-TICKET
003670         MOVE "Y" TO WS-HIGH-SW
003680         COMPUTE WS-EXPECT-TICKET = WS-HIGH-TICKET + 1
003690     END-IF
003700     CLOSE TKTCTL-IO.
003710 1600-EXIT.
003720     EXIT.
003730
003740*----TICKETS COME BACK IN NUMBER ORDER, SO A REPEAT WITHIN THE
003750*----BATCH IS THE SAME NUMBER TWICE RUNNING AND A GAP IS A JUMP
003760*----PAST THE NEXT NUMBER EXPECTED.
003770 2000-POST-TICKETS.
003780     RETURN SORT-WORK
003790         AT END MOVE "Y" TO WS-SORT-EOF-SW
003800     END-RETURN
003810     PERFORM 2100-POST-ONE-TICKET THRU 2100-EXIT
003820         UNTIL END-OF-SORTED-TICKETS.
003830 2000-EXIT.
003840     EXIT.
003850
003860 2100-POST-ONE-TICKET.
003870     MOVE SPACES TO WS-DETAIL-LINE
003880     MOVE SR-TICKET TO DL-TICKET
003890     MOVE SR-TANK-ID TO DL-TANK-ID
003900     MOVE SR-CUST-ID TO DL-CUST-ID
003910     MOVE SR-DATE TO DL-DATE
003920     MOVE SR-QTY TO DL-QTY
003930     IF SR-TICKET NOT NUMERIC OR SR-TICKET = 0
003940         MOVE "REJECTED - BAD TICKET NUMBER" TO DL-NOTE
003950         ADD 1 TO WS-REJECT-COUNT
003960         GO TO 2100-WRITE
003970     END-IF
003980     IF NOT FIRST-TICKET AND SR-TICKET = WS-LAST-TICKET
003990         MOVE "DUPLICATE IN THIS BATCH" TO DL-NOTE
004000         ADD 1 TO WS-DUPE-COUNT
004010         GO TO 2100-WRITE
004020     END-IF
004030     MOVE "N" TO WS-FIRST-SW
004040     MOVE SR-TICKET TO WS-LAST-TICKET
004050     PERFORM 2200-CHECK-NUMBERING THRU 2200-EXIT
004060     MOVE SR-TICKET TO TH-TICKET
004070     READ TKTHIST-IO
004080         INVALID KEY CONTINUE
004090     END-READ
004100     IF WS-HIST-STATUS = "00"
004110         MOVE SPACES TO DL-NOTE
004120         STRING "DUPLICATE - BILLED " TH-BILLED-DATE
004130             DELIMITED BY SIZE INTO DL-NOTE
004140         ADD 1 TO WS-DUPE-COUNT
004150         GO TO 2100-WRITE
004160     END-IF
004170     PERFORM 2300-VALIDATE-TICKET THRU 2300-EXIT
004180     IF DL-NOTE NOT = SPACES
004190         ADD 1 TO WS-REJECT-COUNT
004200         GO TO 2100-WRITE
004210     END-IF
004220     PERFORM 2500-BILL-TICKET THRU 2500-EXIT.
004230 2100-WRITE.
004240     WRITE TICKET-RPT-REC FROM WS-DETAIL-LINE
004250     RETURN SORT-WORK
004260         AT END MOVE "Y" TO WS-SORT-EOF-SW
004270     END-RETURN.
004280 2100-EXIT.
004290     EXIT.
004300
004310*----A TICKET PAST THE NEXT NUMBER EXPECTED LEAVES A GAP, LISTED
004320*----AS A RANGE. A TICKET BELOW THE HIGH-WATER MARK IS A LATE
004330*----ONE FILLING AN EARLIER GAP AND IS TAKEN AS IT COMES.
004340 2200-CHECK-NUMBERING.
004350     IF NOT HIGH-WATER-KNOWN
004360         MOVE "Y" TO WS-HIGH-SW
004370         COMPUTE WS-EXPECT-TICKET = SR-TICKET + 1
004380         GO TO 2200-EXIT
004390     END-IF
004400     IF SR-TICKET < WS-EXPECT-TICKET
004410         GO TO 2200-EXIT
004420     END-IF
004430     IF SR-TICKET > WS-EXPECT-TICKET
004440         MOVE WS-EXPECT-TICKET TO WS-GAP-FROM
004450         COMPUTE WS-GAP-THRU = SR-TICKET - 1
004460         COMPUTE WS-GAP-SIZE = WS-GAP-THRU - WS-GAP-FROM + 1
004470         ADD WS-GAP-SIZE TO WS-MISSING-COUNT
004480         MOVE WS-GAP-FROM TO GL-FROM
004490         MOVE WS-GAP-THRU TO GL-THRU
004500         MOVE WS-GAP-SIZE TO GL-COUNT
004510         WRITE TICKET-RPT-REC FROM WS-GAP-LINE
004520     END-IF
004530     COMPUTE WS-EXPECT-TICKET = SR-TICKET + 1.
004540 2200-EXIT.
004550     EXIT.
004560
004570 2300-VALIDATE-TICKET.
004580     MOVE "N" TO WS-FOUND-SW
004590     IF WS-TANK-COUNT > 0
004600         PERFORM 2350-MATCH-ONE-TANK THRU 2350-EXIT
004610             VARYING TK-IDX FROM 1 BY 1
004620             UNTIL TK-IDX > WS-TANK-COUNT OR ROW-FOUND
004630     END-IF
004640     IF NOT ROW-FOUND
004650         MOVE "REJECTED - TANK NOT ON MASTER" TO DL-NOTE
004660         GO TO 2300-EXIT
004670     END-IF
004680     SET TK-IDX TO WS-HOLD-IDX
004690     IF SR-QTY NOT NUMERIC OR SR-QTY = 0
004700         MOVE "REJECTED - NO QUANTITY" TO DL-NOTE
004710         GO TO 2300-EXIT
004720     END-IF
004730     IF SR-DATE NOT NUMERIC OR SR-DATE = 0
004740         MOVE "REJECTED - NO TICKET DATE" TO DL-NOTE
004750         GO TO 2300-EXIT
004760     END-IF
004770     IF SR-CUST-ID NOT NUMERIC
004780         MOVE "REJECTED - CUSTOMER NOT ON FILE" TO DL-NOTE
004790         GO TO 2300-EXIT
004800     END-IF
004810     MOVE SR-CUST-ID TO ident
004820     READ CUSTMAST
004830         INVALID KEY
004840             MOVE "REJECTED - CUSTOMER NOT ON FILE" TO DL-NOTE
004850             GO TO 2300-EXIT
004860     END-READ
004870     MOVE 0 TO WS-HOLD-PRICE
004880     IF WS-PRICE-COUNT > 0
004890         PERFORM 2400-MATCH-ONE-PRICE THRU 2400-EXIT
004900             VARYING PR-IDX FROM 1 BY 1
004910             UNTIL PR-IDX > WS-PRICE-COUNT
004920                 OR WS-HOLD-PRICE > 0
004930     END-IF
004940     IF WS-HOLD-PRICE = 0
004950         MOVE "REJECTED - NO SELLING PRICE" TO DL-NOTE
004960         GO TO 2300-EXIT
004970     END-IF
004980     COMPUTE WS-TICKET-AMT ROUNDED = SR-QTY * WS-HOLD-PRICE
004990         ON SIZE ERROR
005000             MOVE "REJECTED - AMOUNT TOO LARGE" TO DL-NOTE
005010     END-COMPUTE.
005020 2300-EXIT.
005030     EXIT.
005040
005050 2350-MATCH-ONE-TANK.
005060     IF SR-TANK-ID = WS-T-TANK-ID(TK-IDX)
005070         MOVE "Y" TO WS-FOUND-SW
005080         SET WS-HOLD-IDX TO TK-IDX
005090     END-IF.
005100 2350-EXIT.
005110     EXIT.
005120
005130 2400-MATCH-ONE-PRICE.
005140     IF WS-P-COMMOD(PR-IDX) = WS-T-COMMOD(TK-IDX)
005150         MOVE WS-P-PRICE(PR-IDX) TO WS-HOLD-PRICE
005160     END-IF.
005170 2400-EXIT.
005180     EXIT.
005190
005200*----THE ISSUE COMES OFF THE TANK ON THE TICKET DATE, THE
005210*----CUSTOMER IS BILLED, AND THE TICKET IS LOGGED SO IT CANNOT
005220*----BE BILLED AGAIN.
005230 2500-BILL-TICKET.
005240     MOVE SR-TANK-ID TO TV-TANK-ID
005250     MOVE "I" TO TV-TYPE
005260     MOVE SR-QTY TO TV-QTY
005270     MOVE SR-DATE TO TV-MOVE-DATE
005280     WRITE TANKMOVE-REC
005290     ADD 1 TO WS-BILL-COUNT
005300     MOVE WS-BILL-COUNT TO WS-GEN-SEQ
005310     MOVE SPACES TO WS-LINE-DESC
005320     STRING "TICKET " SR-TICKET " " WS-T-COMMOD(TK-IDX)
005330         DELIMITED BY SIZE INTO WS-LINE-DESC
005340     MOVE WS-TICKET-AMT TO WS-LINE-LEFT
005350     PERFORM 2600-WRITE-BILL-LINE THRU 2600-EXIT
005360     PERFORM 2600-WRITE-BILL-LINE THRU 2600-EXIT
005370         UNTIL WS-LINE-LEFT = 0
005380     MOVE SR-TICKET TO TH-TICKET
005390     MOVE SR-TANK-ID TO TH-TANK-ID
005400     MOVE SR-CUST-ID TO TH-CUST-ID
005410     MOVE SR-QTY TO TH-QTY
005420     MOVE SR-DATE TO TH-TICKET-DATE
005430     MOVE WS-TICKET-AMT TO TH-AMOUNT
005440     MOVE WS-RUN-DATE TO TH-BILLED-DATE
005450     WRITE TKTHIST-REC
005460         INVALID KEY
005470             DISPLAY "TANKTKT: TKTHIST WRITE FAILED - TICKET "
005480                 SR-TICKET
005490     END-WRITE
005500     ADD SR-QTY TO WS-BILL-QTY
005510     ADD WS-TICKET-AMT TO WS-BILL-TOTAL
005520     MOVE WS-TICKET-AMT TO DL-AMOUNT
005530     MOVE WS-GEN-ID TO DL-GEN-ID
005540     MOVE "BILLED" TO DL-NOTE.
005550 2500-EXIT.
005560     EXIT.
005570
005580*----A TICKET OVER ONE LINE'S PRICE FIELD SPLITS ACROSS LINES
005590*----OF THE SAME GROUP.
005600 2600-WRITE-BILL-LINE.
005610     MOVE WS-GEN-ID TO RW-INV-ID
005620     MOVE SR-CUST-ID TO RW-CUST-ID
005630     MOVE SPACES TO RW-ITEM-CODE
005640     MOVE 1 TO RW-QTY
005650     MOVE "G" TO RW-SOURCE
005660     MOVE WS-LINE-DESC TO RW-DESC
005670     IF WS-LINE-LEFT > WS-LINE-MAX
005680         MOVE WS-LINE-MAX TO RW-PRICE
005690         SUBTRACT WS-LINE-MAX FROM WS-LINE-LEFT
005700     ELSE
005710         MOVE WS-LINE-LEFT TO RW-PRICE
005720         MOVE 0 TO WS-LINE-LEFT
005730     END-IF
005740     WRITE INVRAW-REC.
005750 2600-EXIT.
005760     EXIT.
005770
005780 4000-TERMINATE.
005790     IF HIGH-WATER-KNOWN
005800         COMPUTE WS-HIGH-TICKET = WS-EXPECT-TICKET - 1
005810         OPEN OUTPUT TKTCTL-IO
005820         MOVE WS-HIGH-TICKET TO TKTCTL-REC
005830         WRITE TKTCTL-REC
005840         CLOSE TKTCTL-IO
005850     END-IF
005860     MOVE SPACES TO TICKET-RPT-REC
005870     WRITE TICKET-RPT-REC
005880     MOVE WS-BILL-COUNT TO TL-BILLED
005890     MOVE WS-BILL-QTY TO TL-QTY
005900     MOVE WS-BILL-TOTAL TO TL-AMOUNT
005910     WRITE TICKET-RPT-REC FROM WS-TOTAL-LINE
005920     MOVE WS-DUPE-COUNT TO EL-DUPES
005930     MOVE WS-REJECT-COUNT TO EL-REJECTS
005940     MOVE WS-MISSING-COUNT TO EL-MISSING
005950     WRITE TICKET-RPT-REC FROM WS-EXCEPT-LINE
005960     CLOSE CUSTMAST
005970     CLOSE TKTHIST-IO
005980     CLOSE TANKMOVE-OUT
005990     CLOSE INVRAW-OUT
006000     CLOSE TICKET-RPT
006010     DISPLAY "TANKTKT: TICKETS BILLED - " WS-BILL-COUNT
006020     DISPLAY "TANKTKT: DUPLICATES " WS-DUPE-COUNT
006030         " REJECTED " WS-REJECT-COUNT
006040         " MISSING " WS-MISSING-COUNT
006050     IF WS-DUPE-COUNT > 0 OR WS-REJECT-COUNT > 0
006060             OR WS-MISSING-COUNT > 0
006070         MOVE 4 TO RETURN-CODE
006080     END-IF.
006090 4000-EXIT.
006100     EXIT.
