000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. RPTBURST.
000030 AUTHOR. DATA-PROCESSING.
000040 INSTALLATION. DATA-PROCESSING.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*---------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*   2026-10-15  DP  ORIGINAL - REPORT BURSTING. RUNS AFTER THE
000100*                   NIGHTLY CHAIN AND SPLITS THE RPTSPOOL OUTPUT
000110*                   RPTWRITE COLLECTED INTO ONE PACKAGE PER
000120*                   RECIPIENT AND DELIVERY METHOD, FROM THE
000130*                   RPTDIST DISTRIBUTION TABLE. EACH PACKAGE
000140*                   OPENS WITH A COVER SHEET AND CARRIES EACH
000150*                   REPORT AS MANY TIMES AS THE COPY COUNT. THE
000160*                   RPTMANF MANIFEST LISTS EVERY REPORT, ITS
000170*                   PAGES AND WHO RECEIVED IT, AND FLAGS REPORTS
000180*                   EXPECTED BUT NOT PRODUCED. A REPORT WITH NO
000190*                   DISTRIBUTION GOES TO THE UNROUTED PRINT
000200*                   PACKAGE FOR OPERATIONS. A CLEAN RUN EMPTIES
000210*                   THE SPOOL FOR THE NEXT NIGHT.
000220*---------------------------------------------------------------
000230 ENVIRONMENT DIVISION.
000240 INPUT-OUTPUT SECTION.
000250 FILE-CONTROL.
000260     SELECT RPTDIST-IN  ASSIGN TO RPTDIST
000270         ORGANIZATION IS LINE SEQUENTIAL
000280         FILE STATUS IS WS-DIST-STATUS.
000290     SELECT SPOOL-FILE  ASSIGN TO RPTSPOOL
000300         ORGANIZATION IS LINE SEQUENTIAL
000310         FILE STATUS IS WS-SPOOL-STATUS.
000320     SELECT PKG-PRINT   ASSIGN TO RPTPKGP
000330         ORGANIZATION IS LINE SEQUENTIAL.
000340     SELECT PKG-FILE    ASSIGN TO RPTPKGF
000350         ORGANIZATION IS LINE SEQUENTIAL.
000360     SELECT MANIFEST-OUT ASSIGN TO RPTMANF
000370         ORGANIZATION IS LINE SEQUENTIAL.
000380
000390 DATA DIVISION.
000400 FILE SECTION.
000410 FD  RPTDIST-IN.
000420     COPY "RPTDIST.cpy".
000430
000440 FD  SPOOL-FILE.
000450     COPY "RPTSPOOL.cpy".
000460
000470 FD  PKG-PRINT.
000480 01  PKG-PRINT-REC          PIC X(70).
000490
000500 FD  PKG-FILE.
000510 01  PKG-FILE-REC           PIC X(70).
000520
000530 FD  MANIFEST-OUT.
000540 01  MANIFEST-REC           PIC X(80).
000550
000560 WORKING-STORAGE SECTION.
000570 01  WS-DIST-STATUS         PIC X(2) VALUE SPACES.
000580 01  WS-SPOOL-STATUS        PIC X(2) VALUE SPACES.
000590 01  WS-DIST-EOF-SW         PIC X(1) VALUE "N".
000600     88  END-OF-DIST            VALUE "Y".
000610 01  WS-SPOOL-EOF-SW        PIC X(1) VALUE "N".
000620     88  END-OF-SPOOL           VALUE "Y".
000630 01  WS-NO-SPOOL-SW         PIC X(1) VALUE "N".
000640     88  NO-SPOOL               VALUE "Y".
000650 01  WS-ABORT-SW            PIC X(1) VALUE "N".
000660     88  BURST-ABORTED          VALUE "Y".
000670 01  WS-RUN-RC              PIC 9(2) VALUE 0.
000680 01  WS-BUS-DATE            PIC 9(8) VALUE 0.
000690 01  WS-DX                  PIC 9(3) COMP VALUE 0.
000700 01  WS-DX2                 PIC 9(3) COMP VALUE 0.
000710 01  WS-RX                  PIC 9(3) COMP VALUE 0.
000720 01  WS-PX                  PIC 9(3) COMP VALUE 0.
000730 01  WS-COPY                PIC 9(2) COMP VALUE 0.
000740 01  WS-ROUTE-COPIES        PIC 9(2) VALUE 0.
000750 01  WS-HOLD-RX             PIC 9(3) COMP VALUE 0.
000760 01  WS-FOUND-SW            PIC X(1) VALUE "N".
000770     88  ENTRY-FOUND            VALUE "Y".
000780 01  WS-DUP-SW              PIC X(1) VALUE "N".
000790     88  ROW-ALREADY-SEEN       VALUE "Y".
000800 01  WS-MISSING-COUNT       PIC 9(3) VALUE 0.
000810 01  WS-UNROUTED-COUNT      PIC 9(3) VALUE 0.
000820 01  WS-LINES-SENT          PIC 9(7) VALUE 0.
000830*----DISTRIBUTION TABLE AS LOADED
000840 01  WS-DIST-COUNT          PIC 9(3) COMP VALUE 0.
000850 01  WS-DIST-TABLE.
000860     05  WS-DIST-ENTRY      OCCURS 200 TIMES.
000870         10  WS-D-ID        PIC X(8).
000880         10  WS-D-COMPANY   PIC X(2).
000890         10  WS-D-RECIP     PIC X(8).
000900         10  WS-D-NAME      PIC X(24).
000910         10  WS-D-COPIES    PIC 9(2).
000920         10  WS-D-METHOD    PIC X(1).
000930*----ONE ENTRY PER REPORT ID AND COMPANY FOUND ON THE SPOOL
000940 01  WS-RPT-COUNT           PIC 9(3) COMP VALUE 0.
000950 01  WS-RPT-TABLE.
000960     05  WS-RPT-ENTRY       OCCURS 200 TIMES.
000970         10  WS-R-ID        PIC X(8).
000980         10  WS-R-COMPANY   PIC X(2).
000990         10  WS-R-PAGES     PIC 9(3).
001000         10  WS-R-ROUTED    PIC X(1).
001010*----ONE PACKAGE PER RECIPIENT AND DELIVERY METHOD
001020 01  WS-PKG-COUNT           PIC 9(3) COMP VALUE 0.
001030 01  WS-PKG-TABLE.
001040     05  WS-PKG-ENTRY       OCCURS 60 TIMES.
001050         10  WS-K-RECIP     PIC X(8).
001060         10  WS-K-NAME      PIC X(24).
001070         10  WS-K-METHOD    PIC X(1).
001080         10  WS-K-MAX-COPIES PIC 9(2).
001090 01  WS-PKG-LINE.
001100     05  PK-RECIPIENT       PIC X(8).
001110     05  PK-METHOD          PIC X(1).
001120     05  FILLER             PIC X(1) VALUE SPACE.
001130     05  PK-TEXT            PIC X(60).
001140 01  WS-COVER-RPT-LINE.
001150     05  FILLER             PIC X(8) VALUE "REPORT  ".
001160     05  CV-ID              PIC X(8).
001170     05  FILLER             PIC X(4) VALUE " CO ".
001180     05  CV-COMPANY         PIC X(2).
001190     05  FILLER             PIC X(7) VALUE " PAGES ".
001200     05  CV-PAGES           PIC ZZ9.
001210     05  FILLER             PIC X(8) VALUE " COPIES ".
001220     05  CV-COPIES          PIC Z9.
001230     05  FILLER             PIC X(18) VALUE SPACES.
001240 01  WS-COVER-WHO-LINE.
001250     05  FILLER             PIC X(11) VALUE "RECIPIENT: ".
001260     05  CW-RECIP           PIC X(8).
001270     05  FILLER             PIC X(1) VALUE SPACE.
001280     05  CW-NAME            PIC X(24).
001290     05  FILLER             PIC X(16) VALUE SPACES.
001300 01  WS-COVER-HOW-LINE.
001310     05  FILLER             PIC X(11) VALUE "DELIVERY:  ".
001320     05  CH-METHOD          PIC X(5).
001330     05  FILLER             PIC X(17) VALUE "   BUSINESS DATE ".
001340     05  CH-DATE            PIC 9(8).
001350     05  FILLER             PIC X(19) VALUE SPACES.
001360 01  WS-MAN-HEADING.
001370     05  FILLER             PIC X(40)
001380         VALUE "REPORT DISTRIBUTION MANIFEST  BUS DATE ".
001390     05  MH-DATE            PIC 9(8).
001400     05  FILLER             PIC X(32) VALUE SPACES.
001410 01  WS-MAN-COLUMNS.
001420     05  FILLER             PIC X(40)
001430         VALUE "REPORT   CO PAGES RECIPNT  NAME         ".
001440     05  FILLER             PIC X(40)
001450         VALUE "            CP METH  NOTE               ".
001460 01  WS-MAN-LINE.
001470     05  ML-ID              PIC X(8).
001480     05  FILLER             PIC X(1) VALUE SPACE.
001490     05  ML-COMPANY         PIC X(2).
001500     05  FILLER             PIC X(1) VALUE SPACE.
001510     05  ML-PAGES           PIC ZZZZ9.
001520     05  FILLER             PIC X(1) VALUE SPACE.
001530     05  ML-RECIP           PIC X(8).
001540     05  FILLER             PIC X(1) VALUE SPACE.
001550     05  ML-NAME            PIC X(24).
001560     05  FILLER             PIC X(1) VALUE SPACE.
001570     05  ML-COPIES          PIC Z9.
001580     05  FILLER             PIC X(1) VALUE SPACE.
001590     05  ML-METHOD          PIC X(5).
001600     05  FILLER             PIC X(1) VALUE SPACE.
001610     05  ML-NOTE            PIC X(19).
001620 01  WS-MAN-TOTAL.
001630     05  FILLER             PIC X(18) VALUE "REPORTS PRODUCED ".
001640     05  MT-PRODUCED        PIC ZZ9.
001650     05  FILLER             PIC X(16) VALUE "  NOT PRODUCED ".
001660     05  MT-MISSING         PIC ZZ9.
001670     05  FILLER             PIC X(12) VALUE "  UNROUTED ".
001680     05  MT-UNROUTED        PIC ZZ9.
001690     05  FILLER             PIC X(25) VALUE SPACES.
001700
001710 PROCEDURE DIVISION.
001720 0000-MAINLINE.
001730     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001740     IF NOT BURST-ABORTED
001750         PERFORM 2000-BUILD-PACKAGE THRU 2000-EXIT
001760             VARYING WS-PX FROM 1 BY 1
001770             UNTIL WS-PX > WS-PKG-COUNT
001780         PERFORM 3000-WRITE-MANIFEST THRU 3000-EXIT
001790     END-IF
001800     PERFORM 4000-TERMINATE THRU 4000-EXIT
001810     GOBACK.
001820
001830 1000-INITIALIZE.
001840     CALL "GETBDATE" USING WS-BUS-DATE
001850     OPEN INPUT RPTDIST-IN
001860     IF WS-DIST-STATUS NOT = "00"
001870         DISPLAY "RPTBURST: NO RPTDIST DISTRIBUTION TABLE - "
001880             "NOTHING BURST"
001890         MOVE "Y" TO WS-ABORT-SW
001900         MOVE 8 TO WS-RUN-RC
001910         GO TO 1000-EXIT
001920     END-IF
001930     PERFORM 1100-LOAD-DIST THRU 1100-EXIT
001940         UNTIL END-OF-DIST OR BURST-ABORTED
001950     CLOSE RPTDIST-IN
001960     IF BURST-ABORTED
001970         GO TO 1000-EXIT
001980     END-IF
001990     OPEN INPUT SPOOL-FILE
002000     IF WS-SPOOL-STATUS NOT = "00"
002010         DISPLAY "RPTBURST: NO RPTSPOOL - NO REPORTS WERE "
002020             "PRODUCED"
002030         MOVE "Y" TO WS-NO-SPOOL-SW
002040     ELSE
002050         MOVE "N" TO WS-SPOOL-EOF-SW
002060         PERFORM 1300-READ-SPOOL THRU 1300-EXIT
002070         PERFORM 1400-TALLY-SPOOL THRU 1400-EXIT
002080             UNTIL END-OF-SPOOL OR BURST-ABORTED
002090         CLOSE SPOOL-FILE
002100     END-IF
002110     IF BURST-ABORTED
002120         GO TO 1000-EXIT
002130     END-IF
002140     PERFORM 1500-ADD-UNROUTED THRU 1500-EXIT
002150     OPEN OUTPUT PKG-PRINT
002160     OPEN OUTPUT PKG-FILE
002170     OPEN OUTPUT MANIFEST-OUT.
002180 1000-EXIT.
002190     EXIT.
002200
002210 1100-LOAD-DIST.
002220     READ RPTDIST-IN
002230         AT END
002240             MOVE "Y" TO WS-DIST-EOF-SW
002250             GO TO 1100-EXIT
002260     END-READ
002270     IF RD-REPORT-ID = SPACES OR RD-RECIPIENT = SPACES
002280         GO TO 1100-EXIT
002290     END-IF
002300     IF WS-DIST-COUNT >= 200
002310         DISPLAY "RPTBURST: MORE THAN 200 RPTDIST ROWS - "
002320             "NOTHING BURST"
002330         MOVE "Y" TO WS-ABORT-SW
002340         MOVE 12 TO WS-RUN-RC
002350         GO TO 1100-EXIT
002360     END-IF
002370     ADD 1 TO WS-DIST-COUNT
002380     MOVE RD-REPORT-ID TO WS-D-ID(WS-DIST-COUNT)
002390     MOVE RD-COMPANY TO WS-D-COMPANY(WS-DIST-COUNT)
002400     MOVE RD-RECIPIENT TO WS-D-RECIP(WS-DIST-COUNT)
002410     MOVE RD-RECIP-NAME TO WS-D-NAME(WS-DIST-COUNT)
002420     IF RD-COPIES IS NOT NUMERIC OR RD-COPIES = 0
002430         MOVE 1 TO WS-D-COPIES(WS-DIST-COUNT)
002440     ELSE
002450         MOVE RD-COPIES TO WS-D-COPIES(WS-DIST-COUNT)
002460     END-IF
002470     IF RD-BY-FILE
002480         MOVE "F" TO WS-D-METHOD(WS-DIST-COUNT)
002490     ELSE
002500         MOVE "P" TO WS-D-METHOD(WS-DIST-COUNT)
002510     END-IF
002520     PERFORM 1200-ADD-PACKAGE THRU 1200-EXIT.
002530 1100-EXIT.
002540     EXIT.
002550
002560*----A RECIPIENT GETS ONE PACKAGE PER DELIVERY METHOD, SIZED
002570*----FOR THE MOST COPIES OF ANY ONE REPORT IN IT.
002580 1200-ADD-PACKAGE.
002590     MOVE "N" TO WS-FOUND-SW
002600     PERFORM 1210-MATCH-PACKAGE THRU 1210-EXIT
002610         VARYING WS-PX FROM 1 BY 1
002620         UNTIL WS-PX > WS-PKG-COUNT OR ENTRY-FOUND
002630     IF ENTRY-FOUND
002640         SUBTRACT 1 FROM WS-PX
002650     ELSE
002660         IF WS-PKG-COUNT >= 59
002670             DISPLAY "RPTBURST: MORE THAN 59 RECIPIENT "
002680                 "PACKAGES - NOTHING BURST"
002690             MOVE "Y" TO WS-ABORT-SW
002700             MOVE 12 TO WS-RUN-RC
002710             GO TO 1200-EXIT
002720         END-IF
002730         ADD 1 TO WS-PKG-COUNT
002740         MOVE WS-PKG-COUNT TO WS-PX
002750         MOVE WS-D-RECIP(WS-DIST-COUNT) TO WS-K-RECIP(WS-PX)
002760         MOVE WS-D-NAME(WS-DIST-COUNT) TO WS-K-NAME(WS-PX)
002770         MOVE WS-D-METHOD(WS-DIST-COUNT) TO WS-K-METHOD(WS-PX)
002780         MOVE 0 TO WS-K-MAX-COPIES(WS-PX)
002790     END-IF
002800     IF WS-D-COPIES(WS-DIST-COUNT) > WS-K-MAX-COPIES(WS-PX)
002810         MOVE WS-D-COPIES(WS-DIST-COUNT)
002820             TO WS-K-MAX-COPIES(WS-PX)
002830     END-IF.
002840 1200-EXIT.
002850     EXIT.
002860
002870 1210-MATCH-PACKAGE.
002880     IF WS-K-RECIP(WS-PX) = WS-D-RECIP(WS-DIST-COUNT)
002890        AND WS-K-METHOD(WS-PX) = WS-D-METHOD(WS-DIST-COUNT)
002900         MOVE "Y" TO WS-FOUND-SW
002910     END-IF.
002920 1210-EXIT.
002930     EXIT.
002940
002950 1300-READ-SPOOL.
002960     READ SPOOL-FILE
002970         AT END MOVE "Y" TO WS-SPOOL-EOF-SW
002980     END-READ.
002990 1300-EXIT.
003000     EXIT.
003010
003020*----FIRST PASS - WHICH REPORTS RAN, AND HOW MANY PAGES EACH.
003030 1400-TALLY-SPOOL.
003040     PERFORM 1600-FIND-REPORT THRU 1600-EXIT
003050     IF NOT ENTRY-FOUND
003060         IF WS-RPT-COUNT >= 200
003070             DISPLAY "RPTBURST: MORE THAN 200 REPORTS ON "
003080                 "RPTSPOOL - NOTHING BURST"
003090             MOVE "Y" TO WS-ABORT-SW
003100             MOVE 12 TO WS-RUN-RC
003110             GO TO 1400-EXIT
003120         END-IF
003130         ADD 1 TO WS-RPT-COUNT
003140         MOVE WS-RPT-COUNT TO WS-RX
003150         MOVE RS-REPORT-ID TO WS-R-ID(WS-RX)
003160         MOVE RS-COMPANY TO WS-R-COMPANY(WS-RX)
003170         MOVE 0 TO WS-R-PAGES(WS-RX)
003180         MOVE "N" TO WS-R-ROUTED(WS-RX)
003190     END-IF
003200     IF RS-HEADING
003210         ADD 1 TO WS-R-PAGES(WS-RX)
003220     END-IF
003230     PERFORM 1300-READ-SPOOL THRU 1300-EXIT.
003240 1400-EXIT.
003250     EXIT.
003260
003270*----A REPORT NO DISTRIBUTION ROW COVERS GOES TO OPERATIONS IN
003280*----THE UNROUTED PRINT PACKAGE, SO NOTHING IS LOST WHEN THE
003290*----SPOOL IS CLEARED.
003300 1500-ADD-UNROUTED.
003310     PERFORM 1510-CHECK-ROUTED THRU 1510-EXIT
003320         VARYING WS-RX FROM 1 BY 1
003330         UNTIL WS-RX > WS-RPT-COUNT
003340     IF WS-UNROUTED-COUNT > 0
003350         ADD 1 TO WS-PKG-COUNT
003360         MOVE "UNROUTED" TO WS-K-RECIP(WS-PKG-COUNT)
003370         MOVE "OPERATIONS - NO ROUTING" TO WS-K-NAME(WS-PKG-COUNT)
003380         MOVE "P" TO WS-K-METHOD(WS-PKG-COUNT)
003390         MOVE 1 TO WS-K-MAX-COPIES(WS-PKG-COUNT)
003400     END-IF.
003410 1500-EXIT.
003420     EXIT.
003430
003440 1510-CHECK-ROUTED.
003450     PERFORM 1520-CHECK-ONE-ROW THRU 1520-EXIT
003460         VARYING WS-DX FROM 1 BY 1
003470         UNTIL WS-DX > WS-DIST-COUNT
003480     IF WS-R-ROUTED(WS-RX) NOT = "Y"
003490         ADD 1 TO WS-UNROUTED-COUNT
003500     END-IF.
003510 1510-EXIT.
003520     EXIT.
003530
003540 1520-CHECK-ONE-ROW.
003550     IF WS-D-ID(WS-DX) = WS-R-ID(WS-RX)
003560        AND (WS-D-COMPANY(WS-DX) = WS-R-COMPANY(WS-RX)
003570             OR WS-D-COMPANY(WS-DX) = "**")
003580         MOVE "Y" TO WS-R-ROUTED(WS-RX)
003590     END-IF.
003600 1520-EXIT.
003610     EXIT.
003620
003630 1600-FIND-REPORT.
003640     MOVE "N" TO WS-FOUND-SW
003650     PERFORM 1610-MATCH-REPORT THRU 1610-EXIT
003660         VARYING WS-RX FROM 1 BY 1
003670         UNTIL WS-RX > WS-RPT-COUNT OR ENTRY-FOUND
003680     IF ENTRY-FOUND
003690         SUBTRACT 1 FROM WS-RX
003700     END-IF.
003710 1600-EXIT.
003720     EXIT.
003730
003740 1610-MATCH-REPORT.
003750     IF WS-R-ID(WS-RX) = RS-REPORT-ID
003760        AND WS-R-COMPANY(WS-RX) = RS-COMPANY
003770         MOVE "Y" TO WS-FOUND-SW
003780     END-IF.
003790 1610-EXIT.
003800     EXIT.
003810
003820*----COPIES OF REPORT WS-RX THAT PACKAGE WS-PX RECEIVES - ZERO
003830*----WHEN IT IS NOT ROUTED THERE.
003840 1700-ROUTE-COPIES.
003850     MOVE 0 TO WS-ROUTE-COPIES
003860     IF WS-K-RECIP(WS-PX) = "UNROUTED"
003870         IF WS-R-ROUTED(WS-RX) NOT = "Y"
003880             MOVE 1 TO WS-ROUTE-COPIES
003890         END-IF
003900         GO TO 1700-EXIT
003910     END-IF
003920     PERFORM 1710-ROUTE-ONE-ROW THRU 1710-EXIT
003930         VARYING WS-DX FROM 1 BY 1
003940         UNTIL WS-DX > WS-DIST-COUNT.
003950 1700-EXIT.
003960     EXIT.
003970
003980 1710-ROUTE-ONE-ROW.
003990     IF WS-D-ID(WS-DX) = WS-R-ID(WS-RX)
004000        AND (WS-D-COMPANY(WS-DX) = WS-R-COMPANY(WS-RX)
004010             OR WS-D-COMPANY(WS-DX) = "**")
004020        AND WS-D-RECIP(WS-DX) = WS-K-RECIP(WS-PX)
004030        AND WS-D-METHOD(WS-DX) = WS-K-METHOD(WS-PX)
004040        AND WS-D-COPIES(WS-DX) > WS-ROUTE-COPIES
004050         MOVE WS-D-COPIES(WS-DX) TO WS-ROUTE-COPIES
004060     END-IF.
004070 1710-EXIT.
004080     EXIT.
004090
004100 2000-BUILD-PACKAGE.
004110     MOVE WS-K-RECIP(WS-PX) TO PK-RECIPIENT
004120     MOVE WS-K-METHOD(WS-PX) TO PK-METHOD
004130     PERFORM 2100-COVER-SHEET THRU 2100-EXIT
004140     IF NO-SPOOL
004150         GO TO 2000-EXIT
004160     END-IF
004170     PERFORM 2300-COPY-PASS THRU 2300-EXIT
004180         VARYING WS-COPY FROM 1 BY 1
004190         UNTIL WS-COPY > WS-K-MAX-COPIES(WS-PX).
004200 2000-EXIT.
004210     EXIT.
004220
004230 2100-COVER-SHEET.
004240     MOVE ALL "*" TO PK-TEXT
004250     PERFORM 2900-WRITE-PACKAGE-LINE THRU 2900-EXIT
004260     MOVE "REPORT DISTRIBUTION PACKAGE" TO PK-TEXT
004270     PERFORM 2900-WRITE-PACKAGE-LINE THRU 2900-EXIT
004280     MOVE WS-K-RECIP(WS-PX) TO CW-RECIP
004290     MOVE WS-K-NAME(WS-PX) TO CW-NAME
004300     MOVE WS-COVER-WHO-LINE TO PK-TEXT
004310     PERFORM 2900-WRITE-PACKAGE-LINE THRU 2900-EXIT
004320     IF WS-K-METHOD(WS-PX) = "F"
004330         MOVE "FILE" TO CH-METHOD
004340     ELSE
004350         MOVE "PRINT" TO CH-METHOD
004360     END-IF
004370     MOVE WS-BUS-DATE TO CH-DATE
004380     MOVE WS-COVER-HOW-LINE TO PK-TEXT
004390     PERFORM 2900-WRITE-PACKAGE-LINE THRU 2900-EXIT
004400     MOVE 0 TO WS-HOLD-RX
004410     PERFORM 2200-COVER-REPORT THRU 2200-EXIT
004420         VARYING WS-RX FROM 1 BY 1
004430         UNTIL WS-RX > WS-RPT-COUNT
004440     IF WS-HOLD-RX = 0
004450         MOVE "NO REPORTS PRODUCED FOR THIS PACKAGE" TO PK-TEXT
004460         PERFORM 2900-WRITE-PACKAGE-LINE THRU 2900-EXIT
004470     END-IF
004480     MOVE ALL "*" TO PK-TEXT
004490     PERFORM 2900-WRITE-PACKAGE-LINE THRU 2900-EXIT.
004500 2100-EXIT.
004510     EXIT.
004520
004530 2200-COVER-REPORT.
004540     PERFORM 1700-ROUTE-COPIES THRU 1700-EXIT
004550     IF WS-ROUTE-COPIES = 0
004560         GO TO 2200-EXIT
004570     END-IF
004580     MOVE WS-RX TO WS-HOLD-RX
004590     MOVE WS-R-ID(WS-RX) TO CV-ID
004600     MOVE WS-R-COMPANY(WS-RX) TO CV-COMPANY
004610     MOVE WS-R-PAGES(WS-RX) TO CV-PAGES
004620     MOVE WS-ROUTE-COPIES TO CV-COPIES
004630     MOVE WS-COVER-RPT-LINE TO PK-TEXT
004640     PERFORM 2900-WRITE-PACKAGE-LINE THRU 2900-EXIT.
004650 2200-EXIT.
004660     EXIT.
004670
004680*----ONE READ OF THE SPOOL PER COPY - COPY N CARRIES EVERY
004690*----REPORT THIS PACKAGE GETS AT LEAST N COPIES OF.
004700 2300-COPY-PASS.
004710     OPEN INPUT SPOOL-FILE
004720     MOVE "N" TO WS-SPOOL-EOF-SW
004730     PERFORM 1300-READ-SPOOL THRU 1300-EXIT
004740     PERFORM 2400-SEND-LINE THRU 2400-EXIT
004750         UNTIL END-OF-SPOOL
004760     CLOSE SPOOL-FILE.
004770 2300-EXIT.
004780     EXIT.
004790
004800 2400-SEND-LINE.
004810     PERFORM 1600-FIND-REPORT THRU 1600-EXIT
004820     IF ENTRY-FOUND
004830         PERFORM 1700-ROUTE-COPIES THRU 1700-EXIT
004840         IF WS-ROUTE-COPIES >= WS-COPY
004850             MOVE RS-LINE TO PK-TEXT
004860             PERFORM 2900-WRITE-PACKAGE-LINE THRU 2900-EXIT
004870             ADD 1 TO WS-LINES-SENT
004880         END-IF
004890     END-IF
004900     PERFORM 1300-READ-SPOOL THRU 1300-EXIT.
004910 2400-EXIT.
004920     EXIT.
004930
004940 2900-WRITE-PACKAGE-LINE.
004950     IF PK-METHOD = "F"
004960         WRITE PKG-FILE-REC FROM WS-PKG-LINE
004970     ELSE
004980         WRITE PKG-PRINT-REC FROM WS-PKG-LINE
004990     END-IF.
005000 2900-EXIT.
005010     EXIT.
005020
005030 3000-WRITE-MANIFEST.
005040     MOVE WS-BUS-DATE TO MH-DATE
005050     WRITE MANIFEST-REC FROM WS-MAN-HEADING
005060     WRITE MANIFEST-REC FROM WS-MAN-COLUMNS
005070     PERFORM 3100-MANIFEST-REPORT THRU 3100-EXIT
005080         VARYING WS-RX FROM 1 BY 1
005090         UNTIL WS-RX > WS-RPT-COUNT
005100     PERFORM 3300-CHECK-EXPECTED THRU 3300-EXIT
005110         VARYING WS-DX2 FROM 1 BY 1
005120         UNTIL WS-DX2 > WS-DIST-COUNT
005130     MOVE WS-RPT-COUNT TO MT-PRODUCED
005140     MOVE WS-MISSING-COUNT TO MT-MISSING
005150     MOVE WS-UNROUTED-COUNT TO MT-UNROUTED
005160     WRITE MANIFEST-REC FROM WS-MAN-TOTAL
005170     IF WS-MISSING-COUNT > 0 OR WS-UNROUTED-COUNT > 0
005180         IF WS-RUN-RC < 4
005190             MOVE 4 TO WS-RUN-RC
005200         END-IF
005210     END-IF.
005220 3000-EXIT.
005230     EXIT.
005240
005250*----ONE LINE PER REPORT AND RECIPIENT PACKAGE IT WENT TO.
005260 3100-MANIFEST-REPORT.
005270     PERFORM 3200-MANIFEST-PACKAGE THRU 3200-EXIT
005280         VARYING WS-PX FROM 1 BY 1
005290         UNTIL WS-PX > WS-PKG-COUNT.
005300 3100-EXIT.
005310     EXIT.
005320
005330 3200-MANIFEST-PACKAGE.
005340     PERFORM 1700-ROUTE-COPIES THRU 1700-EXIT
005350     IF WS-ROUTE-COPIES = 0
005360         GO TO 3200-EXIT
005370     END-IF
005380     MOVE SPACES TO WS-MAN-LINE
005390     MOVE WS-R-ID(WS-RX) TO ML-ID
005400     MOVE WS-R-COMPANY(WS-RX) TO ML-COMPANY
005410     MOVE WS-R-PAGES(WS-RX) TO ML-PAGES
005420     MOVE WS-K-RECIP(WS-PX) TO ML-RECIP
005430     MOVE WS-K-NAME(WS-PX) TO ML-NAME
005440     MOVE WS-ROUTE-COPIES TO ML-COPIES
005450     IF WS-K-METHOD(WS-PX) = "F"
005460         MOVE "FILE" TO ML-METHOD
005470     ELSE
005480         MOVE "PRINT" TO ML-METHOD
005490     END-IF
005500     IF WS-K-RECIP(WS-PX) = "UNROUTED"
005510         MOVE "NO DISTRIBUTION" TO ML-NOTE
005520     END-IF
005530     WRITE MANIFEST-REC FROM WS-MAN-LINE.
005540 3200-EXIT.
005550     EXIT.
005560
005570*----EVERY REPORT ON THE TABLE IS EXPECTED. EACH REPORT ID AND
005580*----COMPANY IS CHECKED ONCE, HOWEVER MANY RECIPIENTS IT HAS; A
005590*----** ROW IS SATISFIED BY THE REPORT FOR ANY COMPANY.
005600 3300-CHECK-EXPECTED.
005610     MOVE "N" TO WS-DUP-SW
005620     PERFORM 3310-CHECK-EARLIER-ROW THRU 3310-EXIT
005630         VARYING WS-DX FROM 1 BY 1
005640         UNTIL WS-DX >= WS-DX2 OR ROW-ALREADY-SEEN
005650     IF ROW-ALREADY-SEEN
005660         GO TO 3300-EXIT
005670     END-IF
005680     MOVE "N" TO WS-FOUND-SW
005690     PERFORM 3320-MATCH-PRODUCED THRU 3320-EXIT
005700         VARYING WS-RX FROM 1 BY 1
005710         UNTIL WS-RX > WS-RPT-COUNT OR ENTRY-FOUND
005720     IF ENTRY-FOUND
005730         GO TO 3300-EXIT
005740     END-IF
005750     ADD 1 TO WS-MISSING-COUNT
005760     MOVE SPACES TO WS-MAN-LINE
005770     MOVE WS-D-ID(WS-DX2) TO ML-ID
005780     MOVE WS-D-COMPANY(WS-DX2) TO ML-COMPANY
005790     MOVE 0 TO ML-PAGES
005800     MOVE WS-D-RECIP(WS-DX2) TO ML-RECIP
005810     MOVE WS-D-NAME(WS-DX2) TO ML-NAME
005820     MOVE "*** NOT PRODUCED" TO ML-NOTE
005830     WRITE MANIFEST-REC FROM WS-MAN-LINE
005840     DISPLAY "RPTBURST: EXPECTED REPORT " WS-D-ID(WS-DX2)
005850         " COMPANY " WS-D-COMPANY(WS-DX2) " NOT PRODUCED".
005860 3300-EXIT.
005870     EXIT.
005880
005890 3310-CHECK-EARLIER-ROW.
005900     IF WS-D-ID(WS-DX) = WS-D-ID(WS-DX2)
005910        AND WS-D-COMPANY(WS-DX) = WS-D-COMPANY(WS-DX2)
005920         MOVE "Y" TO WS-DUP-SW
005930     END-IF.
005940 3310-EXIT.
005950     EXIT.
005960
005970 3320-MATCH-PRODUCED.
005980     IF WS-R-ID(WS-RX) = WS-D-ID(WS-DX2)
005990        AND (WS-R-COMPANY(WS-RX) = WS-D-COMPANY(WS-DX2)
006000             OR WS-D-COMPANY(WS-DX2) = "**")
006010         MOVE "Y" TO WS-FOUND-SW
006020     END-IF.
006030 3320-EXIT.
006040     EXIT.
006050
006060*----THE SPOOL IS EMPTIED ONLY AFTER A COMPLETE BURST, SO A
006070*----FAILED RUN CAN SIMPLY BE RERUN.
006080 4000-TERMINATE.
006090     IF NOT BURST-ABORTED
006100         PERFORM 4100-CLOSE-OUTPUT THRU 4100-EXIT
006110     END-IF
006120     MOVE WS-RUN-RC TO RETURN-CODE.
006130 4000-EXIT.
006140     EXIT.
006150
006160 4100-CLOSE-OUTPUT.
006170     CLOSE PKG-PRINT
006180     CLOSE PKG-FILE
006190     CLOSE MANIFEST-OUT
006200     IF NOT NO-SPOOL
006210         OPEN OUTPUT SPOOL-FILE
006220         CLOSE SPOOL-FILE
006230     END-IF
006240     DISPLAY "RPTBURST: REPORTS " WS-RPT-COUNT
006250         "  PACKAGES " WS-PKG-COUNT
006260         "  LINES SENT " WS-LINES-SENT
006270     DISPLAY "RPTBURST: NOT PRODUCED " WS-MISSING-COUNT
006280         "  UNROUTED " WS-UNROUTED-COUNT.
006290 4100-EXIT.
006300     EXIT.
