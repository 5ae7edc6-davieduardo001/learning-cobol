000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. FASCHED.
000030 AUTHOR. DATA-PROCESSING.
000040 INSTALLATION. GENERAL-LEDGER.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*---------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*   2026-10-15  DP  ORIGINAL - ANNUAL FIXED ASSET SCHEDULE FOR
000100*                   THE COMPANY ON THE COMPSEL CARD (ALL
000110*                   COMPANIES WITHOUT ONE) AND THE YEAR ON THE
000120*                   FASCTL CARD (NO CARD IS THE BUSINESS-DATE
000130*                   YEAR). EVERY ASSET IN SERVICE DURING THE
000140*                   YEAR PRINTS ITS COST, ACCUMULATED
000150*                   DEPRECIATION AT THE START OF THE YEAR, THE
000160*                   YEAR'S DEPRECIATION, AND ITS ACCUMULATED
000170*                   DEPRECIATION AND BOOK VALUE AT THE END; AN
000180*                   ASSET DISPOSED OF IN THE YEAR PRINTS ITS GAIN
000190*                   OR LOSS INSTEAD OF A CLOSING BALANCE. RUN
000200*                   AFTER THE DECEMBER DEPRECIATION AND BEFORE
000210*                   JANUARY'S.
000220*---------------------------------------------------------------
000230 ENVIRONMENT DIVISION.
000240 INPUT-OUTPUT SECTION.
000250 FILE-CONTROL.
000260     SELECT COMPSEL-IN  ASSIGN TO COMPSEL
000270         ORGANIZATION IS LINE SEQUENTIAL
000280         FILE STATUS IS WS-COMP-STATUS.
000290     SELECT FASCTL-IN   ASSIGN TO FASCTL
000300         ORGANIZATION IS LINE SEQUENTIAL
000310         FILE STATUS IS WS-SCTL-STATUS.
000320     SELECT FAMAST      ASSIGN TO FAMAST
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS SEQUENTIAL
000350         RECORD KEY IS FA-ASSET-ID
000360         FILE STATUS IS WS-MAST-STATUS.
000370     SELECT FAS-RPT     ASSIGN TO FASRPT
000380         ORGANIZATION IS LINE SEQUENTIAL.
000390
000400 DATA DIVISION.
000410 FILE SECTION.
000420 FD  COMPSEL-IN.
000430 01  COMPSEL-REC          PIC X(2).
000440
000450*----CONTROL CARD - THE YEAR SCHEDULED. NO CARD IS THE
000460*----BUSINESS-DATE YEAR.
000470 FD  FASCTL-IN.
000480 01  FASCTL-REC.
000490     05  SC-YEAR          PIC 9(4).
000500
000510 FD  FAMAST.
000520     COPY "FAMAST.cpy".
000530
000540 FD  FAS-RPT.
000550 01  FAS-RPT-REC          PIC X(132).
000560
000570 WORKING-STORAGE SECTION.
000580 01  WS-COMP-STATUS       PIC X(2) VALUE SPACES.
000590 01  WS-SCTL-STATUS       PIC X(2) VALUE SPACES.
000600 01  WS-MAST-STATUS       PIC X(2) VALUE SPACES.
000610 01  WS-COMP-EOF-SW       PIC X(1) VALUE "N".
000620     88  NO-COMPANY-CARD      VALUE "Y".
000630 01  WS-MAST-EOF-SW       PIC X(1) VALUE "N".
000640     88  END-OF-ASSETS        VALUE "Y".
000650 01  WS-FILES-OPEN-SW     PIC X(1) VALUE "N".
000660     88  RUN-FILES-OPEN       VALUE "Y".
000670 01  WS-SEL-COMPANY       PIC X(2) VALUE SPACES.
000680 01  WS-BUS-DATE          PIC 9(8) VALUE 0.
000690 01  WS-BUS-DATE-R REDEFINES WS-BUS-DATE.
000700     05  WS-BUS-YEAR      PIC 9(4).
000710     05  FILLER           PIC 9(4).
000720 01  WS-SCHED-YEAR        PIC 9(4) VALUE 0.
000730 01  WS-WORK-DATE         PIC 9(8) VALUE 0.
000740 01  WS-WORK-DATE-R REDEFINES WS-WORK-DATE.
000750     05  WS-WORK-YEAR     PIC 9(4).
000760     05  FILLER           PIC 9(4).
000770*----ONE ASSET'S FIGURES FOR THE YEAR
000780 01  WS-OPEN-ACCUM        PIC S9(9)V99 VALUE 0.
000790 01  WS-YEAR-DEPR         PIC 9(9)V99 VALUE 0.
000800 01  WS-CLOSE-ACCUM       PIC 9(9)V99 VALUE 0.
000810 01  WS-BOOK-VALUE        PIC S9(9)V99 VALUE 0.
000820*----SCHEDULE TOTALS - ASSETS HELD AT YEAR END AND DISPOSALS
000830 01  WS-HELD-COUNT        PIC 9(5) COMP VALUE 0.
000840 01  WS-DISP-COUNT        PIC 9(5) COMP VALUE 0.
000850 01  WS-TOT-COST          PIC 9(11)V99 VALUE 0.
000860 01  WS-TOT-OPEN-ACCUM    PIC S9(11)V99 VALUE 0.
000870 01  WS-TOT-YEAR-DEPR     PIC 9(11)V99 VALUE 0.
000880 01  WS-TOT-CLOSE-ACCUM   PIC 9(11)V99 VALUE 0.
000890 01  WS-TOT-BOOK          PIC S9(11)V99 VALUE 0.
000900 01  WS-DSP-COST          PIC 9(11)V99 VALUE 0.
000910 01  WS-DSP-OPEN-ACCUM    PIC S9(11)V99 VALUE 0.
000920 01  WS-DSP-YEAR-DEPR     PIC 9(11)V99 VALUE 0.
000930 01  WS-DSP-GAIN-LOSS     PIC S9(11)V99 VALUE 0.
000940*----SCHEDULE LINES
000950 01  WS-HDG-LINE.
000960     05  FILLER           PIC X(30)
000970         VALUE "FIXED ASSET SCHEDULE FOR YEAR ".
000980     05  HL-YEAR          PIC 9(4).
000990     05  FILLER           PIC X(10) VALUE "  COMPANY ".
001000     05  HL-COMPANY       PIC X(3).
001010     05  FILLER           PIC X(12) VALUE "   RUN DATE ".
001020     05  HL-BUS-DATE      PIC 9(8).
001030 01  WS-COL-LINE.
001040     05  FILLER           PIC X(40)
001050         VALUE "ASSET    DESCRIPTION      CO IN SERV  M ".
001060     05  FILLER           PIC X(14) VALUE "          COST".
001070     05  FILLER           PIC X(16) VALUE "   OPENING ACCUM".
001080     05  FILLER           PIC X(15) VALUE "      YEAR DEPR".
001090     05  FILLER           PIC X(15) VALUE "  CLOSING ACCUM".
001100     05  FILLER           PIC X(16) VALUE "      BOOK VALUE".
001110     05  FILLER           PIC X(16) VALUE "     GAIN (LOSS)".
001120 01  WS-DETAIL-LINE.
001130     05  DL-ASSET-ID      PIC X(8).
001140     05  FILLER           PIC X(1) VALUE SPACE.
001150     05  DL-DESC          PIC X(16).
001160     05  FILLER           PIC X(1) VALUE SPACE.
001170     05  DL-COMPANY       PIC X(2).
001180     05  FILLER           PIC X(1) VALUE SPACE.
001190     05  DL-IN-SERVICE    PIC 9(8).
001200     05  FILLER           PIC X(1) VALUE SPACE.
001210     05  DL-METHOD        PIC X(1).
001220     05  FILLER           PIC X(1) VALUE SPACE.
001230     05  DL-COST          PIC ZZZ,ZZZ,ZZ9.99.
001240     05  FILLER           PIC X(1) VALUE SPACE.
001250     05  DL-OPEN-ACCUM    PIC ZZZ,ZZZ,ZZ9.99-.
001260     05  FILLER           PIC X(1) VALUE SPACE.
001270     05  DL-YEAR-DEPR     PIC ZZZ,ZZZ,ZZ9.99.
001280     05  FILLER           PIC X(1) VALUE SPACE.
001290     05  DL-CLOSE-ACCUM   PIC ZZZ,ZZZ,ZZ9.99.
001300     05  FILLER           PIC X(1) VALUE SPACE.
001310     05  DL-BOOK          PIC ZZZ,ZZZ,ZZ9.99-.
001320     05  FILLER           PIC X(1) VALUE SPACE.
001330     05  DL-GAIN-LOSS     PIC ZZZ,ZZZ,ZZ9.99-.
001340 01  WS-DISP-NOTE-LINE.
001350     05  FILLER           PIC X(9) VALUE SPACES.
001360     05  FILLER           PIC X(12) VALUE "DISPOSED ON ".
001370     05  NL-DISP-DATE     PIC 9(8).
001380     05  FILLER           PIC X(15) VALUE " FOR PROCEEDS ".
001390     05  NL-PROCEEDS      PIC ZZZ,ZZZ,ZZ9.99.
001400 01  WS-TOTAL-LINE.
001410     05  TL-LABEL         PIC X(40).
001420     05  TL-COST          PIC ZZZ,ZZZ,ZZ9.99.
001430     05  FILLER           PIC X(1) VALUE SPACE.
001440     05  TL-OPEN-ACCUM    PIC ZZZ,ZZZ,ZZ9.99-.
001450     05  FILLER           PIC X(1) VALUE SPACE.
001460     05  TL-YEAR-DEPR     PIC ZZZ,ZZZ,ZZ9.99.
001470     05  FILLER           PIC X(1) VALUE SPACE.
001480     05  TL-CLOSE-ACCUM   PIC ZZZ,ZZZ,ZZ9.99.
001490     05  FILLER           PIC X(1) VALUE SPACE.
001500     05  TL-BOOK          PIC ZZZ,ZZZ,ZZ9.99-.
001510     05  FILLER           PIC X(1) VALUE SPACE.
001520     05  TL-GAIN-LOSS     PIC ZZZ,ZZZ,ZZ9.99-.
001530
001540 PROCEDURE DIVISION.
001550 0000-MAINLINE.
001560     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001570     IF RUN-FILES-OPEN
001580         PERFORM 2000-SCHEDULE-ASSET THRU 2000-EXIT
001590             UNTIL END-OF-ASSETS
001600     END-IF
001610     PERFORM 3000-TERMINATE THRU 3000-EXIT
001620     GOBACK.
001630
001640*----NO ASSET MASTER LEAVES NOTHING TO SCHEDULE AND THE RUN
001650*----REFUSES
001660 1000-INITIALIZE.
001670     CALL "GETBDATE" USING WS-BUS-DATE
001680     PERFORM 1700-READ-COMPANY-CARD THRU 1700-EXIT
001690     MOVE WS-BUS-YEAR TO WS-SCHED-YEAR
001700     OPEN INPUT FASCTL-IN
001710     IF WS-SCTL-STATUS = "00"
001720         READ FASCTL-IN
001730             AT END MOVE 0 TO SC-YEAR
001740         END-READ
001750         IF SC-YEAR NUMERIC AND SC-YEAR > 0
001760             MOVE SC-YEAR TO WS-SCHED-YEAR
001770         END-IF
001780         CLOSE FASCTL-IN
001790     END-IF
001800     OPEN INPUT FAMAST
001810     IF WS-MAST-STATUS NOT = "00"
001820         DISPLAY "FASCHED: UNABLE TO OPEN FAMAST - STATUS "
001830             WS-MAST-STATUS " - RUN REFUSED"
001840         MOVE 12 TO RETURN-CODE
001850         GO TO 1000-EXIT
001860     END-IF
001870     OPEN OUTPUT FAS-RPT
001880     MOVE "Y" TO WS-FILES-OPEN-SW
001890     MOVE WS-SCHED-YEAR TO HL-YEAR
001900     IF WS-SEL-COMPANY = SPACES
001910         MOVE "ALL" TO HL-COMPANY
001920     ELSE
001930         MOVE WS-SEL-COMPANY TO HL-COMPANY
001940     END-IF
001950     MOVE WS-BUS-DATE TO HL-BUS-DATE
001960     WRITE FAS-RPT-REC FROM WS-HDG-LINE
001970     MOVE SPACES TO FAS-RPT-REC
001980     WRITE FAS-RPT-REC
001990     WRITE FAS-RPT-REC FROM WS-COL-LINE
002000     PERFORM 1100-READ-ASSET THRU 1100-EXIT.
002010 1000-EXIT.
002020     EXIT.
002030
002040 1100-READ-ASSET.
002050     READ FAMAST NEXT RECORD
002060         AT END MOVE "Y" TO WS-MAST-EOF-SW
002070     END-READ.
002080 1100-EXIT.
002090     EXIT.
002100
002110 1700-READ-COMPANY-CARD.
002120     OPEN INPUT COMPSEL-IN
002130     IF WS-COMP-STATUS NOT = "00"
002140         GO TO 1700-EXIT
002150     END-IF
002160     READ COMPSEL-IN
002170         AT END MOVE "Y" TO WS-COMP-EOF-SW
002180     END-READ
002190     IF NOT NO-COMPANY-CARD
002200         MOVE COMPSEL-REC TO WS-SEL-COMPANY
002210     END-IF
002220     CLOSE COMPSEL-IN.
002230 1700-EXIT.
002240     EXIT.
002250
002260*----AN ASSET PUT IN SERVICE AFTER THE YEAR, OR DISPOSED OF
002270*----BEFORE IT, IS NOT ON THE SCHEDULE. THE YEAR'S DEPRECIATION
002280*----IS THE YEAR-TO-DATE FIGURE WHEN FADEPR LAST RAN IN THE YEAR;
002290*----THE OPENING ACCUMULATION IS WHAT WAS ON FILE BEFORE IT.
002300 2000-SCHEDULE-ASSET.
002310     IF WS-SEL-COMPANY NOT = SPACES
002320         AND FA-COMPANY NOT = WS-SEL-COMPANY
002330         GO TO 2000-NEXT
002340     END-IF
002350     MOVE FA-IN-SERVICE TO WS-WORK-DATE
002360     IF WS-WORK-YEAR > WS-SCHED-YEAR
002370         GO TO 2000-NEXT
002380     END-IF
002390     IF FA-DISPOSED
002400         MOVE FA-DISP-DATE TO WS-WORK-DATE
002410         IF WS-WORK-YEAR < WS-SCHED-YEAR
002420             GO TO 2000-NEXT
002430         END-IF
002440     END-IF
002450     IF FA-YTD-YEAR = WS-SCHED-YEAR
002460         MOVE FA-YTD-DEPR TO WS-YEAR-DEPR
002470     ELSE
002480         MOVE 0 TO WS-YEAR-DEPR
002490     END-IF
002500     COMPUTE WS-OPEN-ACCUM = FA-ACCUM-DEPR - WS-YEAR-DEPR
002510     MOVE FA-ASSET-ID TO DL-ASSET-ID
002520     MOVE FA-DESC TO DL-DESC
002530     MOVE FA-COMPANY TO DL-COMPANY
002540     MOVE FA-IN-SERVICE TO DL-IN-SERVICE
002550     MOVE FA-METHOD TO DL-METHOD
002560     MOVE FA-COST TO DL-COST
002570     MOVE WS-OPEN-ACCUM TO DL-OPEN-ACCUM
002580     MOVE WS-YEAR-DEPR TO DL-YEAR-DEPR
002590     IF FA-DISPOSED
002600         PERFORM 2200-SCHEDULE-DISPOSAL THRU 2200-EXIT
002610         GO TO 2000-NEXT
002620     END-IF
002630     MOVE FA-ACCUM-DEPR TO WS-CLOSE-ACCUM
002640     COMPUTE WS-BOOK-VALUE = FA-COST - FA-ACCUM-DEPR
002650     MOVE WS-CLOSE-ACCUM TO DL-CLOSE-ACCUM
002660     MOVE WS-BOOK-VALUE TO DL-BOOK
002670     MOVE 0 TO DL-GAIN-LOSS
002680     WRITE FAS-RPT-REC FROM WS-DETAIL-LINE
002690     ADD 1 TO WS-HELD-COUNT
002700     ADD FA-COST TO WS-TOT-COST
002710     ADD WS-OPEN-ACCUM TO WS-TOT-OPEN-ACCUM
002720     ADD WS-YEAR-DEPR TO WS-TOT-YEAR-DEPR
002730     ADD WS-CLOSE-ACCUM TO WS-TOT-CLOSE-ACCUM
002740     ADD WS-BOOK-VALUE TO WS-TOT-BOOK.
002750 2000-NEXT.
002760     PERFORM 1100-READ-ASSET THRU 1100-EXIT.
002770 2000-EXIT.
002780     EXIT.
002790
002800*----A DISPOSED ASSET LEAVES THE BOOKS - NO CLOSING ACCUMULATION
002810*----OR BOOK VALUE, THE GAIN OR LOSS IN THEIR PLACE
002820 2200-SCHEDULE-DISPOSAL.
002830     MOVE 0 TO DL-CLOSE-ACCUM
002840     MOVE 0 TO DL-BOOK
002850     MOVE FA-DISP-GAIN TO DL-GAIN-LOSS
002860     WRITE FAS-RPT-REC FROM WS-DETAIL-LINE
002870     MOVE FA-DISP-DATE TO NL-DISP-DATE
002880     MOVE FA-DISP-PROCEEDS TO NL-PROCEEDS
002890     WRITE FAS-RPT-REC FROM WS-DISP-NOTE-LINE
002900     ADD 1 TO WS-DISP-COUNT
002910     ADD FA-COST TO WS-DSP-COST
002920     ADD WS-OPEN-ACCUM TO WS-DSP-OPEN-ACCUM
002930     ADD WS-YEAR-DEPR TO WS-DSP-YEAR-DEPR
002940     ADD FA-DISP-GAIN TO WS-DSP-GAIN-LOSS.
002950 2200-EXIT.
002960     EXIT.
002970
002980 3000-TERMINATE.
002990     IF NOT RUN-FILES-OPEN
003000         GO TO 3000-EXIT
003010     END-IF
003020     MOVE SPACES TO FAS-RPT-REC
003030     WRITE FAS-RPT-REC
003040     MOVE "ASSETS HELD AT YEAR END" TO TL-LABEL
003050     MOVE WS-TOT-COST TO TL-COST
003060     MOVE WS-TOT-OPEN-ACCUM TO TL-OPEN-ACCUM
003070     MOVE WS-TOT-YEAR-DEPR TO TL-YEAR-DEPR
003080     MOVE WS-TOT-CLOSE-ACCUM TO TL-CLOSE-ACCUM
003090     MOVE WS-TOT-BOOK TO TL-BOOK
003100     MOVE 0 TO TL-GAIN-LOSS
003110     WRITE FAS-RPT-REC FROM WS-TOTAL-LINE
003120     MOVE "ASSETS DISPOSED OF IN THE YEAR" TO TL-LABEL
003130     MOVE WS-DSP-COST TO TL-COST
003140     MOVE WS-DSP-OPEN-ACCUM TO TL-OPEN-ACCUM
003150     MOVE WS-DSP-YEAR-DEPR TO TL-YEAR-DEPR
003160     MOVE 0 TO TL-CLOSE-ACCUM
003170     MOVE 0 TO TL-BOOK
003180     MOVE WS-DSP-GAIN-LOSS TO TL-GAIN-LOSS
003190     WRITE FAS-RPT-REC FROM WS-TOTAL-LINE
003200     CLOSE FAMAST
003210     CLOSE FAS-RPT
003220     DISPLAY "FASCHED: YEAR " WS-SCHED-YEAR
003230     DISPLAY "FASCHED: ASSETS HELD - " WS-HELD-COUNT
003240     DISPLAY "FASCHED: ASSETS DISPOSED - " WS-DISP-COUNT.
003250 3000-EXIT.
003260     EXIT.
