000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. FADEPR.
000030 AUTHOR. DATA-PROCESSING.
000040 INSTALLATION. GENERAL-LEDGER.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*---------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*   2026-10-15  DP  ORIGINAL - MONTHLY FIXED ASSET DEPRECIATION
000100*                   FOR THE COMPANY ON THE COMPSEL CARD (ALL
000110*                   COMPANIES WITHOUT ONE) THROUGH THE MONTH END
000120*                   ON THE FADCTL CARD (NO CARD IS THE LAST DAY
000130*                   OF THE BUSINESS-DATE MONTH). EACH ACTIVE
000140*                   ASSET IS DEPRECIATED FOR EVERY MONTH FROM THE
000150*                   ONE AFTER ITS LAST RUN (OR ITS IN-SERVICE
000160*                   MONTH) TO THE MONTH END, STRAIGHT LINE OR
000170*                   DECLINING BALANCE, NEVER BELOW SALVAGE, SO A
000180*                   SECOND RUN FOR THE SAME MONTH TAKES NOTHING.
000190*                   EACH ASSET'S CHARGE GOES TO GLEXTR ON FAGL
000200*                   AND TO THE FADRPT REGISTER. AN ASSET WHOSE
000210*                   MONTH IS CLOSED FOR ITS COMPANY (PERDCHK) IS
000220*                   SKIPPED AND THE RUN ENDS WITH RETURN CODE 4.
000230*---------------------------------------------------------------
000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     SELECT COMPSEL-IN  ASSIGN TO COMPSEL
000280         ORGANIZATION IS LINE SEQUENTIAL
000290         FILE STATUS IS WS-COMP-STATUS.
000300     SELECT FADCTL-IN   ASSIGN TO FADCTL
000310         ORGANIZATION IS LINE SEQUENTIAL
000320         FILE STATUS IS WS-DCTL-STATUS.
000330     SELECT FAMAST      ASSIGN TO FAMAST
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS DYNAMIC
000360         RECORD KEY IS FA-ASSET-ID
000370         FILE STATUS IS WS-MAST-STATUS.
000380     SELECT FAGL-OUT    ASSIGN TO FAGL
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-FAGL-STATUS.
000410     SELECT FAD-RPT     ASSIGN TO FADRPT
000420         ORGANIZATION IS LINE SEQUENTIAL.
000430
000440 DATA DIVISION.
000450 FILE SECTION.
000460 FD  COMPSEL-IN.
000470 01  COMPSEL-REC          PIC X(2).
000480
000490*----CONTROL CARD - THE MONTH-END DATE DEPRECIATED THROUGH. NO
000500*----CARD IS THE LAST DAY OF THE BUSINESS-DATE MONTH.
000510 FD  FADCTL-IN.
000520 01  FADCTL-REC.
000530     05  DC-MONTH-END     PIC 9(8).
000540
000550 FD  FAMAST.
000560     COPY "FAMAST.cpy".
000570
000580 FD  FAGL-OUT.
000590     COPY "FAGL.cpy".
000600
000610 FD  FAD-RPT.
000620 01  FAD-RPT-REC          PIC X(100).
000630
000640 WORKING-STORAGE SECTION.
000650 01  WS-COMP-STATUS       PIC X(2) VALUE SPACES.
000660 01  WS-DCTL-STATUS       PIC X(2) VALUE SPACES.
000670 01  WS-MAST-STATUS       PIC X(2) VALUE SPACES.
000680 01  WS-FAGL-STATUS       PIC X(2) VALUE SPACES.
000690 01  WS-COMP-EOF-SW       PIC X(1) VALUE "N".
000700     88  NO-COMPANY-CARD      VALUE "Y".
000710 01  WS-MAST-EOF-SW       PIC X(1) VALUE "N".
000720     88  END-OF-ASSETS        VALUE "Y".
000730 01  WS-FILES-OPEN-SW     PIC X(1) VALUE "N".
000740     88  RUN-FILES-OPEN       VALUE "Y".
000750 01  WS-LOCK-HELD-SW      PIC X(1) VALUE "N".
000760     88  FAMAST-LOCK-HELD     VALUE "Y".
000770 01  WS-SEL-COMPANY       PIC X(2) VALUE SPACES.
000780 01  WS-BUS-DATE          PIC 9(8) VALUE 0.
000790 01  WS-MONTH-END         PIC 9(8) VALUE 0.
000800 01  WS-MONTH-END-R REDEFINES WS-MONTH-END.
000810     05  WS-ME-PERIOD     PIC 9(6).
000820     05  FILLER           PIC 9(2).
000830*----THE MONTH BEING DEPRECIATED AND THE IN-SERVICE MONTH
000840 01  WS-NEXT-PERIOD       PIC 9(6) VALUE 0.
000850 01  WS-NEXT-PERIOD-R REDEFINES WS-NEXT-PERIOD.
000860     05  WS-NP-YEAR       PIC 9(4).
000870     05  WS-NP-MONTH      PIC 9(2).
000880 01  WS-IN-SERVICE        PIC 9(8) VALUE 0.
000890 01  WS-IN-SERVICE-R REDEFINES WS-IN-SERVICE.
000900     05  WS-IS-PERIOD     PIC 9(6).
000910     05  FILLER           PIC 9(2).
000920 01  WS-IN-SERVICE-R2 REDEFINES WS-IN-SERVICE.
000930     05  WS-IS-YEAR       PIC 9(4).
000940     05  WS-IS-MONTH      PIC 9(2).
000950     05  FILLER           PIC 9(2).
000960*----DEPRECIATION ARITHMETIC
000970 01  WS-LIFE-MONTHS       PIC 9(4) COMP VALUE 0.
000980 01  WS-MONTHS-USED       PIC S9(6) COMP VALUE 0.
000990 01  WS-MONTHS-TAKEN      PIC 9(4) COMP VALUE 0.
001000 01  WS-REMAINING         PIC S9(9)V99 VALUE 0.
001010 01  WS-MONTH-DEPR        PIC S9(9)V99 VALUE 0.
001020 01  WS-ASSET-DEPR        PIC 9(9)V99 VALUE 0.
001030 01  WS-BOOK-VALUE        PIC S9(9)V99 VALUE 0.
001040*----RUN COUNTS AND TOTALS
001050 01  WS-READ-COUNT        PIC 9(7) COMP VALUE 0.
001060 01  WS-DEPR-COUNT        PIC 9(7) COMP VALUE 0.
001070 01  WS-CLOSED-COUNT      PIC 9(7) COMP VALUE 0.
001080 01  WS-DEPR-TOTAL        PIC 9(11)V99 VALUE 0.
001090 01  WS-RUN-RC            PIC 9(4) VALUE 0.
001100 01  WS-LOCK-FILE         PIC X(8) VALUE "FAMAST".
001110 01  WS-LOCK-ACTION       PIC X(1) VALUE SPACE.
001120 01  WS-LOCK-RESULT       PIC X(1) VALUE SPACE.
001130*----ACCOUNTING PERIOD CHECK - SEE PERDCHK
001140 01  WS-PERD-COMPANY      PIC X(2) VALUE SPACES.
001150 01  WS-PERD-DATE         PIC 9(8) VALUE 0.
001160 01  WS-PERD-RESULT       PIC X(1) VALUE SPACE.
001170*----CONTROL-TOTAL WORK AREA - SEE CTLWRIT
001180 01  WS-CTL-PROGRAM       PIC X(10) VALUE "FADEPR".
001190 01  WS-CTL-READ          PIC 9(7) VALUE 0.
001200 01  WS-CTL-WRITTEN       PIC 9(7) VALUE 0.
001210 01  WS-CTL-REJECTS       PIC 9(7) VALUE 0.
001220 01  WS-CTL-AMOUNT        PIC 9(11)V99 VALUE 0.
001230*----MONTH-END DATE ARITHMETIC
001240 01  WS-DT-DATE           PIC 9(8) VALUE 0.
001250 01  WS-DT-DATE-R REDEFINES WS-DT-DATE.
001260     05  WS-DT-YEAR       PIC 9(4).
001270     05  WS-DT-MONTH      PIC 9(2).
001280     05  WS-DT-DAY        PIC 9(2).
001290 01  WS-DT-MONTH-END      PIC 9(2) VALUE 0.
001300 01  WS-DT-QUOT           PIC 9(4) VALUE 0.
001310 01  WS-DT-REM4           PIC 9(4) VALUE 0.
001320 01  WS-DT-REM100         PIC 9(4) VALUE 0.
001330 01  WS-DT-REM400         PIC 9(4) VALUE 0.
001340 01  WS-MONTH-DAYS-LIT    PIC X(24)
001350         VALUE "312831303130313130313031".
001360 01  WS-MONTH-DAYS-R REDEFINES WS-MONTH-DAYS-LIT.
001370     05  WS-MONTH-DAYS    PIC 9(2) OCCURS 12 TIMES.
001380*----REGISTER LINES
001390 01  WS-HDG-LINE.
001400     05  FILLER           PIC X(40)
001410         VALUE "FIXED ASSET DEPRECIATION THROUGH ".
001420     05  HL-MONTH-END     PIC 9(8).
001430     05  FILLER           PIC X(10) VALUE "  COMPANY ".
001440     05  HL-COMPANY       PIC X(3).
001450 01  WS-COL-LINE.
001460     05  FILLER           PIC X(41)
001470         VALUE "ASSET    DESCRIPTION          CO M MO".
001480     05  FILLER           PIC X(45)
001490         VALUE "     DEPRECIATION  ACCUMULATED   BOOK VALUE".
001500 01  WS-DETAIL-LINE.
001510     05  DL-ASSET-ID      PIC X(8).
001520     05  FILLER           PIC X(1) VALUE SPACE.
001530     05  DL-DESC          PIC X(20).
001540     05  FILLER           PIC X(1) VALUE SPACE.
001550     05  DL-COMPANY       PIC X(2).
001560     05  FILLER           PIC X(1) VALUE SPACE.
001570     05  DL-METHOD        PIC X(1).
001580     05  FILLER           PIC X(1) VALUE SPACE.
001590     05  DL-MONTHS        PIC ZZ9.
001600     05  FILLER           PIC X(1) VALUE SPACE.
001610     05  DL-DEPR          PIC ZZZ,ZZZ,ZZ9.99.
001620     05  FILLER           PIC X(1) VALUE SPACE.
001630     05  DL-ACCUM         PIC ZZZ,ZZZ,ZZ9.99.
001640     05  FILLER           PIC X(1) VALUE SPACE.
001650     05  DL-BOOK          PIC ZZZ,ZZZ,ZZ9.99.
001660     05  FILLER           PIC X(1) VALUE SPACE.
001670     05  DL-NOTE          PIC X(16).
001680 01  WS-TOTAL-LINE.
001690     05  FILLER           PIC X(30)
001700         VALUE "TOTAL DEPRECIATION CHARGED ".
001710     05  TL-DEPR          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
001720     05  FILLER           PIC X(10) VALUE "  ASSETS ".
001730     05  TL-COUNT         PIC ZZZ,ZZ9.
001740
001750 PROCEDURE DIVISION.
001760 0000-MAINLINE.
001770     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001780     IF RUN-FILES-OPEN
001790         PERFORM 2000-DEPRECIATE-ASSET THRU 2000-EXIT
001800             UNTIL END-OF-ASSETS
001810     END-IF
001820     PERFORM 6000-TERMINATE THRU 6000-EXIT
001830     GOBACK.
001840
001850*----NO ASSET MASTER LEAVES NOTHING TO DEPRECIATE AND THE RUN
001860*----REFUSES; SO DOES FAMAST BEING HELD BY MAINTENANCE.
001870 1000-INITIALIZE.
001880     CALL "GETBDATE" USING WS-BUS-DATE
001890     PERFORM 1700-READ-COMPANY-CARD THRU 1700-EXIT
001900     PERFORM 1200-GET-MONTH-END THRU 1200-EXIT
001910     MOVE "R" TO WS-LOCK-ACTION
001920     CALL "FILELOCK" USING WS-LOCK-FILE, WS-CTL-PROGRAM,
001930         WS-LOCK-ACTION, WS-LOCK-RESULT
001940     IF WS-LOCK-RESULT = "B"
001950         DISPLAY "FADEPR: FAMAST IS IN USE BY ANOTHER "
001960             "PROGRAM - TRY AGAIN LATER"
001970         MOVE 8 TO RETURN-CODE
001980         GO TO 1000-EXIT
001990     END-IF
002000     MOVE "Y" TO WS-LOCK-HELD-SW
002010     OPEN I-O FAMAST
002020     IF WS-MAST-STATUS NOT = "00"
002030         DISPLAY "FADEPR: UNABLE TO OPEN FAMAST - STATUS "
002040             WS-MAST-STATUS " - RUN REFUSED"
002050         MOVE 12 TO RETURN-CODE
002060         GO TO 1000-EXIT
002070     END-IF
002080     OPEN EXTEND FAGL-OUT
002090     IF WS-FAGL-STATUS = "35"
002100         OPEN OUTPUT FAGL-OUT
002110     END-IF
002120     OPEN OUTPUT FAD-RPT
002130     MOVE "Y" TO WS-FILES-OPEN-SW
002140     MOVE WS-MONTH-END TO HL-MONTH-END
002150     IF WS-SEL-COMPANY = SPACES
002160         MOVE "ALL" TO HL-COMPANY
002170     ELSE
002180         MOVE WS-SEL-COMPANY TO HL-COMPANY
002190     END-IF
002200     WRITE FAD-RPT-REC FROM WS-HDG-LINE
002210     MOVE SPACES TO FAD-RPT-REC
002220     WRITE FAD-RPT-REC
002230     WRITE FAD-RPT-REC FROM WS-COL-LINE
002240     PERFORM 1100-READ-ASSET THRU 1100-EXIT.
002250 1000-EXIT.
002260     EXIT.
002270
002280 1100-READ-ASSET.
002290     READ FAMAST NEXT RECORD
002300         AT END MOVE "Y" TO WS-MAST-EOF-SW
002310     END-READ.
002320 1100-EXIT.
002330     EXIT.
002340
002350 1200-GET-MONTH-END.
002360     MOVE 0 TO WS-MONTH-END
002370     OPEN INPUT FADCTL-IN
002380     IF WS-DCTL-STATUS = "00"
002390         READ FADCTL-IN
002400             AT END MOVE 0 TO DC-MONTH-END
002410         END-READ
002420         IF DC-MONTH-END NUMERIC
002430             MOVE DC-MONTH-END TO WS-MONTH-END
002440         END-IF
002450         CLOSE FADCTL-IN
002460     END-IF
002470     IF WS-MONTH-END = 0
002480         MOVE WS-BUS-DATE TO WS-DT-DATE
002490         PERFORM 9050-MONTH-LENGTH THRU 9050-EXIT
002500         MOVE WS-DT-MONTH-END TO WS-DT-DAY
002510         MOVE WS-DT-DATE TO WS-MONTH-END
002520     END-IF.
002530 1200-EXIT.
002540     EXIT.
002550
002560 1700-READ-COMPANY-CARD.
002570     OPEN INPUT COMPSEL-IN
002580     IF WS-COMP-STATUS NOT = "00"
002590         GO TO 1700-EXIT
002600     END-IF
002610     READ COMPSEL-IN
002620         AT END MOVE "Y" TO WS-COMP-EOF-SW
002630     END-READ
002640     IF NOT NO-COMPANY-CARD
002650         MOVE COMPSEL-REC TO WS-SEL-COMPANY
002660     END-IF
002670     CLOSE COMPSEL-IN.
002680 1700-EXIT.
002690     EXIT.
002700
002710*----DISPOSED ASSETS, OTHER COMPANIES' ASSETS AND ASSETS NOT YET
002720*----IN SERVICE ARE PASSED OVER. AN ASSET ALREADY DEPRECIATED
002730*----THROUGH THE MONTH, OR DOWN TO SALVAGE, TAKES NOTHING.
002740 2000-DEPRECIATE-ASSET.
002750     IF NOT FA-ACTIVE
002760         GO TO 2000-NEXT
002770     END-IF
002780     IF WS-SEL-COMPANY NOT = SPACES
002790         AND FA-COMPANY NOT = WS-SEL-COMPANY
002800         GO TO 2000-NEXT
002810     END-IF
002820     MOVE FA-IN-SERVICE TO WS-IN-SERVICE
002830     IF WS-IS-PERIOD > WS-ME-PERIOD
002840         GO TO 2000-NEXT
002850     END-IF
002860     ADD 1 TO WS-READ-COUNT
002870     IF FA-LAST-PERIOD = 0
002880         MOVE WS-IS-PERIOD TO WS-NEXT-PERIOD
002890     ELSE
002900         MOVE FA-LAST-PERIOD TO WS-NEXT-PERIOD
002910         PERFORM 2300-ADVANCE-PERIOD THRU 2300-EXIT
002920     END-IF
002930     IF WS-NEXT-PERIOD > WS-ME-PERIOD
002940         GO TO 2000-NEXT
002950     END-IF
002960     IF FA-ACCUM-DEPR NOT < FA-COST - FA-SALVAGE
002970         GO TO 2000-NEXT
002980     END-IF
002990     MOVE FA-COMPANY TO WS-PERD-COMPANY
003000     MOVE WS-MONTH-END TO WS-PERD-DATE
003010     CALL "PERDCHK" USING WS-PERD-COMPANY, WS-PERD-DATE,
003020         WS-PERD-RESULT
003030     IF WS-PERD-RESULT = "C"
003040         ADD 1 TO WS-CLOSED-COUNT
003050         MOVE 0 TO WS-MONTHS-TAKEN
003060         MOVE 0 TO WS-ASSET-DEPR
003070         MOVE "MONTH CLOSED" TO DL-NOTE
003080         PERFORM 2500-REPORT-ASSET THRU 2500-EXIT
003090         GO TO 2000-NEXT
003100     END-IF
003110     COMPUTE WS-LIFE-MONTHS = FA-LIFE-YEARS * 12
003120     MOVE 0 TO WS-MONTHS-TAKEN
003130     MOVE 0 TO WS-ASSET-DEPR
003140     MOVE 1 TO WS-REMAINING
003150     PERFORM 2200-DEPRECIATE-MONTH THRU 2200-EXIT
003160         UNTIL WS-NEXT-PERIOD > WS-ME-PERIOD
003170         OR WS-REMAINING NOT > 0
003180     REWRITE FaMastRec
003190         INVALID KEY
003200             DISPLAY "FADEPR: REWRITE FAILED FOR ASSET "
003210                 FA-ASSET-ID
003220             ADD 1 TO WS-CLOSED-COUNT
003230             GO TO 2000-NEXT
003240     END-REWRITE
003250     IF WS-ASSET-DEPR = 0
003260         GO TO 2000-NEXT
003270     END-IF
003280     ADD 1 TO WS-DEPR-COUNT
003290     ADD WS-ASSET-DEPR TO WS-DEPR-TOTAL
003300     MOVE WS-MONTH-END TO FG-POST-DATE
003310     MOVE FA-COMPANY TO FG-COMPANY
003320     MOVE FA-ASSET-ID TO FG-ASSET-ID
003330     MOVE "D" TO FG-TYPE
003340     MOVE WS-ASSET-DEPR TO FG-AMOUNT
003350     MOVE FA-ACCUM-DEPR TO FG-ACCUM
003360     MOVE 0 TO FG-PROCEEDS
003370     MOVE 0 TO FG-GAIN-LOSS
003380     MOVE SPACE TO FG-GL-TYPE
003390     WRITE FAGL-REC
003400     IF FA-ACCUM-DEPR NOT < FA-COST - FA-SALVAGE
003410         MOVE "NOW AT SALVAGE" TO DL-NOTE
003420     ELSE
003430         MOVE SPACES TO DL-NOTE
003440     END-IF
003450     PERFORM 2500-REPORT-ASSET THRU 2500-EXIT.
003460 2000-NEXT.
003470     PERFORM 1100-READ-ASSET THRU 1100-EXIT.
003480 2000-EXIT.
003490     EXIT.
003500
003510*----ONE MONTH'S CHARGE. STRAIGHT LINE SPREADS COST LESS SALVAGE
003520*----EVENLY OVER THE LIFE; DECLINING BALANCE TAKES TWICE THE
003530*----STRAIGHT-LINE RATE ON THE BOOK VALUE LEFT. EITHER STOPS AT
003540*----SALVAGE, AND THE LAST MONTH OF THE LIFE TAKES WHATEVER IS
003550*----LEFT ABOVE SALVAGE.
003560 2200-DEPRECIATE-MONTH.
003570     COMPUTE WS-REMAINING = FA-COST - FA-SALVAGE
003580         - FA-ACCUM-DEPR
003590     IF WS-REMAINING NOT > 0
003600         GO TO 2200-EXIT
003610     END-IF
003620     COMPUTE WS-MONTHS-USED = (WS-NP-YEAR * 12 + WS-NP-MONTH)
003630         - (WS-IS-YEAR * 12 + WS-IS-MONTH) + 1
003640     IF FA-DECLINING
003650         COMPUTE WS-MONTH-DEPR ROUNDED =
003660             (FA-COST - FA-ACCUM-DEPR) * 2 / WS-LIFE-MONTHS
003670     ELSE
003680         COMPUTE WS-MONTH-DEPR ROUNDED =
003690             (FA-COST - FA-SALVAGE) / WS-LIFE-MONTHS
003700     END-IF
003710     IF WS-MONTH-DEPR > WS-REMAINING
003720         OR WS-MONTHS-USED NOT < WS-LIFE-MONTHS
003730         MOVE WS-REMAINING TO WS-MONTH-DEPR
003740     END-IF
003750     IF WS-NP-YEAR NOT = FA-YTD-YEAR
003760         MOVE WS-NP-YEAR TO FA-YTD-YEAR
003770         MOVE 0 TO FA-YTD-DEPR
003780     END-IF
003790     ADD WS-MONTH-DEPR TO FA-ACCUM-DEPR
003800     ADD WS-MONTH-DEPR TO FA-YTD-DEPR
003810     ADD WS-MONTH-DEPR TO WS-ASSET-DEPR
003820     ADD 1 TO WS-MONTHS-TAKEN
003830     MOVE WS-NEXT-PERIOD TO FA-LAST-PERIOD
003840     SUBTRACT WS-MONTH-DEPR FROM WS-REMAINING
003850     PERFORM 2300-ADVANCE-PERIOD THRU 2300-EXIT.
003860 2200-EXIT.
003870     EXIT.
003880
003890 2300-ADVANCE-PERIOD.
003900     IF WS-NP-MONTH = 12
003910         ADD 1 TO WS-NP-YEAR
003920         MOVE 1 TO WS-NP-MONTH
003930     ELSE
003940         ADD 1 TO WS-NP-MONTH
003950     END-IF.
003960 2300-EXIT.
003970     EXIT.
003980
003990 2500-REPORT-ASSET.
004000     MOVE FA-ASSET-ID TO DL-ASSET-ID
004010     MOVE FA-DESC TO DL-DESC
004020     MOVE FA-COMPANY TO DL-COMPANY
004030     MOVE FA-METHOD TO DL-METHOD
004040     MOVE WS-MONTHS-TAKEN TO DL-MONTHS
004050     MOVE WS-ASSET-DEPR TO DL-DEPR
004060     MOVE FA-ACCUM-DEPR TO DL-ACCUM
004070     COMPUTE WS-BOOK-VALUE = FA-COST - FA-ACCUM-DEPR
004080     MOVE WS-BOOK-VALUE TO DL-BOOK
004090     WRITE FAD-RPT-REC FROM WS-DETAIL-LINE.
004100 2500-EXIT.
004110     EXIT.
004120
004130 6000-TERMINATE.
004140     IF RUN-FILES-OPEN
004150         MOVE WS-DEPR-TOTAL TO TL-DEPR
004160         MOVE WS-DEPR-COUNT TO TL-COUNT
004170         MOVE SPACES TO FAD-RPT-REC
004180         WRITE FAD-RPT-REC
004190         WRITE FAD-RPT-REC FROM WS-TOTAL-LINE
004200         CLOSE FAMAST
004210         CLOSE FAGL-OUT
004220         CLOSE FAD-RPT
004230     END-IF
004240*----THE CLEAR CALL HANDS BACK ZERO - KEEP ANY REFUSAL CODE
004250*----SET DURING START-UP.
004260     MOVE RETURN-CODE TO WS-RUN-RC
004270     IF FAMAST-LOCK-HELD
004280         MOVE "C" TO WS-LOCK-ACTION
004290         CALL "FILELOCK" USING WS-LOCK-FILE, WS-CTL-PROGRAM,
004300             WS-LOCK-ACTION, WS-LOCK-RESULT
004310         MOVE "N" TO WS-LOCK-HELD-SW
004320     END-IF
004330     MOVE WS-RUN-RC TO RETURN-CODE
004340     DISPLAY "FADEPR: MONTH ENDING " WS-MONTH-END
004350     DISPLAY "FADEPR: ASSETS DEPRECIATED - " WS-DEPR-COUNT
004360     DISPLAY "FADEPR: ASSETS IN CLOSED MONTHS - "
004370         WS-CLOSED-COUNT
004380     IF NOT RUN-FILES-OPEN
004390         GO TO 6000-EXIT
004400     END-IF
004410     MOVE WS-READ-COUNT TO WS-CTL-READ
004420     MOVE WS-DEPR-COUNT TO WS-CTL-WRITTEN
004430     MOVE WS-CLOSED-COUNT TO WS-CTL-REJECTS
004440     MOVE WS-DEPR-TOTAL TO WS-CTL-AMOUNT
004450     CALL "CTLWRIT" USING WS-CTL-PROGRAM, WS-CTL-READ,
004460         WS-CTL-WRITTEN, WS-CTL-REJECTS, WS-CTL-AMOUNT
004470     IF WS-CLOSED-COUNT > 0
004480         MOVE 4 TO RETURN-CODE
004490     ELSE
004500         MOVE 0 TO RETURN-CODE
004510     END-IF.
004520 6000-EXIT.
004530     EXIT.
004540
004550*----DAYS IN WS-DT-DATE'S MONTH - FEBRUARY HAS 29 IN A LEAP YEAR
004560 9050-MONTH-LENGTH.
004570     MOVE WS-MONTH-DAYS(WS-DT-MONTH) TO WS-DT-MONTH-END
004580     IF WS-DT-MONTH = 2
004590         DIVIDE WS-DT-YEAR BY 4 GIVING WS-DT-QUOT
004600             REMAINDER WS-DT-REM4
004610         DIVIDE WS-DT-YEAR BY 100 GIVING WS-DT-QUOT
004620             REMAINDER WS-DT-REM100
004630         DIVIDE WS-DT-YEAR BY 400 GIVING WS-DT-QUOT
004640             REMAINDER WS-DT-REM400
004650         IF WS-DT-REM4 = 0
004660             AND (WS-DT-REM100 NOT = 0 OR WS-DT-REM400 = 0)
004670             MOVE 29 TO WS-DT-MONTH-END
004680         END-IF
004690     END-IF.
004700 9050-EXIT.
004710     EXIT.
