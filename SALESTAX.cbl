000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SALESTAX.
000030 AUTHOR. DATA-PROCESSING.
000040 INSTALLATION. AR-BILLING.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*---------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*   2026-10-15  DP  ORIGINAL - MONTHLY SALES TAX LIABILITY
000100*                   RETURN. THE STXCTL CARD NAMES THE MONTH
000110*                   (YYYYMM - NO CARD MEANS THE BUSINESS DATE'S
000120*                   MONTH). EVERY TAXHIST ROW POSTED THAT MONTH -
000130*                   INVOICES FROM INVTOTAL, RELEASED HOLDS FROM
000140*                   CREDREL, CREDIT MEMOS FROM CRMEMO - IS
000150*                   TOTALLED BY THE JURISDICTIONS ON TAXRATES
000160*                   INTO TAXABLE SALES, EXEMPT SALES AND TAX
000170*                   COLLECTED, CREDITS NETTED OFF. SALES TO A
000180*                   STATE NOT ON TAXRATES ARE SHOWN APART AS
000190*                   NOT FILED. THE TAX IS TIED TO THE SALES TAX
000200*                   AND TAX CREDIT LINES THE STATEMENT ARCHIVE
000210*                   CARRIES FOR THE SAME MONTH, AND THE STXRPT
000220*                   REPORT ENDS WITH THE AMOUNT DUE PER RETURN.
000230*---------------------------------------------------------------
000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     SELECT STXCTL-IN   ASSIGN TO STXCTL
000280         ORGANIZATION IS LINE SEQUENTIAL
000290         FILE STATUS IS WS-CTL-STATUS.
000300     SELECT TAXRATES-IN ASSIGN TO TAXRATES
000310         ORGANIZATION IS LINE SEQUENTIAL
000320         FILE STATUS IS WS-RATE-STATUS.
000330     SELECT TAXHIST-IN  ASSIGN TO TAXHIST
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WS-THIST-STATUS.
000360     SELECT STMT-ARCH   ASSIGN TO STMTARCH
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-ARCH-STATUS.
000390     SELECT STX-RPT     ASSIGN TO STXRPT
000400         ORGANIZATION IS LINE SEQUENTIAL.
000410
000420 DATA DIVISION.
000430 FILE SECTION.
000440 FD  STXCTL-IN.
000450 01  STXCTL-REC           PIC X(6).
000460
000470*----SALES TAX RATES BY STATE - ONE ROW PER JURISDICTION WE
000480*----FILE IN, SAME TABLE INVTOTAL READS.
000490 FD  TAXRATES-IN.
000500 01  TAXRATES-REC.
000510     05  TR-STATE         PIC X(2).
000520     05  TR-RATE          PIC 9V9999.
000530
000540 FD  TAXHIST-IN.
000550     COPY "TAXHIST.cpy".
000560
000570*----SAME LAYOUT CUSTSTMT APPENDS - EVERY LINE THAT WENT OUT ON
000580*----A STATEMENT, STAMPED WITH THE STATEMENT DATE.
000590 FD  STMT-ARCH.
000600 01  STMT-ARCH-REC.
000610     05  SA-STMT-DATE     PIC 9(8).
000620     05  SA-CUST-ID       PIC X(7).
000630     05  SA-DESCRIPTION   PIC X(20).
000640     05  SA-AMOUNT        PIC S9(6)V99
000650                          SIGN IS LEADING SEPARATE.
000660     05  SA-INV-DATE      PIC 9(8).
000670
000680 FD  STX-RPT.
000690 01  STX-RPT-REC          PIC X(80).
000700
000710 WORKING-STORAGE SECTION.
000720 01  WS-CTL-STATUS        PIC X(2) VALUE SPACES.
000730 01  WS-RATE-STATUS       PIC X(2) VALUE SPACES.
000740 01  WS-THIST-STATUS      PIC X(2) VALUE SPACES.
000750 01  WS-ARCH-STATUS       PIC X(2) VALUE SPACES.
000760 01  WS-CTL-EOF-SW        PIC X(1) VALUE "N".
000770     88  NO-CONTROL-REC       VALUE "Y".
000780 01  WS-RATE-EOF-SW       PIC X(1) VALUE "N".
000790     88  NO-MORE-RATES        VALUE "Y".
000800 01  WS-HIST-EOF-SW       PIC X(1) VALUE "N".
000810     88  END-OF-HISTORY       VALUE "Y".
000820 01  WS-ARCH-EOF-SW       PIC X(1) VALUE "N".
000830     88  END-OF-ARCHIVE       VALUE "Y".
000840 01  WS-FILES-OPEN-SW     PIC X(1) VALUE "N".
000850     88  RUN-FILES-OPEN       VALUE "Y".
000860 01  WS-RATE-FOUND-SW     PIC X(1) VALUE "N".
000870     88  STATE-ON-TABLE       VALUE "Y".
000880 01  WS-RUN-DATE          PIC 9(8) VALUE 0.
000890 01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
000900     05  WS-RUN-MONTH     PIC 9(6).
000910     05  FILLER           PIC 9(2).
000920 01  WS-RETURN-MONTH      PIC 9(6) VALUE 0.
000930 01  WS-RETURN-MONTH-R REDEFINES WS-RETURN-MONTH.
000940     05  WS-RETURN-YEAR   PIC 9(4).
000950     05  WS-RETURN-MM     PIC 9(2).
000960 01  WS-WORK-DATE         PIC 9(8) VALUE 0.
000970 01  WS-WORK-DATE-R REDEFINES WS-WORK-DATE.
000980     05  WS-WORK-MONTH    PIC 9(6).
000990     05  FILLER           PIC 9(2).
001000 01  WS-RATE-COUNT        PIC 9(2) COMP VALUE 0.
001010 01  WS-JUR-HOLD-IX       PIC 9(2) COMP VALUE 0.
001020 01  WS-HIST-COUNT        PIC 9(7) COMP VALUE 0.
001030 01  WS-CREDIT-COUNT      PIC 9(5) COMP VALUE 0.
001040 01  WS-FEED-COUNT        PIC 9(7) COMP VALUE 0.
001050*----ONE ACCUMULATOR PER JURISDICTION, IN TAXRATES ORDER.
001060 01  WS-JUR-TABLE.
001070     05  WS-JUR-ENTRY     OCCURS 51 TIMES
001080                          INDEXED BY JR-IDX.
001090         10  WS-J-STATE   PIC X(2).
001100         10  WS-J-RATE    PIC 9V9999.
001110         10  WS-J-TAXABLE PIC S9(9)V99.
001120         10  WS-J-EXEMPT  PIC S9(9)V99.
001130         10  WS-J-TAX     PIC S9(9)V99.
001140*----SALES TO CUSTOMERS OUTSIDE EVERY JURISDICTION ON THE TABLE.
001150 01  WS-NF-TAXABLE        PIC S9(9)V99 VALUE 0.
001160 01  WS-NF-EXEMPT         PIC S9(9)V99 VALUE 0.
001170 01  WS-NF-TAX            PIC S9(9)V99 VALUE 0.
001180 01  WS-CR-TAXABLE        PIC S9(9)V99 VALUE 0.
001190 01  WS-CR-EXEMPT         PIC S9(9)V99 VALUE 0.
001200 01  WS-CR-TAX            PIC S9(9)V99 VALUE 0.
001210 01  WS-TOT-TAXABLE       PIC S9(9)V99 VALUE 0.
001220 01  WS-TOT-EXEMPT        PIC S9(9)V99 VALUE 0.
001230 01  WS-TOT-TAX           PIC S9(9)V99 VALUE 0.
001240 01  WS-FEED-TAX          PIC S9(9)V99 VALUE 0.
001250 01  WS-TIE-DIFF          PIC S9(9)V99 VALUE 0.
001260 01  WS-TOT-DUE           PIC S9(9)V99 VALUE 0.
001270 01  WS-HEAD-LINE.
001280     05  FILLER           PIC X(26)
001290                          VALUE "SALES TAX RETURN - MONTH ".
001300     05  HL-YEAR          PIC 9(4).
001310     05  FILLER           PIC X(1) VALUE "-".
001320     05  HL-MM            PIC 9(2).
001330 01  WS-COLUMN-LINE.
001340     05  FILLER           PIC X(10) VALUE "ST  RATE  ".
001350     05  FILLER           PIC X(16)
001360                          VALUE "   TAXABLE SALES".
001370     05  FILLER           PIC X(16)
001380                          VALUE "    EXEMPT SALES".
001390     05  FILLER           PIC X(16)
001400                          VALUE "   TAX COLLECTED".
001410 01  WS-DETAIL-LINE.
001420     05  DL-STATE         PIC X(2).
001430     05  FILLER           PIC X(1) VALUE SPACE.
001440     05  DL-RATE          PIC 9.9999.
001450     05  FILLER           PIC X(1) VALUE SPACE.
001460     05  DL-TAXABLE       PIC ZZZ,ZZZ,ZZ9.99-.
001470     05  FILLER           PIC X(1) VALUE SPACE.
001480     05  DL-EXEMPT        PIC ZZZ,ZZZ,ZZ9.99-.
001490     05  FILLER           PIC X(1) VALUE SPACE.
001500     05  DL-TAX           PIC ZZZ,ZZZ,ZZ9.99-.
001510 01  WS-LABEL-LINE.
001520     05  LL-LABEL         PIC X(10).
001530     05  LL-TAXABLE       PIC ZZZ,ZZZ,ZZ9.99-.
001540     05  FILLER           PIC X(1) VALUE SPACE.
001550     05  LL-EXEMPT        PIC ZZZ,ZZZ,ZZ9.99-.
001560     05  FILLER           PIC X(1) VALUE SPACE.
001570     05  LL-TAX           PIC ZZZ,ZZZ,ZZ9.99-.
001580 01  WS-TIE-LINE.
001590     05  TL-LABEL         PIC X(42).
001600     05  TL-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99-.
001610 01  WS-DUE-LINE.
001620     05  FILLER           PIC X(18)
001630                          VALUE "AMOUNT DUE RETURN ".
001640     05  DU-STATE         PIC X(2).
001650     05  FILLER           PIC X(22) VALUE SPACES.
001660     05  DU-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99-.
001670 01  WS-COUNT-LINE.
001680     05  CL-LABEL         PIC X(25).
001690     05  CL-COUNT         PIC ZZZZZZ9.
001700
001710 PROCEDURE DIVISION.
001720 0000-MAINLINE.
001730     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001740     IF RUN-FILES-OPEN
001750         PERFORM 2000-SUM-ONE-ROW THRU 2000-EXIT
001760             UNTIL END-OF-HISTORY
001770         PERFORM 2500-SUM-FEED-TAX THRU 2500-EXIT
001780         PERFORM 3000-PRINT-RETURN THRU 3000-EXIT
001790     END-IF
001800     PERFORM 5000-TERMINATE THRU 5000-EXIT
001810     GOBACK.
001820
001830*----THE RETURN MONTH OFF THE CARD, OR THE BUSINESS DATE'S
001840*----MONTH. A BAD CARD OR NO JURISDICTION TABLE REFUSES THE
001850*----RUN - A GUESSED MONTH OR STATE LIST FILES THE WRONG TAX.
001860 1000-INITIALIZE.
001870     CALL "GETBDATE" USING WS-RUN-DATE
001880     MOVE WS-RUN-MONTH TO WS-RETURN-MONTH
001890     OPEN INPUT STXCTL-IN
001900     IF WS-CTL-STATUS = "00"
001910         READ STXCTL-IN
001920             AT END MOVE "Y" TO WS-CTL-EOF-SW
001930         END-READ
001940         CLOSE STXCTL-IN
001950         IF NOT NO-CONTROL-REC AND STXCTL-REC NOT = SPACES
001960             IF STXCTL-REC IS NOT NUMERIC
001970                 DISPLAY "SALESTAX: STXCTL MONTH NOT YYYYMM - "
001980                     "RUN REFUSED"
001990                 MOVE 12 TO RETURN-CODE
002000                 GO TO 1000-EXIT
002010             END-IF
002020             MOVE STXCTL-REC TO WS-RETURN-MONTH
002030         END-IF
002040     END-IF
002050     IF WS-RETURN-MM < 1 OR WS-RETURN-MM > 12
002060         DISPLAY "SALESTAX: RETURN MONTH " WS-RETURN-MONTH
002070             " NOT VALID - RUN REFUSED"
002080         MOVE 12 TO RETURN-CODE
002090         GO TO 1000-EXIT
002100     END-IF
002110     PERFORM 1300-LOAD-JURISDICTIONS THRU 1300-EXIT
002120     IF WS-RATE-COUNT = 0
002130         DISPLAY "SALESTAX: NO JURISDICTIONS ON TAXRATES - "
002140             "RUN REFUSED"
002150         MOVE 12 TO RETURN-CODE
002160         GO TO 1000-EXIT
002170     END-IF
002180     OPEN INPUT TAXHIST-IN
002190     IF WS-THIST-STATUS NOT = "00"
002200         DISPLAY "SALESTAX: NO TAX HISTORY - RETURN SHOWS "
002210             "NO ACTIVITY"
002220         MOVE "Y" TO WS-HIST-EOF-SW
002230         MOVE 4 TO RETURN-CODE
002240     END-IF
002250     OPEN OUTPUT STX-RPT
002260     MOVE "Y" TO WS-FILES-OPEN-SW
002270     IF NOT END-OF-HISTORY
002280         PERFORM 1100-READ-HISTORY THRU 1100-EXIT
002290     END-IF.
002300 1000-EXIT.
002310     EXIT.
002320
002330 1100-READ-HISTORY.
002340     READ TAXHIST-IN
002350         AT END MOVE "Y" TO WS-HIST-EOF-SW
002360     END-READ.
002370 1100-EXIT.
002380     EXIT.
002390
002400 1300-LOAD-JURISDICTIONS.
002410     OPEN INPUT TAXRATES-IN
002420     IF WS-RATE-STATUS NOT = "00"
002430         GO TO 1300-EXIT
002440     END-IF
002450     PERFORM 1350-LOAD-ONE-RATE THRU 1350-EXIT
002460         UNTIL NO-MORE-RATES OR WS-RATE-COUNT >= 51
002470     CLOSE TAXRATES-IN.
002480 1300-EXIT.
002490     EXIT.
002500
002510 1350-LOAD-ONE-RATE.
002520     READ TAXRATES-IN
002530         AT END MOVE "Y" TO WS-RATE-EOF-SW
002540     END-READ
002550     IF NOT NO-MORE-RATES
002560         ADD 1 TO WS-RATE-COUNT
002570         SET JR-IDX TO WS-RATE-COUNT
002580         MOVE TR-STATE TO WS-J-STATE(JR-IDX)
002590         MOVE TR-RATE TO WS-J-RATE(JR-IDX)
002600         MOVE 0 TO WS-J-TAXABLE(JR-IDX)
002610         MOVE 0 TO WS-J-EXEMPT(JR-IDX)
002620         MOVE 0 TO WS-J-TAX(JR-IDX)
002630     END-IF.
002640 1350-EXIT.
002650     EXIT.
002660
002670*----A ROW COUNTS IN THE MONTH IT WAS POSTED - A HELD INVOICE
002680*----ONLY HAS A ROW ONCE CREDREL RELEASES IT, AND A CREDIT
002690*----MEMO'S ROW CARRIES NEGATIVE AMOUNTS.
002700 2000-SUM-ONE-ROW.
002710     MOVE TH-POST-DATE TO WS-WORK-DATE
002720     IF WS-WORK-MONTH NOT = WS-RETURN-MONTH
002730         GO TO 2000-NEXT
002740     END-IF
002750     ADD 1 TO WS-HIST-COUNT
002760     IF TH-CREDIT
002770         ADD 1 TO WS-CREDIT-COUNT
002780         ADD TH-TAXABLE TO WS-CR-TAXABLE
002790         ADD TH-EXEMPT TO WS-CR-EXEMPT
002800         ADD TH-TAX TO WS-CR-TAX
002810     END-IF
002820     MOVE "N" TO WS-RATE-FOUND-SW
002830     PERFORM 2100-MATCH-ONE-STATE THRU 2100-EXIT
002840         VARYING JR-IDX FROM 1 BY 1
002850         UNTIL JR-IDX > WS-RATE-COUNT OR STATE-ON-TABLE
002860     IF STATE-ON-TABLE
002870         SET JR-IDX TO WS-JUR-HOLD-IX
002880         ADD TH-TAXABLE TO WS-J-TAXABLE(JR-IDX)
002890         ADD TH-EXEMPT TO WS-J-EXEMPT(JR-IDX)
002900         ADD TH-TAX TO WS-J-TAX(JR-IDX)
002910     ELSE
002920         ADD TH-TAXABLE TO WS-NF-TAXABLE
002930         ADD TH-EXEMPT TO WS-NF-EXEMPT
002940         ADD TH-TAX TO WS-NF-TAX
002950     END-IF.
002960 2000-NEXT.
002970     PERFORM 1100-READ-HISTORY THRU 1100-EXIT.
002980 2000-EXIT.
002990     EXIT.
003000
003010 2100-MATCH-ONE-STATE.
003020     IF WS-J-STATE(JR-IDX) = TH-STATE
003030         MOVE "Y" TO WS-RATE-FOUND-SW
003040         SET WS-JUR-HOLD-IX TO JR-IDX
003050     END-IF.
003060 2100-EXIT.
003070     EXIT.
003080
003090*----THE TAX THAT ACTUALLY WENT OUT ON STATEMENTS THIS MONTH -
003100*----EVERY SALES TAX AND TAX CREDIT LINE ON THE ARCHIVE.
003110 2500-SUM-FEED-TAX.
003120     OPEN INPUT STMT-ARCH
003130     IF WS-ARCH-STATUS NOT = "00"
003140         DISPLAY "SALESTAX: NO STATEMENT ARCHIVE - TAX CANNOT "
003150             "BE TIED TO THE FEED"
003160         GO TO 2500-EXIT
003170     END-IF
003180     PERFORM 2550-SUM-ONE-ARCH THRU 2550-EXIT
003190         UNTIL END-OF-ARCHIVE
003200     CLOSE STMT-ARCH.
003210 2500-EXIT.
003220     EXIT.
003230
003240 2550-SUM-ONE-ARCH.
003250     READ STMT-ARCH
003260         AT END MOVE "Y" TO WS-ARCH-EOF-SW
003270     END-READ
003280     IF END-OF-ARCHIVE
003290         GO TO 2550-EXIT
003300     END-IF
003310     MOVE SA-STMT-DATE TO WS-WORK-DATE
003320     IF WS-WORK-MONTH NOT = WS-RETURN-MONTH
003330         GO TO 2550-EXIT
003340     END-IF
003350     IF SA-DESCRIPTION(1:10) = "SALES TAX "
003360             OR SA-DESCRIPTION(1:11) = "TAX CREDIT "
003370         ADD SA-AMOUNT TO WS-FEED-TAX
003380         ADD 1 TO WS-FEED-COUNT
003390     END-IF.
003400 2550-EXIT.
003410     EXIT.
003420
003430 3000-PRINT-RETURN.
003440     MOVE WS-RETURN-YEAR TO HL-YEAR
003450     MOVE WS-RETURN-MM TO HL-MM
003460     WRITE STX-RPT-REC FROM WS-HEAD-LINE
003470     MOVE SPACES TO STX-RPT-REC
003480     WRITE STX-RPT-REC
003490     WRITE STX-RPT-REC FROM WS-COLUMN-LINE
003500     PERFORM 3100-PRINT-ONE-STATE THRU 3100-EXIT
003510         VARYING JR-IDX FROM 1 BY 1
003520         UNTIL JR-IDX > WS-RATE-COUNT
003530     MOVE SPACES TO WS-LABEL-LINE
003540     MOVE "NOT FILED" TO LL-LABEL
003550     MOVE WS-NF-TAXABLE TO LL-TAXABLE
003560     MOVE WS-NF-EXEMPT TO LL-EXEMPT
003570     MOVE WS-NF-TAX TO LL-TAX
003580     WRITE STX-RPT-REC FROM WS-LABEL-LINE
003590     ADD WS-NF-TAXABLE TO WS-TOT-TAXABLE
003600     ADD WS-NF-EXEMPT TO WS-TOT-EXEMPT
003610     ADD WS-NF-TAX TO WS-TOT-TAX
003620     MOVE SPACES TO WS-LABEL-LINE
003630     MOVE "TOTAL" TO LL-LABEL
003640     MOVE WS-TOT-TAXABLE TO LL-TAXABLE
003650     MOVE WS-TOT-EXEMPT TO LL-EXEMPT
003660     MOVE WS-TOT-TAX TO LL-TAX
003670     WRITE STX-RPT-REC FROM WS-LABEL-LINE
003680     MOVE SPACES TO WS-LABEL-LINE
003690     MOVE "CREDITS" TO LL-LABEL
003700     MOVE WS-CR-TAXABLE TO LL-TAXABLE
003710     MOVE WS-CR-EXEMPT TO LL-EXEMPT
003720     MOVE WS-CR-TAX TO LL-TAX
003730     WRITE STX-RPT-REC FROM WS-LABEL-LINE
003740     MOVE SPACES TO STX-RPT-REC
003750     WRITE STX-RPT-REC
003760     PERFORM 3300-TIE-TO-FEED THRU 3300-EXIT
003770     MOVE SPACES TO STX-RPT-REC
003780     WRITE STX-RPT-REC
003790     PERFORM 3500-PRINT-ONE-DUE THRU 3500-EXIT
003800         VARYING JR-IDX FROM 1 BY 1
003810         UNTIL JR-IDX > WS-RATE-COUNT
003820     MOVE "TOTAL AMOUNT DUE" TO TL-LABEL
003830     MOVE WS-TOT-DUE TO TL-AMOUNT
003840     WRITE STX-RPT-REC FROM WS-TIE-LINE
003850     MOVE SPACES TO STX-RPT-REC
003860     WRITE STX-RPT-REC
003870     MOVE "TAX HISTORY ROWS" TO CL-LABEL
003880     MOVE WS-HIST-COUNT TO CL-COUNT
003890     WRITE STX-RPT-REC FROM WS-COUNT-LINE
003900     MOVE "CREDIT MEMOS" TO CL-LABEL
003910     MOVE WS-CREDIT-COUNT TO CL-COUNT
003920     WRITE STX-RPT-REC FROM WS-COUNT-LINE
003930     MOVE "STATEMENT TAX LINES" TO CL-LABEL
003940     MOVE WS-FEED-COUNT TO CL-COUNT
003950     WRITE STX-RPT-REC FROM WS-COUNT-LINE.
003960 3000-EXIT.
003970     EXIT.
003980
003990 3100-PRINT-ONE-STATE.
004000     MOVE SPACES TO WS-DETAIL-LINE
004010     MOVE WS-J-STATE(JR-IDX) TO DL-STATE
004020     MOVE WS-J-RATE(JR-IDX) TO DL-RATE
004030     MOVE WS-J-TAXABLE(JR-IDX) TO DL-TAXABLE
004040     MOVE WS-J-EXEMPT(JR-IDX) TO DL-EXEMPT
004050     MOVE WS-J-TAX(JR-IDX) TO DL-TAX
004060     WRITE STX-RPT-REC FROM WS-DETAIL-LINE
004070     ADD WS-J-TAXABLE(JR-IDX) TO WS-TOT-TAXABLE
004080     ADD WS-J-EXEMPT(JR-IDX) TO WS-TOT-EXEMPT
004090     ADD WS-J-TAX(JR-IDX) TO WS-TOT-TAX.
004100 3100-EXIT.
004110     EXIT.
004120
004130*----THE HISTORY'S TAX MUST EQUAL THE TAX LINES THE STATEMENTS
004140*----CARRIED - A DIFFERENCE IS FLAGGED BEFORE ANYTHING IS FILED.
004150 3300-TIE-TO-FEED.
004160     MOVE "TAX PER HISTORY" TO TL-LABEL
004170     MOVE WS-TOT-TAX TO TL-AMOUNT
004180     WRITE STX-RPT-REC FROM WS-TIE-LINE
004190     MOVE "TAX PER STATEMENT FEED" TO TL-LABEL
004200     MOVE WS-FEED-TAX TO TL-AMOUNT
004210     WRITE STX-RPT-REC FROM WS-TIE-LINE
004220     COMPUTE WS-TIE-DIFF = WS-TOT-TAX - WS-FEED-TAX
004230     IF WS-TIE-DIFF = 0
004240         MOVE "TIES TO STATEMENT FEED" TO TL-LABEL
004250         MOVE 0 TO TL-AMOUNT
004260     ELSE
004270         MOVE "*** OUT OF BALANCE WITH STATEMENT FEED BY"
004280             TO TL-LABEL
004290         MOVE WS-TIE-DIFF TO TL-AMOUNT
004300         DISPLAY "SALESTAX: TAX DOES NOT TIE TO THE STATEMENT "
004310             "FEED - REVIEW BEFORE FILING"
004320         MOVE 4 TO RETURN-CODE
004330     END-IF
004340     WRITE STX-RPT-REC FROM WS-TIE-LINE.
004350 3300-EXIT.
004360     EXIT.
004370
004380*----ONE RETURN PER JURISDICTION - THE TAX COLLECTED NET OF
004390*----CREDITS IS WHAT IS REMITTED.
004400 3500-PRINT-ONE-DUE.
004410     MOVE WS-J-STATE(JR-IDX) TO DU-STATE
004420     MOVE WS-J-TAX(JR-IDX) TO DU-AMOUNT
004430     WRITE STX-RPT-REC FROM WS-DUE-LINE
004440     ADD WS-J-TAX(JR-IDX) TO WS-TOT-DUE.
004450 3500-EXIT.
004460     EXIT.
004470
004480 5000-TERMINATE.
004490     IF RUN-FILES-OPEN
004500         IF WS-THIST-STATUS = "00" OR WS-THIST-STATUS = "10"
004510             CLOSE TAXHIST-IN
004520         END-IF
004530         CLOSE STX-RPT
004540     END-IF
004550     DISPLAY "SALESTAX: RETURN MONTH - " WS-RETURN-MONTH
004560     DISPLAY "SALESTAX: TAX HISTORY ROWS - " WS-HIST-COUNT
004570     DISPLAY "SALESTAX: TOTAL TAX DUE - " WS-TOT-DUE.
004580 5000-EXIT.
004590     EXIT.
