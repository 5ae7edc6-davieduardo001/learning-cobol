000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. GLMONTH.
000030 AUTHOR. DATA-PROCESSING.
000040 INSTALLATION. GENERAL-LEDGER.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*---------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*   2026-10-15  DP  ORIGINAL - GENERAL LEDGER MONTH-END REPORTS
000100*                   FOR THE COMPANY ON THE COMPSEL CARD, AS AT
000110*                   THE MONTH END ON THE GLMCTL CARD (NO CARD IS
000120*                   THE LAST DAY OF THE BUSINESS DATE'S MONTH).
000130*                   FROM THE GLACCT CHART AND THE GLBAL PERIOD
000140*                   BALANCES IT PRINTS THROUGH RPTWRITE A TRIAL
000150*                   BALANCE, WHICH MUST NET TO ZERO, THE MONTH'S
000160*                   DETAIL LEDGER PER ACCOUNT FROM GLDETL, AN
000170*                   INCOME STATEMENT FOR THE MONTH AND THE YEAR
000180*                   TO DATE, AND A BALANCE SHEET CARRYING PRIOR
000190*                   YEARS' INCOME AS RETAINED EARNINGS. A TRIAL
000200*                   BALANCE THAT DOES NOT NET TO ZERO ENDS THE
000210*                   RUN WITH RETURN CODE 8.
000220*---------------------------------------------------------------
000230 ENVIRONMENT DIVISION.
000240 INPUT-OUTPUT SECTION.
000250 FILE-CONTROL.
000260     SELECT COMPSEL-IN  ASSIGN TO COMPSEL
000270         ORGANIZATION IS LINE SEQUENTIAL
000280         FILE STATUS IS WS-COMP-STATUS.
000290     SELECT GLMCTL-IN   ASSIGN TO GLMCTL
000300         ORGANIZATION IS LINE SEQUENTIAL
000310         FILE STATUS IS WS-MCTL-STATUS.
000320     SELECT GLACCT      ASSIGN TO GLACCT
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS DYNAMIC
000350         RECORD KEY IS GA-KEY
000360         FILE STATUS IS WS-ACCT-STATUS.
000370     SELECT GLBAL       ASSIGN TO GLBAL
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS DYNAMIC
000400         RECORD KEY IS GB-KEY
000410         FILE STATUS IS WS-BAL-STATUS.
000420     SELECT GLDETL-IN   ASSIGN TO GLDETL
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-DETL-STATUS.
000450     SELECT GLM-RPT     ASSIGN TO GLMRPT
000460         ORGANIZATION IS LINE SEQUENTIAL.
000470     SELECT SORT-WORK   ASSIGN TO SORTWK.
000480
000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  COMPSEL-IN.
000520 01  COMPSEL-REC          PIC X(2).
000530
000540*----CONTROL CARD - THE MONTH-END DATE REPORTED. NO CARD IS THE
000550*----LAST DAY OF THE BUSINESS DATE'S MONTH.
000560 FD  GLMCTL-IN.
000570 01  GLMCTL-REC.
000580     05  MC-MONTH-END     PIC 9(8).
000590
000600 FD  GLACCT.
000610     COPY "GLACCT.cpy".
000620
000630 FD  GLBAL.
000640     COPY "GLBAL.cpy".
000650
000660 FD  GLDETL-IN.
000670     COPY "GLDETL.cpy".
000680
000690 FD  GLM-RPT.
000700 01  GLM-RPT-REC          PIC X(60).
000710
000720*----THE MONTH'S DETAIL LINES IN ACCOUNT AND DATE ORDER, IN THE
000730*----ORDER POSTED WITHIN A DATE
000740 SD  SORT-WORK.
000750 01  SORT-REC.
000760     05  SR-ACCT          PIC X(6).
000770     05  SR-POST-DATE     PIC 9(8).
000780     05  SR-SEQ           PIC 9(7).
000790     05  SR-SOURCE        PIC X(8).
000800     05  SR-REF           PIC X(6).
000810     05  SR-DC            PIC X(1).
000820     05  SR-AMOUNT        PIC 9(9)V99.
000830     05  SR-DESC          PIC X(30).
000840
000850 WORKING-STORAGE SECTION.
000860 01  WS-COMP-STATUS       PIC X(2) VALUE SPACES.
000870 01  WS-MCTL-STATUS       PIC X(2) VALUE SPACES.
000880 01  WS-ACCT-STATUS       PIC X(2) VALUE SPACES.
000890 01  WS-BAL-STATUS        PIC X(2) VALUE SPACES.
000900 01  WS-DETL-STATUS       PIC X(2) VALUE SPACES.
000910 01  WS-COMP-EOF-SW       PIC X(1) VALUE "N".
000920     88  NO-COMPANY-CARD      VALUE "Y".
000930 01  WS-EOF-SW            PIC X(1) VALUE "N".
000940     88  END-OF-FILE          VALUE "Y".
000950 01  WS-SORT-EOF-SW       PIC X(1) VALUE "N".
000960     88  END-OF-SORTED-LINES  VALUE "Y".
000970 01  WS-FILES-OPEN-SW     PIC X(1) VALUE "N".
000980     88  RUN-FILES-OPEN       VALUE "Y".
000990 01  WS-ACCT-FOUND-SW     PIC X(1) VALUE "N".
001000     88  ACCT-FOUND           VALUE "Y".
001010 01  WS-OUT-OF-BAL-SW     PIC X(1) VALUE "N".
001020     88  TRIAL-OUT-OF-BALANCE VALUE "Y".
001030 01  WS-SEL-COMPANY       PIC X(2) VALUE SPACES.
001040 01  WS-BUS-DATE          PIC 9(8) VALUE 0.
001050 01  WS-MONTH-END         PIC 9(8) VALUE 0.
001060 01  WS-MONTH-END-R REDEFINES WS-MONTH-END.
001070     05  WS-ME-PERIOD     PIC 9(6).
001080     05  FILLER           PIC 9(2).
001090 01  WS-MONTH-END-R2 REDEFINES WS-MONTH-END.
001100     05  WS-ME-YEAR       PIC 9(4).
001110     05  FILLER           PIC 9(4).
001120 01  WS-BAL-PERIOD        PIC 9(6) VALUE 0.
001130 01  WS-BAL-PERIOD-R REDEFINES WS-BAL-PERIOD.
001140     05  WS-BP-YEAR       PIC 9(4).
001150     05  WS-BP-MONTH      PIC 9(2).
001160 01  WS-DATE-WORK         PIC 9(8) VALUE 0.
001170 01  WS-DATE-WORK-R REDEFINES WS-DATE-WORK.
001180     05  WS-DW-PERIOD     PIC 9(6).
001190     05  WS-DW-DAY        PIC 9(2).
001200 01  WS-NET               PIC S9(11)V99 VALUE 0.
001210 01  WS-RUNNING           PIC S9(11)V99 VALUE 0.
001220 01  WS-SHOW-AMOUNT       PIC S9(11)V99 VALUE 0.
001230 01  WS-SHOW-DC           PIC X(2) VALUE SPACES.
001240 01  WS-LOOK-ACCT         PIC X(6) VALUE SPACES.
001250 01  WS-CUR-ACCT          PIC X(6) VALUE SPACES.
001260 01  WS-FOUND-IX          PIC 9(3) COMP VALUE 0.
001270 01  WS-SECT-TYPE         PIC X(1) VALUE SPACE.
001280 01  WS-SEQ               PIC 9(7) VALUE 0.
001290 01  WS-ORPHAN-COUNT      PIC 9(5) COMP VALUE 0.
001300 01  WS-LEDGER-ACCTS      PIC 9(5) COMP VALUE 0.
001310 01  WS-LEDGER-LINES      PIC 9(7) COMP VALUE 0.
001320*----THE COMPANY'S CHART, LOADED WHOLE IN ACCOUNT ORDER, WITH
001330*----EACH ACCOUNT'S BALANCE BEFORE THE MONTH, ITS NET MOVEMENT
001340*----IN THE MONTH AND ITS BALANCE AT THE MONTH END - ALL NET
001350*----DEBIT. FOR REVENUE AND EXPENSE ACCOUNTS THE BALANCES RUN
001360*----FROM THE START OF THE MONTH END'S YEAR; EARLIER YEARS GO
001370*----TO WS-PRIOR-EARNINGS.
001380 01  WS-ACCT-COUNT        PIC 9(3) COMP VALUE 0.
001390 01  WS-ACCT-TABLE.
001400     05  WS-ACCT-ENTRY    OCCURS 500 TIMES
001410                          INDEXED BY AC-IDX.
001420         10  WS-A-ACCT    PIC X(6).
001430         10  WS-A-NAME    PIC X(30).
001440         10  WS-A-TYPE    PIC X(1).
001450         10  WS-A-OPEN    PIC S9(11)V99.
001460         10  WS-A-MONTH   PIC S9(11)V99.
001470         10  WS-A-CLOSE   PIC S9(11)V99.
001480 01  WS-PRIOR-EARNINGS    PIC S9(11)V99 VALUE 0.
001490 01  WS-TB-DEBITS         PIC S9(11)V99 VALUE 0.
001500 01  WS-TB-CREDITS        PIC S9(11)V99 VALUE 0.
001510 01  WS-SECT-MONTH        PIC S9(11)V99 VALUE 0.
001520 01  WS-SECT-YTD          PIC S9(11)V99 VALUE 0.
001530 01  WS-REV-MONTH         PIC S9(11)V99 VALUE 0.
001540 01  WS-REV-YTD           PIC S9(11)V99 VALUE 0.
001550 01  WS-EXP-MONTH         PIC S9(11)V99 VALUE 0.
001560 01  WS-EXP-YTD           PIC S9(11)V99 VALUE 0.
001570 01  WS-NET-MONTH         PIC S9(11)V99 VALUE 0.
001580 01  WS-NET-YTD           PIC S9(11)V99 VALUE 0.
001590 01  WS-TOTAL-ASSETS      PIC S9(11)V99 VALUE 0.
001600 01  WS-TOTAL-LIAB        PIC S9(11)V99 VALUE 0.
001610 01  WS-TOTAL-EQUITY      PIC S9(11)V99 VALUE 0.
001620*----MONTH-END DATE ARITHMETIC
001630 01  WS-DT-DATE           PIC 9(8) VALUE 0.
001640 01  WS-DT-DATE-R REDEFINES WS-DT-DATE.
001650     05  WS-DT-YEAR       PIC 9(4).
001660     05  WS-DT-MONTH      PIC 9(2).
001670     05  WS-DT-DAY        PIC 9(2).
001680 01  WS-DT-MONTH-END      PIC 9(2) VALUE 0.
001690 01  WS-DT-QUOT           PIC 9(4) VALUE 0.
001700 01  WS-DT-REM4           PIC 9(4) VALUE 0.
001710 01  WS-DT-REM100         PIC 9(4) VALUE 0.
001720 01  WS-DT-REM400         PIC 9(4) VALUE 0.
001730 01  WS-MONTH-DAYS-LIT    PIC X(24)
001740         VALUE "312831303130313130313031".
001750 01  WS-MONTH-DAYS-R REDEFINES WS-MONTH-DAYS-LIT.
001760     05  WS-MONTH-DAYS    PIC 9(2) OCCURS 12 TIMES.
001770*----PRINT LINES - EVERY REPORT LINE IS 60 WIDE FOR RPTWRITE
001780 01  WS-SUBHEAD-LINE.
001790     05  FILLER           PIC X(8) VALUE "COMPANY ".
001800     05  SH-COMPANY       PIC X(2).
001810     05  FILLER           PIC X(17) VALUE "    MONTH ENDING ".
001820     05  SH-MONTH-END     PIC 9(8).
001830 01  WS-TB-COLUMN-LINE.
001840     05  FILLER           PIC X(31) VALUE "ACCT   ACCOUNT NAME".
001850     05  FILLER           PIC X(29)
001860         VALUE "         DEBIT         CREDIT".
001870 01  WS-TB-LINE.
001880     05  TD-ACCT          PIC X(6).
001890     05  FILLER           PIC X(1) VALUE SPACE.
001900     05  TD-NAME          PIC X(23).
001910     05  FILLER           PIC X(1) VALUE SPACE.
001920     05  TD-DEBIT         PIC ZZZ,ZZZ,ZZ9.99.
001930     05  FILLER           PIC X(1) VALUE SPACE.
001940     05  TD-CREDIT        PIC ZZZ,ZZZ,ZZ9.99.
001950 01  WS-ACCT-HEAD-LINE.
001960     05  AH-ACCT          PIC X(6).
001970     05  FILLER           PIC X(1) VALUE SPACE.
001980     05  AH-NAME          PIC X(30).
001990 01  WS-LEDGER-LINE.
002000     05  LD-POST-DATE     PIC 9(8).
002010     05  FILLER           PIC X(1) VALUE SPACE.
002020     05  LD-SOURCE        PIC X(8).
002030     05  FILLER           PIC X(1) VALUE SPACE.
002040     05  LD-REF           PIC X(6).
002050     05  FILLER           PIC X(1) VALUE SPACE.
002060     05  LD-DESC          PIC X(16).
002070     05  FILLER           PIC X(1) VALUE SPACE.
002080     05  LD-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99.
002090     05  FILLER           PIC X(1) VALUE SPACE.
002100     05  LD-DC            PIC X(2).
002110 01  WS-LEDGER-BAL-LINE.
002120     05  LB-LABEL         PIC X(30).
002130     05  FILLER           PIC X(12) VALUE SPACES.
002140     05  LB-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99.
002150     05  FILLER           PIC X(1) VALUE SPACE.
002160     05  LB-DC            PIC X(2).
002170 01  WS-LEDGER-TOTAL-LINE.
002180     05  FILLER           PIC X(24)
002190         VALUE "ACCOUNTS WITH ACTIVITY  ".
002200     05  LT-ACCTS         PIC ZZZZ9.
002210     05  FILLER           PIC X(10) VALUE "    LINES ".
002220     05  LT-LINES         PIC ZZZZZZ9.
002230 01  WS-IS-COLUMN-LINE.
002240     05  FILLER           PIC X(29) VALUE SPACES.
002250     05  FILLER           PIC X(31)
002260         VALUE "          MONTH    YEAR TO DATE".
002270 01  WS-IS-LINE.
002280     05  IL-NAME          PIC X(28).
002290     05  FILLER           PIC X(1) VALUE SPACE.
002300     05  IL-MONTH         PIC ZZZ,ZZZ,ZZ9.99-.
002310     05  FILLER           PIC X(1) VALUE SPACE.
002320     05  IL-YTD           PIC ZZZ,ZZZ,ZZ9.99-.
002330 01  WS-BS-LINE.
002340     05  BL-NAME          PIC X(44).
002350     05  BL-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99-.
002360*----RPTWRITE CONTROL BLOCK - ONE BLOCK, RE-INITIALIZED FOR EACH
002370*----OF THE FOUR REPORTS SO EACH STARTS ON A NEW PAGE UNDER ITS
002380*----OWN TITLE AND REPORT ID
002390 01  WS-RPT-CONTROL.
002400     05  WS-RPT-OP          PIC X(1) VALUE SPACE.
002410     05  WS-RPT-TITLE       PIC X(40) VALUE SPACES.
002420     05  WS-RPT-LINES-PER-PAGE PIC 9(3) VALUE 60.
002430     05  WS-RPT-DETAIL      PIC X(60) VALUE SPACES.
002440     05  WS-RPT-RUN-DATE    PIC 9(8) VALUE 0.
002450     05  WS-RPT-PAGE-COUNT  PIC 9(3) VALUE 0.
002460     05  WS-RPT-LINE-COUNT  PIC 9(3) VALUE 0.
002470     05  WS-RPT-OUT-COUNT   PIC 9(1) VALUE 0.
002480     05  WS-RPT-OUT-LINE    PIC X(60) OCCURS 3 TIMES.
002490     05  WS-RPT-ID          PIC X(8) VALUE SPACES.
002500     05  WS-RPT-COMPANY     PIC X(2) VALUE SPACES.
002510 01  WS-RPT-IX              PIC 9(1) VALUE 0.
002520
002530 PROCEDURE DIVISION.
002540 0000-MAINLINE.
002550     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002560     IF RUN-FILES-OPEN
002570         PERFORM 2000-TRIAL-BALANCE THRU 2000-EXIT
002580         PERFORM 3000-DETAIL-LEDGER THRU 3000-EXIT
002590         PERFORM 4000-INCOME-STATEMENT THRU 4000-EXIT
002600         PERFORM 5000-BALANCE-SHEET THRU 5000-EXIT
002610     END-IF
002620     PERFORM 6000-TERMINATE THRU 6000-EXIT
002630     GOBACK.
002640
002650*----NO CHART, OR NO ACCOUNTS ON IT FOR THE COMPANY, LEAVES
002660*----NOTHING TO REPORT AND THE RUN REFUSES. NO BALANCES FILE IS
002670*----A LEDGER NOTHING HAS POSTED TO YET.
002680 1000-INITIALIZE.
002690     CALL "GETBDATE" USING WS-BUS-DATE
002700     PERFORM 1700-READ-COMPANY-CARD THRU 1700-EXIT
002710     PERFORM 1200-GET-MONTH-END THRU 1200-EXIT
002720     OPEN INPUT GLACCT
002730     IF WS-ACCT-STATUS NOT = "00"
002740         DISPLAY "GLMONTH: NO GLACCT CHART OF ACCOUNTS - RUN "
002750             "REFUSED"
002760         MOVE 12 TO RETURN-CODE
002770         GO TO 1000-EXIT
002780     END-IF
002790     PERFORM 1300-LOAD-CHART THRU 1300-EXIT
002800     CLOSE GLACCT
002810     IF WS-ACCT-COUNT = 0 OR WS-ACCT-COUNT > 500
002820         DISPLAY "GLMONTH: CHART FOR COMPANY " WS-SEL-COMPANY
002830             " EMPTY OR OVER 500 ACCOUNTS - RUN REFUSED"
002840         MOVE 12 TO RETURN-CODE
002850         GO TO 1000-EXIT
002860     END-IF
002870     OPEN INPUT GLBAL
002880     IF WS-BAL-STATUS = "00"
002890         PERFORM 1400-LOAD-BALANCES THRU 1400-EXIT
002900         CLOSE GLBAL
002910     END-IF
002911     IF WS-BAL-STATUS NOT = "00" AND WS-BAL-STATUS NOT = "35"
002912         DISPLAY "GLMONTH: UNABLE TO OPEN GLBAL - STATUS "
002913             WS-BAL-STATUS
002914         MOVE 12 TO RETURN-CODE
002915         GO TO 1000-EXIT
002916     END-IF
002920     OPEN OUTPUT GLM-RPT
002930     MOVE WS-SEL-COMPANY TO WS-RPT-COMPANY
002940     MOVE WS-SEL-COMPANY TO SH-COMPANY
002950     MOVE WS-MONTH-END TO SH-MONTH-END
002960     MOVE "Y" TO WS-FILES-OPEN-SW.
002970 1000-EXIT.
002980     EXIT.
002990
003000 1200-GET-MONTH-END.
003010     MOVE 0 TO WS-MONTH-END
003020     OPEN INPUT GLMCTL-IN
003030     IF WS-MCTL-STATUS = "00"
003040         READ GLMCTL-IN
003050             AT END MOVE 0 TO MC-MONTH-END
003060         END-READ
003070         IF MC-MONTH-END NUMERIC
003080             MOVE MC-MONTH-END TO WS-MONTH-END
003090         END-IF
003100         CLOSE GLMCTL-IN
003110     END-IF
003120     IF WS-MONTH-END = 0
003130         MOVE WS-BUS-DATE TO WS-DT-DATE
003140         PERFORM 9050-MONTH-LENGTH THRU 9050-EXIT
003150         MOVE WS-DT-MONTH-END TO WS-DT-DAY
003160         MOVE WS-DT-DATE TO WS-MONTH-END
003170     END-IF.
003180 1200-EXIT.
003190     EXIT.
003200
003210*----A COUNT OVER 500 TELLS THE CALLER THE TABLE OVERFLOWED
003220 1300-LOAD-CHART.
003230     MOVE WS-SEL-COMPANY TO GA-COMPANY
003240     MOVE LOW-VALUES TO GA-ACCT
003250     MOVE "N" TO WS-EOF-SW
003260     START GLACCT KEY IS NOT LESS THAN GA-KEY
003270         INVALID KEY MOVE "Y" TO WS-EOF-SW
003280     END-START
003290     PERFORM 1350-LOAD-ONE-ACCOUNT THRU 1350-EXIT
003300         UNTIL END-OF-FILE OR WS-ACCT-COUNT > 500.
003310 1300-EXIT.
003320     EXIT.
003330
003340 1350-LOAD-ONE-ACCOUNT.
003350     READ GLACCT NEXT
003360         AT END MOVE "Y" TO WS-EOF-SW
003370     END-READ
003380     IF END-OF-FILE
003390         GO TO 1350-EXIT
003400     END-IF
003410     IF GA-COMPANY NOT = WS-SEL-COMPANY
003420         MOVE "Y" TO WS-EOF-SW
003430         GO TO 1350-EXIT
003440     END-IF
003450     ADD 1 TO WS-ACCT-COUNT
003460     IF WS-ACCT-COUNT > 500
003470         GO TO 1350-EXIT
003480     END-IF
003490     SET AC-IDX TO WS-ACCT-COUNT
003500     MOVE GA-ACCT TO WS-A-ACCT(AC-IDX)
003510     MOVE GA-NAME TO WS-A-NAME(AC-IDX)
003520     MOVE GA-TYPE TO WS-A-TYPE(AC-IDX)
003530     MOVE 0 TO WS-A-OPEN(AC-IDX)
003540     MOVE 0 TO WS-A-MONTH(AC-IDX)
003550     MOVE 0 TO WS-A-CLOSE(AC-IDX).
003560 1350-EXIT.
003570     EXIT.
003580
003590 1400-LOAD-BALANCES.
003600     MOVE WS-SEL-COMPANY TO GB-COMPANY
003610     MOVE LOW-VALUES TO GB-ACCT
003620     MOVE 0 TO GB-PERIOD
003630     MOVE "N" TO WS-EOF-SW
003640     START GLBAL KEY IS NOT LESS THAN GB-KEY
003650         INVALID KEY MOVE "Y" TO WS-EOF-SW
003660     END-START
003670     PERFORM 1450-APPLY-ONE-BALANCE THRU 1450-EXIT
003680         UNTIL END-OF-FILE
003690     IF WS-ORPHAN-COUNT > 0
003700         DISPLAY "GLMONTH: BALANCES FOR ACCOUNTS NOT ON THE "
003710             "CHART SKIPPED - " WS-ORPHAN-COUNT
003720     END-IF.
003730 1400-EXIT.
003740     EXIT.
003750
003760*----MONTHS AFTER THE MONTH END ARE IGNORED. A REVENUE OR
003770*----EXPENSE MONTH FROM AN EARLIER YEAR HAS CLOSED TO RETAINED
003780*----EARNINGS.
003790 1450-APPLY-ONE-BALANCE.
003800     READ GLBAL NEXT
003810         AT END MOVE "Y" TO WS-EOF-SW
003820     END-READ
003830     IF END-OF-FILE
003840         GO TO 1450-EXIT
003850     END-IF
003860     IF GB-COMPANY NOT = WS-SEL-COMPANY
003870         MOVE "Y" TO WS-EOF-SW
003880         GO TO 1450-EXIT
003890     END-IF
003900     IF GB-PERIOD > WS-ME-PERIOD
003910         GO TO 1450-EXIT
003920     END-IF
003930     MOVE GB-ACCT TO WS-LOOK-ACCT
003940     PERFORM 8500-FIND-ACCOUNT THRU 8500-EXIT
003950     IF NOT ACCT-FOUND
003960         ADD 1 TO WS-ORPHAN-COUNT
003970         GO TO 1450-EXIT
003980     END-IF
003990     COMPUTE WS-NET = GB-DEBITS - GB-CREDITS
004000     MOVE GB-PERIOD TO WS-BAL-PERIOD
004010     EVALUATE TRUE
004020         WHEN (WS-A-TYPE(WS-FOUND-IX) = "R"
004030             OR WS-A-TYPE(WS-FOUND-IX) = "E")
004040             AND WS-BP-YEAR NOT = WS-ME-YEAR
004050             ADD WS-NET TO WS-PRIOR-EARNINGS
004060         WHEN GB-PERIOD < WS-ME-PERIOD
004070             ADD WS-NET TO WS-A-OPEN(WS-FOUND-IX)
004080             ADD WS-NET TO WS-A-CLOSE(WS-FOUND-IX)
004090         WHEN OTHER
004100             ADD WS-NET TO WS-A-MONTH(WS-FOUND-IX)
004110             ADD WS-NET TO WS-A-CLOSE(WS-FOUND-IX)
004120     END-EVALUATE.
004130 1450-EXIT.
004140     EXIT.
004150
004160 1700-READ-COMPANY-CARD.
004170     OPEN INPUT COMPSEL-IN
004180     IF WS-COMP-STATUS NOT = "00"
004190         GO TO 1700-EXIT
004200     END-IF
004210     READ COMPSEL-IN
004220         AT END MOVE "Y" TO WS-COMP-EOF-SW
004230     END-READ
004240     IF NOT NO-COMPANY-CARD
004250         MOVE COMPSEL-REC TO WS-SEL-COMPANY
004260     END-IF
004270     CLOSE COMPSEL-IN.
004280 1700-EXIT.
004290     EXIT.
004300
004310*----EVERY ACCOUNT WITH A BALANCE IN ITS DEBIT OR CREDIT COLUMN,
004320*----AND PRIOR YEARS' INCOME AS ONE RETAINED EARNINGS LINE. THE
004330*----TWO COLUMNS MUST AGREE.
004340 2000-TRIAL-BALANCE.
004350     MOVE "GENERAL LEDGER TRIAL BALANCE" TO WS-RPT-TITLE
004360     MOVE "GLTRIAL" TO WS-RPT-ID
004370     PERFORM 8300-START-REPORT THRU 8300-EXIT
004380     MOVE WS-TB-COLUMN-LINE TO WS-RPT-DETAIL
004390     PERFORM 8000-PRINT-RPT-DETAIL THRU 8000-EXIT
004400     PERFORM 2100-PRINT-TB-ACCOUNT THRU 2100-EXIT
004410         VARYING AC-IDX FROM 1 BY 1
004420         UNTIL AC-IDX > WS-ACCT-COUNT
004430     IF WS-PRIOR-EARNINGS NOT = 0
004440         MOVE SPACES TO WS-TB-LINE
004450         MOVE "PRIOR YEARS' EARNINGS" TO TD-NAME
004460         MOVE WS-PRIOR-EARNINGS TO WS-SHOW-AMOUNT
004470         PERFORM 2200-PRINT-TB-AMOUNT THRU 2200-EXIT
004480     END-IF
004490     MOVE SPACES TO WS-TB-LINE
004500     MOVE "TOTALS" TO TD-NAME
004510     MOVE WS-TB-DEBITS TO TD-DEBIT
004520     MOVE WS-TB-CREDITS TO TD-CREDIT
004530     MOVE WS-TB-LINE TO WS-RPT-DETAIL
004540     PERFORM 8100-PRINT-RPT-TOTAL THRU 8100-EXIT
004550     IF WS-TB-DEBITS NOT = WS-TB-CREDITS
004560         MOVE "Y" TO WS-OUT-OF-BAL-SW
004570         MOVE SPACES TO WS-BS-LINE
004580         MOVE "*** OUT OF BALANCE BY" TO BL-NAME
004590         COMPUTE BL-AMOUNT = WS-TB-DEBITS - WS-TB-CREDITS
004600         MOVE WS-BS-LINE TO WS-RPT-DETAIL
004610         PERFORM 8000-PRINT-RPT-DETAIL THRU 8000-EXIT
004620         DISPLAY "GLMONTH: TRIAL BALANCE DOES NOT NET TO ZERO"
004630     END-IF.
004640 2000-EXIT.
004650     EXIT.
004660
004670 2100-PRINT-TB-ACCOUNT.
004680     IF WS-A-CLOSE(AC-IDX) = 0
004690         GO TO 2100-EXIT
004700     END-IF
004710     MOVE SPACES TO WS-TB-LINE
004720     MOVE WS-A-ACCT(AC-IDX) TO TD-ACCT
004730     MOVE WS-A-NAME(AC-IDX) TO TD-NAME
004740     MOVE WS-A-CLOSE(AC-IDX) TO WS-SHOW-AMOUNT
004750     PERFORM 2200-PRINT-TB-AMOUNT THRU 2200-EXIT.
004760 2100-EXIT.
004770     EXIT.
004780
004790 2200-PRINT-TB-AMOUNT.
004800     IF WS-SHOW-AMOUNT > 0
004810         MOVE WS-SHOW-AMOUNT TO TD-DEBIT
004820         ADD WS-SHOW-AMOUNT TO WS-TB-DEBITS
004830     ELSE
004840         COMPUTE TD-CREDIT = 0 - WS-SHOW-AMOUNT
004850         SUBTRACT WS-SHOW-AMOUNT FROM WS-TB-CREDITS
004860     END-IF
004870     MOVE WS-TB-LINE TO WS-RPT-DETAIL
004880     PERFORM 8000-PRINT-RPT-DETAIL THRU 8000-EXIT.
004890 2200-EXIT.
004900     EXIT.
004910
004920*----THE MONTH'S POSTINGS ACCOUNT BY ACCOUNT, EACH BETWEEN ITS
004930*----OPENING AND CLOSING BALANCE. AN ACCOUNT THAT DID NOT MOVE
004940*----IN THE MONTH IS LEFT OFF.
004950 3000-DETAIL-LEDGER.
004960     MOVE "GENERAL LEDGER DETAIL" TO WS-RPT-TITLE
004970     MOVE "GLLEDGER" TO WS-RPT-ID
004980     PERFORM 8300-START-REPORT THRU 8300-EXIT
004990     SORT SORT-WORK
005000         ON ASCENDING KEY SR-ACCT SR-POST-DATE SR-SEQ
005010         INPUT PROCEDURE IS 3100-RELEASE-LINES
005020             THRU 3100-EXIT
005030         OUTPUT PROCEDURE IS 3500-PRINT-LEDGER
005040             THRU 3500-EXIT.
005050 3000-EXIT.
005060     EXIT.
005070
005080 3100-RELEASE-LINES.
005090     OPEN INPUT GLDETL-IN
005100     IF WS-DETL-STATUS NOT = "00"
005110         GO TO 3100-EXIT
005120     END-IF
005130     MOVE "N" TO WS-EOF-SW
005140     PERFORM 3150-RELEASE-ONE-LINE THRU 3150-EXIT
005150         UNTIL END-OF-FILE
005160     CLOSE GLDETL-IN.
005170 3100-EXIT.
005180     EXIT.
005190
005200 3150-RELEASE-ONE-LINE.
005210     READ GLDETL-IN
005220         AT END MOVE "Y" TO WS-EOF-SW
005230     END-READ
005240     IF END-OF-FILE
005250         GO TO 3150-EXIT
005260     END-IF
005270     MOVE GD-POST-DATE TO WS-DATE-WORK
005280     IF GD-COMPANY NOT = WS-SEL-COMPANY
005290         OR WS-DW-PERIOD NOT = WS-ME-PERIOD
005300         GO TO 3150-EXIT
005310     END-IF
005320     ADD 1 TO WS-SEQ
005330     MOVE GD-ACCT TO SR-ACCT
005340     MOVE GD-POST-DATE TO SR-POST-DATE
005350     MOVE WS-SEQ TO SR-SEQ
005360     MOVE GD-SOURCE TO SR-SOURCE
005370     MOVE GD-REF TO SR-REF
005380     MOVE GD-DC TO SR-DC
005390     MOVE GD-AMOUNT TO SR-AMOUNT
005400     MOVE GD-DESC TO SR-DESC
005410     RELEASE SORT-REC.
005420 3150-EXIT.
005430     EXIT.
005440
005450 3500-PRINT-LEDGER.
005460     PERFORM 3550-RETURN-NEXT THRU 3550-EXIT
005470     PERFORM 3600-PRINT-ONE-ACCOUNT THRU 3600-EXIT
005480         UNTIL END-OF-SORTED-LINES
005490     MOVE WS-LEDGER-ACCTS TO LT-ACCTS
005500     MOVE WS-LEDGER-LINES TO LT-LINES
005510     MOVE WS-LEDGER-TOTAL-LINE TO WS-RPT-DETAIL
005520     PERFORM 8100-PRINT-RPT-TOTAL THRU 8100-EXIT.
005530 3500-EXIT.
005540     EXIT.
005550
005560 3550-RETURN-NEXT.
005570     RETURN SORT-WORK
005580         AT END MOVE "Y" TO WS-SORT-EOF-SW
005590     END-RETURN.
005600 3550-EXIT.
005610     EXIT.
005620
005630 3600-PRINT-ONE-ACCOUNT.
005640     ADD 1 TO WS-LEDGER-ACCTS
005650     MOVE SR-ACCT TO WS-CUR-ACCT
005660     MOVE SR-ACCT TO WS-LOOK-ACCT
005670     PERFORM 8500-FIND-ACCOUNT THRU 8500-EXIT
005680     MOVE SPACES TO WS-ACCT-HEAD-LINE
005690     MOVE WS-CUR-ACCT TO AH-ACCT
005700     IF ACCT-FOUND
005710         MOVE WS-A-NAME(WS-FOUND-IX) TO AH-NAME
005720         MOVE WS-A-OPEN(WS-FOUND-IX) TO WS-RUNNING
005730     ELSE
005740         MOVE "NOT ON CHART" TO AH-NAME
005750         MOVE 0 TO WS-RUNNING
005760     END-IF
005770     MOVE WS-ACCT-HEAD-LINE TO WS-RPT-DETAIL
005780     PERFORM 8000-PRINT-RPT-DETAIL THRU 8000-EXIT
005790     MOVE "  OPENING BALANCE" TO LB-LABEL
005800     PERFORM 3800-PRINT-BALANCE THRU 3800-EXIT
005810     PERFORM 3700-PRINT-ONE-LINE THRU 3700-EXIT
005820         UNTIL END-OF-SORTED-LINES OR SR-ACCT NOT = WS-CUR-ACCT
005830     MOVE "  CLOSING BALANCE" TO LB-LABEL
005840     PERFORM 3800-PRINT-BALANCE THRU 3800-EXIT
005850     MOVE SPACES TO WS-RPT-DETAIL
005860     PERFORM 8000-PRINT-RPT-DETAIL THRU 8000-EXIT.
005870 3600-EXIT.
005880     EXIT.
005890
005900 3700-PRINT-ONE-LINE.
005910     ADD 1 TO WS-LEDGER-LINES
005920     MOVE SPACES TO WS-LEDGER-LINE
005930     MOVE SR-POST-DATE TO LD-POST-DATE
005940     MOVE SR-SOURCE TO LD-SOURCE
005950     MOVE SR-REF TO LD-REF
005960     MOVE SR-DESC TO LD-DESC
005970     MOVE SR-AMOUNT TO LD-AMOUNT
005980     IF SR-DC = "D"
005990         MOVE "DR" TO LD-DC
006000         ADD SR-AMOUNT TO WS-RUNNING
006010     ELSE
006020         MOVE "CR" TO LD-DC
006030         SUBTRACT SR-AMOUNT FROM WS-RUNNING
006040     END-IF
006050     MOVE WS-LEDGER-LINE TO WS-RPT-DETAIL
006060     PERFORM 8000-PRINT-RPT-DETAIL THRU 8000-EXIT
006070     PERFORM 3550-RETURN-NEXT THRU 3550-EXIT.
006080 3700-EXIT.
006090     EXIT.
006100
006110 3800-PRINT-BALANCE.
006120     MOVE WS-RUNNING TO WS-SHOW-AMOUNT
006130     PERFORM 8700-SET-DR-CR THRU 8700-EXIT
006140     MOVE WS-SHOW-AMOUNT TO LB-AMOUNT
006150     MOVE WS-SHOW-DC TO LB-DC
006160     MOVE WS-LEDGER-BAL-LINE TO WS-RPT-DETAIL
006170     PERFORM 8000-PRINT-RPT-DETAIL THRU 8000-EXIT.
006180 3800-EXIT.
006190     EXIT.
006200
006210*----REVENUE SHOWN AS A CREDIT IS POSITIVE, EXPENSE AS A DEBIT
006220 4000-INCOME-STATEMENT.
006230     MOVE "INCOME STATEMENT" TO WS-RPT-TITLE
006240     MOVE "GLINCOME" TO WS-RPT-ID
006250     PERFORM 8300-START-REPORT THRU 8300-EXIT
006260     MOVE WS-IS-COLUMN-LINE TO WS-RPT-DETAIL
006270     PERFORM 8000-PRINT-RPT-DETAIL THRU 8000-EXIT
006280     MOVE "REVENUE" TO WS-RPT-DETAIL
006290     PERFORM 8000-PRINT-RPT-DETAIL THRU 8000-EXIT
006300     MOVE "R" TO WS-SECT-TYPE
006310     PERFORM 4200-ADD-UP-SECTION THRU 4200-EXIT
006320     MOVE WS-SECT-MONTH TO WS-REV-MONTH
006330     MOVE WS-SECT-YTD TO WS-REV-YTD
006340     MOVE "  TOTAL REVENUE" TO IL-NAME
006350     MOVE WS-REV-MONTH TO IL-MONTH
006360     MOVE WS-REV-YTD TO IL-YTD
006370     MOVE WS-IS-LINE TO WS-RPT-DETAIL
006380     PERFORM 8000-PRINT-RPT-DETAIL THRU 8000-EXIT
006390     MOVE SPACES TO WS-RPT-DETAIL
006400     PERFORM 8000-PRINT-RPT-DETAIL THRU 8000-EXIT
006410     MOVE "EXPENSES" TO WS-RPT-DETAIL
006420     PERFORM 8000-PRINT-RPT-DETAIL THRU 8000-EXIT
006430     MOVE "E" TO WS-SECT-TYPE
006440     PERFORM 4200-ADD-UP-SECTION THRU 4200-EXIT
006450     MOVE WS-SECT-MONTH TO WS-EXP-MONTH
006460     MOVE WS-SECT-YTD TO WS-EXP-YTD
006470     MOVE "  TOTAL EXPENSES" TO IL-NAME
006480     MOVE WS-EXP-MONTH TO IL-MONTH
006490     MOVE WS-EXP-YTD TO IL-YTD
006500     MOVE WS-IS-LINE TO WS-RPT-DETAIL
006510     PERFORM 8000-PRINT-RPT-DETAIL THRU 8000-EXIT
006520     COMPUTE WS-NET-MONTH = WS-REV-MONTH - WS-EXP-MONTH
006530     COMPUTE WS-NET-YTD = WS-REV-YTD - WS-EXP-YTD
006540     MOVE "NET INCOME" TO IL-NAME
006550     MOVE WS-NET-MONTH TO IL-MONTH
006560     MOVE WS-NET-YTD TO IL-YTD
006570     MOVE WS-IS-LINE TO WS-RPT-DETAIL
006580     PERFORM 8100-PRINT-RPT-TOTAL THRU 8100-EXIT.
006590 4000-EXIT.
006600     EXIT.
006610
006620 4200-ADD-UP-SECTION.
006630     MOVE 0 TO WS-SECT-MONTH
006640     MOVE 0 TO WS-SECT-YTD
006650     PERFORM 4250-PRINT-IS-ACCOUNT THRU 4250-EXIT
006660         VARYING AC-IDX FROM 1 BY 1
006670         UNTIL AC-IDX > WS-ACCT-COUNT.
006680 4200-EXIT.
006690     EXIT.
006700
006710 4250-PRINT-IS-ACCOUNT.
006720     IF WS-A-TYPE(AC-IDX) NOT = WS-SECT-TYPE
006730         GO TO 4250-EXIT
006740     END-IF
006750     IF WS-A-MONTH(AC-IDX) = 0 AND WS-A-CLOSE(AC-IDX) = 0
006760         GO TO 4250-EXIT
006770     END-IF
006780     MOVE SPACES TO WS-IS-LINE
006790     STRING "  " WS-A-NAME(AC-IDX) DELIMITED BY SIZE
006800         INTO IL-NAME
006810     IF WS-SECT-TYPE = "R"
006820         COMPUTE WS-SHOW-AMOUNT = 0 - WS-A-MONTH(AC-IDX)
006830         MOVE WS-SHOW-AMOUNT TO IL-MONTH
006840         ADD WS-SHOW-AMOUNT TO WS-SECT-MONTH
006850         COMPUTE WS-SHOW-AMOUNT = 0 - WS-A-CLOSE(AC-IDX)
006860         MOVE WS-SHOW-AMOUNT TO IL-YTD
006870         ADD WS-SHOW-AMOUNT TO WS-SECT-YTD
006880     ELSE
006890         MOVE WS-A-MONTH(AC-IDX) TO IL-MONTH
006900         ADD WS-A-MONTH(AC-IDX) TO WS-SECT-MONTH
006910         MOVE WS-A-CLOSE(AC-IDX) TO IL-YTD
006920         ADD WS-A-CLOSE(AC-IDX) TO WS-SECT-YTD
006930     END-IF
006940     MOVE WS-IS-LINE TO WS-RPT-DETAIL
006950     PERFORM 8000-PRINT-RPT-DETAIL THRU 8000-EXIT.
006960 4250-EXIT.
006970     EXIT.
006980
006990*----ASSETS AS DEBITS, LIABILITIES AND EQUITY AS CREDITS. THE
007000*----YEAR'S INCOME SO FAR AND PRIOR YEARS' INCOME COMPLETE THE
007010*----EQUITY SO THE TWO SIDES AGREE WHEN THE LEDGER BALANCES.
007020 5000-BALANCE-SHEET.
007030     MOVE "BALANCE SHEET" TO WS-RPT-TITLE
007040     MOVE "GLBALSHT" TO WS-RPT-ID
007050     PERFORM 8300-START-REPORT THRU 8300-EXIT
007060     MOVE "ASSETS" TO WS-RPT-DETAIL
007070     PERFORM 8000-PRINT-RPT-DETAIL THRU 8000-EXIT
007080     MOVE "A" TO WS-SECT-TYPE
007090     PERFORM 5200-ADD-UP-SECTION THRU 5200-EXIT
007100     MOVE WS-SECT-YTD TO WS-TOTAL-ASSETS
007110     MOVE "  TOTAL ASSETS" TO BL-NAME
007120     MOVE WS-TOTAL-ASSETS TO BL-AMOUNT
007130     MOVE WS-BS-LINE TO WS-RPT-DETAIL
007140     PERFORM 8000-PRINT-RPT-DETAIL THRU 8000-EXIT
007150     MOVE SPACES TO WS-RPT-DETAIL
007160     PERFORM 8000-PRINT-RPT-DETAIL THRU 8000-EXIT
007170     MOVE "LIABILITIES" TO WS-RPT-DETAIL
007180     PERFORM 8000-PRINT-RPT-DETAIL THRU 8000-EXIT
007190     MOVE "L" TO WS-SECT-TYPE
007200     PERFORM 5200-ADD-UP-SECTION THRU 5200-EXIT
007210     MOVE WS-SECT-YTD TO WS-TOTAL-LIAB
007220     MOVE "  TOTAL LIABILITIES" TO BL-NAME
007230     MOVE WS-TOTAL-LIAB TO BL-AMOUNT
007240     MOVE WS-BS-LINE TO WS-RPT-DETAIL
007250     PERFORM 8000-PRINT-RPT-DETAIL THRU 8000-EXIT
007260     MOVE SPACES TO WS-RPT-DETAIL
007270     PERFORM 8000-PRINT-RPT-DETAIL THRU 8000-EXIT
007280     MOVE "EQUITY" TO WS-RPT-DETAIL
007290     PERFORM 8000-PRINT-RPT-DETAIL THRU 8000-EXIT
007300     MOVE "Q" TO WS-SECT-TYPE
007310     PERFORM 5200-ADD-UP-SECTION THRU 5200-EXIT
007320     MOVE WS-SECT-YTD TO WS-TOTAL-EQUITY
007330     MOVE SPACES TO WS-BS-LINE
007340     MOVE "  RETAINED EARNINGS - PRIOR YEARS" TO BL-NAME
007350     COMPUTE WS-SHOW-AMOUNT = 0 - WS-PRIOR-EARNINGS
007360     MOVE WS-SHOW-AMOUNT TO BL-AMOUNT
007370     ADD WS-SHOW-AMOUNT TO WS-TOTAL-EQUITY
007380     MOVE WS-BS-LINE TO WS-RPT-DETAIL
007390     PERFORM 8000-PRINT-RPT-DETAIL THRU 8000-EXIT
007400     MOVE "  CURRENT YEAR EARNINGS" TO BL-NAME
007410     MOVE WS-NET-YTD TO BL-AMOUNT
007420     ADD WS-NET-YTD TO WS-TOTAL-EQUITY
007430     MOVE WS-BS-LINE TO WS-RPT-DETAIL
007440     PERFORM 8000-PRINT-RPT-DETAIL THRU 8000-EXIT
007450     MOVE "  TOTAL EQUITY" TO BL-NAME
007460     MOVE WS-TOTAL-EQUITY TO BL-AMOUNT
007470     MOVE WS-BS-LINE TO WS-RPT-DETAIL
007480     PERFORM 8000-PRINT-RPT-DETAIL THRU 8000-EXIT
007490     MOVE "TOTAL LIABILITIES AND EQUITY" TO BL-NAME
007500     COMPUTE BL-AMOUNT = WS-TOTAL-LIAB + WS-TOTAL-EQUITY
007510     MOVE WS-BS-LINE TO WS-RPT-DETAIL
007520     PERFORM 8100-PRINT-RPT-TOTAL THRU 8100-EXIT.
007530 5000-EXIT.
007540     EXIT.
007550
007560 5200-ADD-UP-SECTION.
007570     MOVE 0 TO WS-SECT-YTD
007580     PERFORM 5250-PRINT-BS-ACCOUNT THRU 5250-EXIT
007590         VARYING AC-IDX FROM 1 BY 1
007600         UNTIL AC-IDX > WS-ACCT-COUNT.
007610 5200-EXIT.
007620     EXIT.
007630
007640 5250-PRINT-BS-ACCOUNT.
007650     IF WS-A-TYPE(AC-IDX) NOT = WS-SECT-TYPE
007660         OR WS-A-CLOSE(AC-IDX) = 0
007670         GO TO 5250-EXIT
007680     END-IF
007690     MOVE SPACES TO WS-BS-LINE
007700     STRING "  " WS-A-NAME(AC-IDX) DELIMITED BY SIZE
007710         INTO BL-NAME
007720     IF WS-SECT-TYPE = "A"
007730         MOVE WS-A-CLOSE(AC-IDX) TO WS-SHOW-AMOUNT
007740     ELSE
007750         COMPUTE WS-SHOW-AMOUNT = 0 - WS-A-CLOSE(AC-IDX)
007760     END-IF
007770     MOVE WS-SHOW-AMOUNT TO BL-AMOUNT
007780     ADD WS-SHOW-AMOUNT TO WS-SECT-YTD
007790     MOVE WS-BS-LINE TO WS-RPT-DETAIL
007800     PERFORM 8000-PRINT-RPT-DETAIL THRU 8000-EXIT.
007810 5250-EXIT.
007820     EXIT.
007830
007840 6000-TERMINATE.
007850     IF NOT RUN-FILES-OPEN
007860         GO TO 6000-EXIT
007870     END-IF
007880     MOVE "E" TO WS-RPT-OP
007890     CALL "RPTWRITE" USING WS-RPT-CONTROL
007900     CLOSE GLM-RPT
007910     DISPLAY "GLMONTH: COMPANY " WS-SEL-COMPANY
007920         " MONTH ENDING " WS-MONTH-END
007930     DISPLAY "GLMONTH: ACCOUNTS ON THE CHART - " WS-ACCT-COUNT
007940     DISPLAY "GLMONTH: LEDGER LINES PRINTED - " WS-LEDGER-LINES
007950     IF TRIAL-OUT-OF-BALANCE
007960         MOVE 8 TO RETURN-CODE
007970     ELSE
007980         MOVE 0 TO RETURN-CODE
007990     END-IF.
008000 6000-EXIT.
008010     EXIT.
008020
008030*----ALL REPORT OUTPUT GOES THROUGH THE SHARED RPTWRITE
008040 8000-PRINT-RPT-DETAIL.
008050     MOVE "D" TO WS-RPT-OP
008060     CALL "RPTWRITE" USING WS-RPT-CONTROL
008070     PERFORM 8200-FLUSH-RPT-LINES THRU 8200-EXIT.
008080 8000-EXIT.
008090     EXIT.
008100
008110 8100-PRINT-RPT-TOTAL.
008120     MOVE "T" TO WS-RPT-OP
008130     CALL "RPTWRITE" USING WS-RPT-CONTROL
008140     PERFORM 8200-FLUSH-RPT-LINES THRU 8200-EXIT.
008150 8100-EXIT.
008160     EXIT.
008170
008180 8200-FLUSH-RPT-LINES.
008190     PERFORM 8250-WRITE-ONE-RPT-LINE THRU 8250-EXIT
008200         VARYING WS-RPT-IX FROM 1 BY 1
008210         UNTIL WS-RPT-IX > WS-RPT-OUT-COUNT.
008220 8200-EXIT.
008230     EXIT.
008240
008250 8250-WRITE-ONE-RPT-LINE.
008260     WRITE GLM-RPT-REC FROM WS-RPT-OUT-LINE(WS-RPT-IX).
008270 8250-EXIT.
008280     EXIT.
008290
008300*----EACH REPORT STARTS A NEW PAGE WITH THE COMPANY AND MONTH
008310 8300-START-REPORT.
008320     MOVE "I" TO WS-RPT-OP
008330     CALL "RPTWRITE" USING WS-RPT-CONTROL
008340     MOVE WS-SUBHEAD-LINE TO WS-RPT-DETAIL
008350     PERFORM 8000-PRINT-RPT-DETAIL THRU 8000-EXIT
008360     MOVE SPACES TO WS-RPT-DETAIL
008370     PERFORM 8000-PRINT-RPT-DETAIL THRU 8000-EXIT.
008380 8300-EXIT.
008390     EXIT.
008400
008410 8500-FIND-ACCOUNT.
008420     MOVE "N" TO WS-ACCT-FOUND-SW
008430     MOVE 0 TO WS-FOUND-IX
008440     PERFORM 8550-MATCH-ONE-ACCOUNT THRU 8550-EXIT
008450         VARYING AC-IDX FROM 1 BY 1
008460         UNTIL AC-IDX > WS-ACCT-COUNT OR ACCT-FOUND.
008470 8500-EXIT.
008480     EXIT.
008490
008500 8550-MATCH-ONE-ACCOUNT.
008510     IF WS-A-ACCT(AC-IDX) = WS-LOOK-ACCT
008520         MOVE "Y" TO WS-ACCT-FOUND-SW
008530         SET WS-FOUND-IX TO AC-IDX
008540     END-IF.
008550 8550-EXIT.
008560     EXIT.
008570
008580*----A NET DEBIT BALANCE PRINTS AS DR, A NET CREDIT AS CR
008590 8700-SET-DR-CR.
008600     IF WS-SHOW-AMOUNT < 0
008610         COMPUTE WS-SHOW-AMOUNT = 0 - WS-SHOW-AMOUNT
008620         MOVE "CR" TO WS-SHOW-DC
008630     ELSE
008640         MOVE "DR" TO WS-SHOW-DC
008650     END-IF.
008660 8700-EXIT.
008670     EXIT.
008680
008690*----DAYS IN WS-DT-DATE'S MONTH - FEBRUARY HAS 29 IN A LEAP YEAR
008700 9050-MONTH-LENGTH.
008710     MOVE WS-MONTH-DAYS(WS-DT-MONTH) TO WS-DT-MONTH-END
008720     IF WS-DT-MONTH = 2
008730         DIVIDE WS-DT-YEAR BY 4 GIVING WS-DT-QUOT
008740             REMAINDER WS-DT-REM4
008750         DIVIDE WS-DT-YEAR BY 100 GIVING WS-DT-QUOT
008760             REMAINDER WS-DT-REM100
008770         DIVIDE WS-DT-YEAR BY 400 GIVING WS-DT-QUOT
008780             REMAINDER WS-DT-REM400
008790         IF WS-DT-REM4 = 0
008800             AND (WS-DT-REM100 NOT = 0 OR WS-DT-REM400 = 0)
008810             MOVE 29 TO WS-DT-MONTH-END
008820         END-IF
008830     END-IF.
008840 9050-EXIT.
008850     EXIT.
