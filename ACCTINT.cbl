000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. ACCTINT.
000030 AUTHOR. DATA-PROCESSING.
000040 INSTALLATION. AR-BILLING.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*---------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*   2026-10-15  DP  ORIGINAL - NIGHTLY INTEREST ACCRUAL ON
000100*                   ACCTBAL CREDIT BALANCES, RUN AFTER THE
000110*                   ACCTEOD SWEEP SO IT SEES THE ENDING
000120*                   BALANCE. THE ANNUAL RATE (PERCENT) COMES
000130*                   FROM THE INTRATE CONTROL RECORD; EACH
000140*                   POSITIVE BALANCE ACCRUES RATE / 360 FOR THE
000150*                   30/360 DAYS SINCE ITS LAST ACCRUAL INTO THE
000160*                   ACCTACCR FILE, SO A RERUN OR A SKIPPED NIGHT
000170*                   NEITHER DOUBLES NOR LOSES A DAY. ON THE LAST
000180*                   DAY OF THE MONTH THE WHOLE CENTS ACCRUED ARE
000190*                   WRITTEN TO INTTRAN AS CREDITS FOR ACCTPOST
000200*                   TO POST, SO THE INTEREST REACHES ACCTHIST
000210*                   AND THE ACCTPRF PROOF STILL HOLDS.
000220*---------------------------------------------------------------
000230 ENVIRONMENT DIVISION.
000240 INPUT-OUTPUT SECTION.
000250 FILE-CONTROL.
000260     SELECT ACCTBAL-IN  ASSIGN TO ACCTBAL
000270         ORGANIZATION IS INDEXED
000280         ACCESS MODE IS DYNAMIC
000290         RECORD KEY IS AB-IDENT
000300         FILE STATUS IS WS-BAL-STATUS.
000310     SELECT ACCTACCR-IO ASSIGN TO ACCTACCR
000320         ORGANIZATION IS INDEXED
000330         ACCESS MODE IS DYNAMIC
000340         RECORD KEY IS AA-IDENT
000350         FILE STATUS IS WS-ACCR-STATUS.
000360     SELECT INTRATE-IN  ASSIGN TO INTRATE
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-RATE-STATUS.
000390     SELECT INTTRAN-OUT ASSIGN TO INTTRAN
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-TRAN-STATUS.
000420
000430 DATA DIVISION.
000440 FILE SECTION.
000450 FD  ACCTBAL-IN.
000460     COPY "ACCTBAL.cpy".
000470
000480 FD  ACCTACCR-IO.
000490     COPY "ACCTACCR.cpy".
000500
000510*----ANNUAL INTEREST RATE IN PERCENT - 025000 IS 2.5000%.
000520 FD  INTRATE-IN.
000530 01  INTRATE-REC            PIC 9(2)V9(4).
000540
000550*----MONTH-END INTEREST CREDITS, SAME LAYOUT AS ACCTTRAN.
000560 FD  INTTRAN-OUT.
000570 01  INTTRAN-REC.
000580     05  IT-IDENT           PIC 9(7).
000590     05  IT-AMOUNT          PIC S9(6)V99
000600                            SIGN IS LEADING SEPARATE.
000610
000620 WORKING-STORAGE SECTION.
000630 01  WS-BAL-STATUS          PIC X(2) VALUE SPACES.
000640 01  WS-ACCR-STATUS         PIC X(2) VALUE SPACES.
000650 01  WS-RATE-STATUS         PIC X(2) VALUE SPACES.
000660 01  WS-TRAN-STATUS         PIC X(2) VALUE SPACES.
000670 01  WS-BAL-EOF-SW          PIC X(1) VALUE "N".
000680     88  END-OF-BALANCES        VALUE "Y".
000690 01  WS-ACCR-EOF-SW         PIC X(1) VALUE "N".
000700     88  END-OF-ACCRUALS        VALUE "Y".
000710 01  WS-RATE-EOF-SW         PIC X(1) VALUE "N".
000720     88  NO-RATE-CTL            VALUE "Y".
000730 01  WS-ACCR-ON-FILE-SW     PIC X(1) VALUE "N".
000740     88  ACCR-REC-ON-FILE       VALUE "Y".
000750 01  WS-FILES-OPEN-SW       PIC X(1) VALUE "N".
000760     88  FILES-ARE-OPEN         VALUE "Y".
000770 01  WS-ANNUAL-RATE         PIC 9(2)V9(4) VALUE 0.
000780 01  WS-TODAY-DATE          PIC 9(8) VALUE 0.
000790*----30/360 DAYS SINCE THE LAST ACCRUAL, AS AGERPT COUNTS.
000800 01  WS-FROM-DATE           PIC 9(8) VALUE 0.
000810 01  WS-FROM-DATE-R REDEFINES WS-FROM-DATE.
000820     05  WS-FROM-YEAR       PIC 9(4).
000830     05  WS-FROM-MONTH      PIC 9(2).
000840     05  WS-FROM-DAY        PIC 9(2).
000850 01  WS-DT-DATE             PIC 9(8) VALUE 0.
000860 01  WS-DT-DATE-R REDEFINES WS-DT-DATE.
000870     05  WS-DT-YEAR         PIC 9(4).
000880     05  WS-DT-MONTH        PIC 9(2).
000890     05  WS-DT-DAY          PIC 9(2).
000900 01  WS-DT-MONTH-END        PIC 9(2) VALUE 0.
000910 01  WS-DT-QUOT             PIC 9(4) VALUE 0.
000920 01  WS-DT-REM4             PIC 9(4) VALUE 0.
000930 01  WS-DT-REM100           PIC 9(4) VALUE 0.
000940 01  WS-DT-REM400           PIC 9(4) VALUE 0.
000950 01  WS-MONTH-DAYS-LIT      PIC X(24)
000960         VALUE "312831303130313130313031".
000970 01  WS-MONTH-DAYS-R REDEFINES WS-MONTH-DAYS-LIT.
000980     05  WS-MONTH-DAYS      PIC 9(2) OCCURS 12 TIMES.
000990 01  WS-DAYS                PIC S9(5) VALUE 0.
001000 01  WS-DAY-INTEREST        PIC 9(5)V9(6) VALUE 0.
001010 01  WS-POST-AMT            PIC 9(5)V99 VALUE 0.
001020 01  WS-ACCRUED-COUNT       PIC 9(5) COMP VALUE 0.
001030 01  WS-POSTED-COUNT        PIC 9(5) COMP VALUE 0.
001040 01  WS-POSTED-TOTAL        PIC 9(7)V99 VALUE 0.
001050 01  WS-POSTED-TOTAL-ED     PIC Z,ZZZ,ZZ9.99.
001060
001070 PROCEDURE DIVISION.
001080 0000-MAINLINE.
001090     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001100     IF WS-ANNUAL-RATE > 0
001110         PERFORM 2000-ACCRUE-ONE THRU 2000-EXIT
001120             UNTIL END-OF-BALANCES
001130     END-IF
001140     MOVE WS-TODAY-DATE TO WS-DT-DATE
001150     PERFORM 9050-MONTH-LENGTH THRU 9050-EXIT
001160     IF WS-DT-DAY = WS-DT-MONTH-END AND RETURN-CODE < 8
001170         PERFORM 3000-POST-MONTH THRU 3000-EXIT
001180     END-IF
001190     PERFORM 4000-TERMINATE THRU 4000-EXIT
001200     GOBACK.
001210
001220 1000-INITIALIZE.
001230     CALL "GETBDATE" USING WS-TODAY-DATE
001240     PERFORM 1300-GET-RATE THRU 1300-EXIT
001250     OPEN INPUT ACCTBAL-IN
001260     IF WS-BAL-STATUS NOT = "00"
001270         DISPLAY "ACCTINT: UNABLE TO OPEN ACCTBAL - STATUS "
001280             WS-BAL-STATUS
001290         MOVE "Y" TO WS-BAL-EOF-SW
001300         MOVE 8 TO RETURN-CODE
001310         GO TO 1000-EXIT
001320     END-IF
001330     OPEN I-O ACCTACCR-IO
001340     IF WS-ACCR-STATUS = "35"
001350         CLOSE ACCTACCR-IO
001360         OPEN OUTPUT ACCTACCR-IO
001370         CLOSE ACCTACCR-IO
001380         OPEN I-O ACCTACCR-IO
001390     END-IF
001400     IF WS-ACCR-STATUS NOT = "00"
001410         DISPLAY "ACCTINT: UNABLE TO OPEN ACCTACCR - STATUS "
001420             WS-ACCR-STATUS
001430         MOVE "Y" TO WS-BAL-EOF-SW
001440         MOVE 8 TO RETURN-CODE
001450         CLOSE ACCTBAL-IN
001460         GO TO 1000-EXIT
001470     END-IF
001480     MOVE "Y" TO WS-FILES-OPEN-SW
001490     MOVE 0 TO AB-IDENT
001500     START ACCTBAL-IN KEY IS NOT LESS THAN AB-IDENT
001510         INVALID KEY MOVE "Y" TO WS-BAL-EOF-SW
001520     END-START
001530     IF NOT END-OF-BALANCES
001540         PERFORM 1100-READ-NEXT-BALANCE THRU 1100-EXIT
001550     END-IF.
001560 1000-EXIT.
001570     EXIT.
001580
001590 1100-READ-NEXT-BALANCE.
001600     READ ACCTBAL-IN NEXT RECORD
001610         AT END MOVE "Y" TO WS-BAL-EOF-SW
001620     END-READ.
001630 1100-EXIT.
001640     EXIT.
001650
001660*----NO RATE ON FILE MEANS NO ACCRUAL TONIGHT - A MONTH END
001670*----STILL POSTS WHAT HAS ALREADY ACCRUED.
001680 1300-GET-RATE.
001690     OPEN INPUT INTRATE-IN
001700     IF WS-RATE-STATUS NOT = "00"
001710         DISPLAY "ACCTINT: NO INTRATE CONTROL - NOTHING "
001720             "ACCRUED"
001730         GO TO 1300-EXIT
001740     END-IF
001750     READ INTRATE-IN
001760         AT END MOVE "Y" TO WS-RATE-EOF-SW
001770     END-READ
001780     IF NOT NO-RATE-CTL AND INTRATE-REC IS NUMERIC
001790         MOVE INTRATE-REC TO WS-ANNUAL-RATE
001800     ELSE
001810         DISPLAY "ACCTINT: INTRATE CONTROL NOT NUMERIC - "
001820             "NOTHING ACCRUED"
001830     END-IF
001840     CLOSE INTRATE-IN.
001850 1300-EXIT.
001860     EXIT.
001870
001880*----ONE ACCRUAL PER ACCOUNT PER BUSINESS DATE. AN ACCOUNT NEW
001890*----TONIGHT ACCRUES ONE DAY; AN OVERDRAWN OR ZERO BALANCE
001900*----EARNS NOTHING BUT STILL MOVES ITS ACCRUAL DATE ON.
001910 2000-ACCRUE-ONE.
001920     MOVE "N" TO WS-ACCR-ON-FILE-SW
001930     MOVE AB-IDENT TO AA-IDENT
001940     READ ACCTACCR-IO
001950         INVALID KEY
001960             CONTINUE
001970     END-READ
001980     IF WS-ACCR-STATUS = "00"
001990         MOVE "Y" TO WS-ACCR-ON-FILE-SW
002000         IF AA-LAST-DATE >= WS-TODAY-DATE
002010             GO TO 2000-NEXT
002020         END-IF
002030         MOVE AA-LAST-DATE TO WS-FROM-DATE
002040         MOVE WS-TODAY-DATE TO WS-DT-DATE
002050         COMPUTE WS-DAYS =
002060             ((WS-DT-YEAR - WS-FROM-YEAR) * 360)
002070             + ((WS-DT-MONTH - WS-FROM-MONTH) * 30)
002080             + (WS-DT-DAY - WS-FROM-DAY)
002090         IF WS-DAYS < 0
002100             MOVE 0 TO WS-DAYS
002110         END-IF
002120     ELSE
002130         MOVE AB-IDENT TO AA-IDENT
002140         MOVE 0 TO AA-ACCRUED
002150         MOVE 1 TO WS-DAYS
002160     END-IF
002170     IF AB-BALANCE > 0 AND WS-DAYS > 0
002180         COMPUTE WS-DAY-INTEREST =
002190             AB-BALANCE * WS-ANNUAL-RATE * WS-DAYS
002200             / 36000
002210         ADD WS-DAY-INTEREST TO AA-ACCRUED
002220         ADD 1 TO WS-ACCRUED-COUNT
002230     END-IF
002240     MOVE WS-TODAY-DATE TO AA-LAST-DATE
002250     IF ACCR-REC-ON-FILE
002260         REWRITE AcctAccrual
002270             INVALID KEY
002280                 DISPLAY "ACCTINT: REWRITE FAILED FOR IDENT "
002290                     AA-IDENT
002300         END-REWRITE
002310     ELSE
002320         WRITE AcctAccrual
002330             INVALID KEY
002340                 DISPLAY "ACCTINT: WRITE FAILED FOR IDENT "
002350                     AA-IDENT
002360         END-WRITE
002370     END-IF.
002380 2000-NEXT.
002390     PERFORM 1100-READ-NEXT-BALANCE THRU 1100-EXIT.
002400 2000-EXIT.
002410     EXIT.
002420
002430*----LAST DAY OF THE MONTH - EVERY WHOLE CENT ACCRUED GOES TO
002440*----INTTRAN AS A CREDIT AND COMES OFF THE ACCRUAL; THE
002450*----FRACTION OF A CENT STAYS FOR NEXT MONTH. INTTRAN IS
002460*----APPENDED SO A RERUN CANNOT LOSE CREDITS NOT YET POSTED,
002470*----AND A RERUN FINDS NOTHING LEFT TO POST TWICE.
002480 3000-POST-MONTH.
002490     OPEN EXTEND INTTRAN-OUT
002500     IF WS-TRAN-STATUS = "35"
002510         OPEN OUTPUT INTTRAN-OUT
002520     END-IF
002530     MOVE 0 TO AA-IDENT
002540     START ACCTACCR-IO KEY IS NOT LESS THAN AA-IDENT
002550         INVALID KEY MOVE "Y" TO WS-ACCR-EOF-SW
002560     END-START
002570     IF NOT END-OF-ACCRUALS
002580         PERFORM 3100-READ-NEXT-ACCRUAL THRU 3100-EXIT
002590     END-IF
002600     PERFORM 3200-POST-ONE THRU 3200-EXIT
002610         UNTIL END-OF-ACCRUALS
002620     CLOSE INTTRAN-OUT.
002630 3000-EXIT.
002640     EXIT.
002650
002660 3100-READ-NEXT-ACCRUAL.
002670     READ ACCTACCR-IO NEXT RECORD
002680         AT END MOVE "Y" TO WS-ACCR-EOF-SW
002690     END-READ.
002700 3100-EXIT.
002710     EXIT.
002720
002730 3200-POST-ONE.
002740     MOVE AA-ACCRUED TO WS-POST-AMT
002750     IF WS-POST-AMT > 0
002760         MOVE AA-IDENT TO IT-IDENT
002770         MOVE WS-POST-AMT TO IT-AMOUNT
002780         WRITE INTTRAN-REC
002790         SUBTRACT WS-POST-AMT FROM AA-ACCRUED
002800         REWRITE AcctAccrual
002810             INVALID KEY
002820                 DISPLAY "ACCTINT: REWRITE FAILED FOR IDENT "
002830                     AA-IDENT
002840         END-REWRITE
002850         ADD 1 TO WS-POSTED-COUNT
002860         ADD WS-POST-AMT TO WS-POSTED-TOTAL
002870     END-IF
002880     PERFORM 3100-READ-NEXT-ACCRUAL THRU 3100-EXIT.
002890 3200-EXIT.
002900     EXIT.
002910
002920 4000-TERMINATE.
002930     DISPLAY "ACCTINT: ACCOUNTS ACCRUED - " WS-ACCRUED-COUNT
002940     DISPLAY "ACCTINT: INTEREST CREDITS WRITTEN - "
002950         WS-POSTED-COUNT
002960     MOVE WS-POSTED-TOTAL TO WS-POSTED-TOTAL-ED
002970     DISPLAY "ACCTINT: INTEREST CREDITED - " WS-POSTED-TOTAL-ED
002980     IF FILES-ARE-OPEN
002990         CLOSE ACCTBAL-IN
003000         CLOSE ACCTACCR-IO
003010     END-IF.
003020 4000-EXIT.
003030     EXIT.
003040
003050*----DAYS IN WS-DT-DATE'S MONTH - FEBRUARY HAS 29 IN A LEAP YEAR
003060 9050-MONTH-LENGTH.
003070     MOVE WS-MONTH-DAYS(WS-DT-MONTH) TO WS-DT-MONTH-END
003080     IF WS-DT-MONTH = 2
003090         DIVIDE WS-DT-YEAR BY 4 GIVING WS-DT-QUOT
003100             REMAINDER WS-DT-REM4
003110         DIVIDE WS-DT-YEAR BY 100 GIVING WS-DT-QUOT
003120             REMAINDER WS-DT-REM100
003130         DIVIDE WS-DT-YEAR BY 400 GIVING WS-DT-QUOT
003140             REMAINDER WS-DT-REM400
003150         IF WS-DT-REM4 = 0
003160             AND (WS-DT-REM100 NOT = 0 OR WS-DT-REM400 = 0)
003170             MOVE 29 TO WS-DT-MONTH-END
003180         END-IF
003190     END-IF.
003200 9050-EXIT.
003210     EXIT.
