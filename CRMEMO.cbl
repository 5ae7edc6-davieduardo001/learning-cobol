000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CRMEMO.
000030 AUTHOR. DATA-PROCESSING.
000040 INSTALLATION. AR-BILLING.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*---------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*   2026-10-15  DP  ORIGINAL - CUSTOMER CREDIT MEMOS. EACH
000100*                   CRMEMOIN CARD CREDITS A BILLED INVOICE WITH
000110*                   ITS TAXABLE AND EXEMPT AMOUNTS. THE SALES
000120*                   TAX ON THE TAXABLE PART IS GIVEN BACK AT THE
000130*                   CUSTOMER'S STATE RATE (CUSTMAST AND TAXRATES,
000140*                   SAME AS INVTOTAL). THE CREDIT AND ITS TAX GO
000150*                   TO THE STATEMENT CHAIN AS NEGATIVE STMTIN
000160*                   LINES, AND TO THE TAXHIST SALES TAX HISTORY
000170*                   SO THE MONTHLY RETURN IS REDUCED. EVERY CARD
000180*                   LANDS ON THE CRMEMRPT REGISTER WITH ITS
000190*                   DISPOSITION.
000200*---------------------------------------------------------------
000210 ENVIRONMENT DIVISION.
000220 INPUT-OUTPUT SECTION.
000230 FILE-CONTROL.
000240     SELECT CRMEMO-IN   ASSIGN TO CRMEMOIN
000250         ORGANIZATION IS LINE SEQUENTIAL
000260         FILE STATUS IS WS-MEMO-STATUS.
000270     SELECT STMT-LINES  ASSIGN TO STMTIN
000280         ORGANIZATION IS LINE SEQUENTIAL
000290         FILE STATUS IS WS-STMT-STATUS.
000300     SELECT TAXRATES-IN ASSIGN TO TAXRATES
000310         ORGANIZATION IS LINE SEQUENTIAL
000320         FILE STATUS IS WS-TAX-STATUS.
000330     SELECT CUSTMAST    ASSIGN TO CUSTMAST
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS DYNAMIC
000360         RECORD KEY IS ident
000370         FILE STATUS IS WS-CUST-STATUS.
000380     SELECT TAXHIST-OUT ASSIGN TO TAXHIST
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-THIST-STATUS.
000410     SELECT MEMO-REG    ASSIGN TO CRMEMRPT
000420         ORGANIZATION IS LINE SEQUENTIAL.
000430
000440 DATA DIVISION.
000450 FILE SECTION.
000460*----ONE CARD PER CREDIT - THE INVOICE BEING CREDITED, THE
000470*----CUSTOMER, AND THE TAXABLE AND EXEMPT AMOUNTS GIVEN BACK.
000480 FD  CRMEMO-IN.
000490 01  CRMEMO-REC.
000500     05  CM-INV-ID        PIC X(6).
000510     05  CM-CUST-ID       PIC X(7).
000520     05  CM-TAXABLE       PIC 9(6)V99.
000530     05  CM-EXEMPT        PIC 9(6)V99.
000540     05  CM-REASON        PIC X(20).
000550
000560 FD  STMT-LINES.
000570 01  STMT-LINE-REC.
000580     05  SL-CUST-ID       PIC X(7).
000590     05  SL-DESCRIPTION   PIC X(20).
000600     05  SL-AMOUNT        PIC S9(6)V99
000610                          SIGN IS LEADING SEPARATE.
000620     05  SL-INV-DATE      PIC 9(8).
000630
000640*----SALES TAX RATES BY STATE - SAME TABLE INVTOTAL READS.
000650 FD  TAXRATES-IN.
000660 01  TAXRATES-REC.
000670     05  TR-STATE         PIC X(2).
000680     05  TR-RATE          PIC 9V9999.
000690
000700 FD  CUSTMAST.
000710     COPY "CUSTOMER.cpy".
000720
000730 FD  TAXHIST-OUT.
000740     COPY "TAXHIST.cpy".
000750
000760 FD  MEMO-REG.
000770 01  MEMO-REG-REC         PIC X(80).
000780
000790 WORKING-STORAGE SECTION.
000800 01  WS-MEMO-STATUS       PIC X(2) VALUE SPACES.
000810 01  WS-STMT-STATUS       PIC X(2) VALUE SPACES.
000820 01  WS-TAX-STATUS        PIC X(2) VALUE SPACES.
000830 01  WS-CUST-STATUS       PIC X(2) VALUE SPACES.
000840 01  WS-THIST-STATUS      PIC X(2) VALUE SPACES.
000850 01  WS-MEMO-EOF-SW       PIC X(1) VALUE "N".
000860     88  NO-MORE-MEMOS        VALUE "Y".
000870 01  WS-TAX-EOF-SW        PIC X(1) VALUE "N".
000880     88  NO-MORE-RATES        VALUE "Y".
000890 01  WS-FILES-OPEN-SW     PIC X(1) VALUE "N".
000900     88  RUN-FILES-OPEN       VALUE "Y".
000910 01  WS-RUN-DATE          PIC 9(8) VALUE 0.
000920 01  WS-CREDIT-COUNT      PIC 9(5) COMP VALUE 0.
000930 01  WS-REJECT-COUNT      PIC 9(5) COMP VALUE 0.
000940 01  WS-REJECT-REASON     PIC X(30) VALUE SPACES.
000950 01  WS-RATE-COUNT        PIC 9(2) COMP VALUE 0.
000960 01  WS-RATE-FOUND-SW     PIC X(1) VALUE "N".
000970     88  TAX-RATE-FOUND       VALUE "Y".
000980 01  WS-HOLD-RATE         PIC 9V9999 VALUE 0.
000990 01  WS-TAX-AMT           PIC 9(6)V99 VALUE 0.
001000 01  WS-CREDIT-AMT        PIC 9(7)V99 VALUE 0.
001010 01  WS-CUST-ID-9         PIC 9(7) VALUE 0.
001020 01  WS-CUST-STATE        PIC X(2) VALUE SPACES.
001030 01  WS-TOT-CREDIT        PIC 9(9)V99 VALUE 0.
001040 01  WS-TOT-TAX           PIC 9(9)V99 VALUE 0.
001050 01  WS-RATE-TABLE.
001060     05  WS-RATE-ENTRY    OCCURS 51 TIMES
001070                          INDEXED BY TX-IDX.
001080         10  WS-R-STATE   PIC X(2).
001090         10  WS-R-RATE    PIC 9V9999.
001100 01  WS-OUT-LINE.
001110     05  OL-INV-ID        PIC X(6).
001120     05  FILLER           PIC X(1) VALUE SPACE.
001130     05  OL-CUST-ID       PIC X(7).
001140     05  FILLER           PIC X(1) VALUE SPACE.
001150     05  OL-DISPOSITION   PIC X(8).
001160     05  FILLER           PIC X(1) VALUE SPACE.
001170     05  OL-CREDIT        PIC Z,ZZZ,ZZ9.99.
001180     05  FILLER           PIC X(1) VALUE SPACE.
001190     05  OL-TAX           PIC ZZZ,ZZ9.99.
001200     05  FILLER           PIC X(1) VALUE SPACE.
001210     05  OL-REASON        PIC X(30).
001220 01  WS-TOTAL-LINE.
001230     05  FILLER           PIC X(24)
001240                          VALUE "TOTAL CREDITED".
001250     05  TL-CREDIT        PIC ZZ,ZZZ,ZZ9.99.
001260     05  FILLER           PIC X(1) VALUE SPACE.
001270     05  TL-TAX           PIC Z,ZZZ,ZZ9.99.
001280
001290 PROCEDURE DIVISION.
001300 0000-MAINLINE.
001310     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001320     PERFORM 2000-CREDIT-ONE THRU 2000-EXIT
001330         UNTIL NO-MORE-MEMOS
001340     PERFORM 3000-TERMINATE THRU 3000-EXIT
001350     GOBACK.
001360
001370*----WITHOUT CUSTMAST NO CARD CAN BE PROVED AGAINST A REAL
001380*----CUSTOMER OR TAXED AT THEIR STATE RATE, SO THE RUN REFUSES.
001390 1000-INITIALIZE.
001400     CALL "GETBDATE" USING WS-RUN-DATE
001410     OPEN INPUT CRMEMO-IN
001420     IF WS-MEMO-STATUS NOT = "00"
001430         DISPLAY "CRMEMO: NO CREDIT MEMO CARDS - NOTHING TO DO"
001440         MOVE "Y" TO WS-MEMO-EOF-SW
001450         GO TO 1000-EXIT
001460     END-IF
001470     OPEN INPUT CUSTMAST
001480     IF WS-CUST-STATUS NOT = "00"
001490         DISPLAY "CRMEMO: UNABLE TO OPEN CUSTMAST - STATUS "
001500             WS-CUST-STATUS " - RUN REFUSED"
001510         MOVE 12 TO RETURN-CODE
001520         MOVE "Y" TO WS-MEMO-EOF-SW
001530         CLOSE CRMEMO-IN
001540         GO TO 1000-EXIT
001550     END-IF
001560     PERFORM 1300-LOAD-TAX-RATES THRU 1300-EXIT
001570     OPEN EXTEND STMT-LINES
001580     IF WS-STMT-STATUS = "35"
001590         OPEN OUTPUT STMT-LINES
001600     END-IF
001610     OPEN EXTEND TAXHIST-OUT
001620     IF WS-THIST-STATUS = "35"
001630         OPEN OUTPUT TAXHIST-OUT
001640     END-IF
001650     OPEN OUTPUT MEMO-REG
001660     MOVE "Y" TO WS-FILES-OPEN-SW
001670     PERFORM 1100-READ-MEMO THRU 1100-EXIT.
001680 1000-EXIT.
001690     EXIT.
001700
001710 1100-READ-MEMO.
001720     READ CRMEMO-IN
001730         AT END MOVE "Y" TO WS-MEMO-EOF-SW
001740     END-READ.
001750 1100-EXIT.
001760     EXIT.
001770
001780*----NO RATE TABLE MEANS NO TAX IS GIVEN BACK - THE CREDITS
001790*----STILL FLOW, THE SAME DEGRADED MODE INVTOTAL RUNS IN.
001800 1300-LOAD-TAX-RATES.
001810     OPEN INPUT TAXRATES-IN
001820     IF WS-TAX-STATUS NOT = "00"
001830         DISPLAY "CRMEMO: NO SALES TAX RATE TABLE - NO TAX "
001840             "CREDITED THIS RUN"
001850         GO TO 1300-EXIT
001860     END-IF
001870     PERFORM 1350-LOAD-ONE-RATE THRU 1350-EXIT
001880         UNTIL NO-MORE-RATES OR WS-RATE-COUNT >= 51
001890     CLOSE TAXRATES-IN.
001900 1300-EXIT.
001910     EXIT.
001920
001930 1350-LOAD-ONE-RATE.
001940     READ TAXRATES-IN
001950         AT END MOVE "Y" TO WS-TAX-EOF-SW
001960     END-READ
001970     IF NOT NO-MORE-RATES
001980         ADD 1 TO WS-RATE-COUNT
001990         SET TX-IDX TO WS-RATE-COUNT
002000         MOVE TR-STATE TO WS-R-STATE(TX-IDX)
002010         MOVE TR-RATE TO WS-R-RATE(TX-IDX)
002020     END-IF.
002030 1350-EXIT.
002040     EXIT.
002050
002060 2000-CREDIT-ONE.
002070     MOVE SPACES TO WS-OUT-LINE
002080     MOVE CM-INV-ID TO OL-INV-ID
002090     MOVE CM-CUST-ID TO OL-CUST-ID
002100     PERFORM 2100-EDIT-MEMO THRU 2100-EXIT
002110     IF WS-REJECT-REASON NOT = SPACES
002120         MOVE "REJECTED" TO OL-DISPOSITION
002130         MOVE WS-REJECT-REASON TO OL-REASON
002140         ADD 1 TO WS-REJECT-COUNT
002150         GO TO 2000-NEXT
002160     END-IF
002170     PERFORM 2200-TAX-CREDIT THRU 2200-EXIT
002180     PERFORM 2300-WRITE-CREDIT-LINES THRU 2300-EXIT
002190     PERFORM 2400-WRITE-TAX-HIST THRU 2400-EXIT
002200     MOVE "CREDITED" TO OL-DISPOSITION
002210     MOVE WS-CREDIT-AMT TO OL-CREDIT
002220     MOVE WS-TAX-AMT TO OL-TAX
002230     MOVE CM-REASON TO OL-REASON
002240     ADD 1 TO WS-CREDIT-COUNT
002250     ADD WS-CREDIT-AMT TO WS-TOT-CREDIT
002260     ADD WS-TAX-AMT TO WS-TOT-TAX.
002270 2000-NEXT.
002280     WRITE MEMO-REG-REC FROM WS-OUT-LINE
002290     PERFORM 1100-READ-MEMO THRU 1100-EXIT.
002300 2000-EXIT.
002310     EXIT.
002320
002330*----THE CARD MUST NAME AN INVOICE AND A CUSTOMER ON THE
002340*----MASTER AND GIVE BACK SOMETHING.
002350 2100-EDIT-MEMO.
002360     MOVE SPACES TO WS-REJECT-REASON
002370     IF CM-INV-ID = SPACES
002380         MOVE "INVOICE NUMBER MISSING" TO WS-REJECT-REASON
002390         GO TO 2100-EXIT
002400     END-IF
002410     IF CM-TAXABLE IS NOT NUMERIC OR CM-EXEMPT IS NOT NUMERIC
002420         MOVE "CREDIT AMOUNTS NOT NUMERIC" TO WS-REJECT-REASON
002430         GO TO 2100-EXIT
002440     END-IF
002450     COMPUTE WS-CREDIT-AMT = CM-TAXABLE + CM-EXEMPT
002460     IF WS-CREDIT-AMT = 0
002470         MOVE "NO CREDIT AMOUNT" TO WS-REJECT-REASON
002480         GO TO 2100-EXIT
002490     END-IF
002500     IF WS-CREDIT-AMT > 999999.99
002510         MOVE "CREDIT TOO LARGE FOR STATEMENT"
002520             TO WS-REJECT-REASON
002530         GO TO 2100-EXIT
002540     END-IF
002550     IF CM-CUST-ID IS NOT NUMERIC
002560         MOVE "CUSTOMER NOT ON MASTER" TO WS-REJECT-REASON
002570         GO TO 2100-EXIT
002580     END-IF
002590     MOVE CM-CUST-ID TO WS-CUST-ID-9
002600     MOVE WS-CUST-ID-9 TO ident
002610     READ CUSTMAST
002620         INVALID KEY
002630             MOVE "CUSTOMER NOT ON MASTER" TO WS-REJECT-REASON
002640             GO TO 2100-EXIT
002650     END-READ
002660     MOVE stateCode TO WS-CUST-STATE.
002670 2100-EXIT.
002680     EXIT.
002690
002700*----TAX GIVEN BACK ON THE TAXABLE PART AT THE CUSTOMER'S
002710*----STATE RATE.
002720 2200-TAX-CREDIT.
002730     MOVE 0 TO WS-TAX-AMT
002740     IF WS-RATE-COUNT = 0 OR CM-TAXABLE = 0
002750         GO TO 2200-EXIT
002760     END-IF
002770     MOVE "N" TO WS-RATE-FOUND-SW
002780     MOVE 0 TO WS-HOLD-RATE
002790     PERFORM 2250-MATCH-ONE-RATE THRU 2250-EXIT
002800         VARYING TX-IDX FROM 1 BY 1
002810         UNTIL TX-IDX > WS-RATE-COUNT OR TAX-RATE-FOUND
002820     IF TAX-RATE-FOUND
002830         COMPUTE WS-TAX-AMT ROUNDED = CM-TAXABLE * WS-HOLD-RATE
002840     END-IF.
002850 2200-EXIT.
002860     EXIT.
002870
002880 2250-MATCH-ONE-RATE.
002890     IF WS-R-STATE(TX-IDX) = WS-CUST-STATE
002900         MOVE "Y" TO WS-RATE-FOUND-SW
002910         MOVE WS-R-RATE(TX-IDX) TO WS-HOLD-RATE
002920     END-IF.
002930 2250-EXIT.
002940     EXIT.
002950
002960*----THE CREDIT AND ITS TAX TAKE THE MANUAL-ADJUSTMENTS PATH
002970*----INTO THE STATEMENT CHAIN AS NEGATIVE LINES.
002980 2300-WRITE-CREDIT-LINES.
002990     MOVE SPACES TO STMT-LINE-REC
003000     MOVE CM-CUST-ID TO SL-CUST-ID
003010     STRING "CREDIT INV " CM-INV-ID DELIMITED BY SIZE
003020         INTO SL-DESCRIPTION
003030     COMPUTE SL-AMOUNT = 0 - WS-CREDIT-AMT
003040     MOVE WS-RUN-DATE TO SL-INV-DATE
003050     WRITE STMT-LINE-REC
003060     IF WS-TAX-AMT = 0
003070         GO TO 2300-EXIT
003080     END-IF
003090     MOVE SPACES TO STMT-LINE-REC
003100     MOVE CM-CUST-ID TO SL-CUST-ID
003110     STRING "TAX CREDIT " CM-INV-ID DELIMITED BY SIZE
003120         INTO SL-DESCRIPTION
003130     COMPUTE SL-AMOUNT = 0 - WS-TAX-AMT
003140     MOVE WS-RUN-DATE TO SL-INV-DATE
003150     WRITE STMT-LINE-REC.
003160 2300-EXIT.
003170     EXIT.
003180
003190 2400-WRITE-TAX-HIST.
003200     MOVE SPACES TO TaxHistRec
003210     MOVE WS-RUN-DATE TO TH-POST-DATE
003220     MOVE "C" TO TH-SOURCE
003230     MOVE CM-INV-ID TO TH-INV-ID
003240     MOVE CM-CUST-ID TO TH-CUST-ID
003250     MOVE WS-CUST-STATE TO TH-STATE
003260     COMPUTE TH-TAXABLE = 0 - CM-TAXABLE
003270     COMPUTE TH-EXEMPT = 0 - CM-EXEMPT
003280     COMPUTE TH-TAX = 0 - WS-TAX-AMT
003290     WRITE TaxHistRec.
003300 2400-EXIT.
003310     EXIT.
003320
003330 3000-TERMINATE.
003340     IF RUN-FILES-OPEN
003350         MOVE WS-TOT-CREDIT TO TL-CREDIT
003360         MOVE WS-TOT-TAX TO TL-TAX
003370         WRITE MEMO-REG-REC FROM WS-TOTAL-LINE
003380         CLOSE CRMEMO-IN
003390         CLOSE CUSTMAST
003400         CLOSE STMT-LINES
003410         CLOSE TAXHIST-OUT
003420         CLOSE MEMO-REG
003430     END-IF
003440     DISPLAY "CRMEMO: CREDITS ISSUED - " WS-CREDIT-COUNT
003450     DISPLAY "CRMEMO: CARDS REJECTED - " WS-REJECT-COUNT
003460     IF WS-REJECT-COUNT > 0
003470         MOVE 4 TO RETURN-CODE
003480     END-IF.
003490 3000-EXIT.
003500     EXIT.
