000230*                   RATE OFF TAXRATES, SAME AS INVTOTAL) AND
000240*                   RECAPS THE TAX BY STATE ON THE REGISTER
000250*                   FOR THE MONTHLY FILING.
000251*   2026-10-15  DP  A RELEASE NOW TAXES ONLY THE TAXABLE PART OF
000252*                   THE HELD INVOICE, CARRIED ON CREDHOLD BY
000253*                   INVTOTAL, AND APPENDS THE RELEASED INVOICE TO
000254*                   THE TAXHIST SALES TAX HISTORY DATED THE NIGHT
000255*                   OF RELEASE.
000260*---------------------------------------------------------------
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000460         FILE STATUS IS WS-CUST-STATUS.
000470     SELECT REL-REG     ASSIGN TO CREDRREG
000480         ORGANIZATION IS LINE SEQUENTIAL.
000481     SELECT TAXHIST-OUT ASSIGN TO TAXHIST
000482         ORGANIZATION IS LINE SEQUENTIAL
000483         FILE STATUS IS WS-THIST-STATUS.
000490
000500 DATA DIVISION.
000510 FILE SECTION.
000590     05  CH-AMOUNT        PIC S9(6)V99
000600                          SIGN IS LEADING SEPARATE.
000610     05  CH-INV-DATE      PIC 9(8).
000611     05  CH-TAXABLE       PIC S9(6)V99
000612                          SIGN IS LEADING SEPARATE.
000620
000630 FD  STMT-LINES.
000640 01  STMT-LINE-REC.
000790
000800 FD  REL-REG.
000810 01  REL-REG-REC          PIC X(60).
000811
000812 FD  TAXHIST-OUT.
000813     COPY "TAXHIST.cpy".
000820
000830 WORKING-STORAGE SECTION.
000840 01  WS-CTL-STATUS        PIC X(2) VALUE SPACES.
000850 01  WS-HOLD-STATUS       PIC X(2) VALUE SPACES.
000860 01  WS-STMT-STATUS       PIC X(2) VALUE SPACES.
000861 01  WS-THIST-STATUS      PIC X(2) VALUE SPACES.
000862 01  WS-RUN-DATE          PIC 9(8) VALUE 0.
000870 01  WS-CTL-EOF-SW        PIC X(1) VALUE "N".
000880     88  NO-MORE-REQUESTS     VALUE "Y".
000890 01  WS-HOLD-EOF-SW       PIC X(1) VALUE "N".
001030         10  WS-H-CUST-ID PIC X(7).
001040         10  WS-H-AMOUNT  PIC S9(6)V99.
001050         10  WS-H-DATE    PIC 9(8).
001051         10  WS-H-TAXABLE PIC S9(6)V99.
001060         10  WS-H-RELEASED PIC X(1).
001070 01  WS-TAX-STATUS        PIC X(2) VALUE SPACES.
001080 01  WS-CUST-STATUS       PIC X(2) VALUE SPACES.
001620         MOVE "Y" TO WS-CTL-EOF-SW
001630         GO TO 1000-EXIT
001640     END-IF
001641     CALL "GETBDATE" USING WS-RUN-DATE
001650     PERFORM 1200-LOAD-HOLDS THRU 1200-EXIT
001660     OPEN OUTPUT REL-REG
001670     OPEN EXTEND STMT-LINES
001680     IF WS-STMT-STATUS = "35"
001690         OPEN OUTPUT STMT-LINES
001700     END-IF
001701     OPEN EXTEND TAXHIST-OUT
001702     IF WS-THIST-STATUS = "35"
001703         OPEN OUTPUT TAXHIST-OUT
001704     END-IF
001710     PERFORM 1300-LOAD-TAX-RATES THRU 1300-EXIT
001720     OPEN INPUT CUSTMAST
001730     IF WS-CUST-STATUS = "00"
002120         MOVE CH-CUST-ID TO WS-H-CUST-ID(HO-IDX)
002130         MOVE CH-AMOUNT TO WS-H-AMOUNT(HO-IDX)
002140         MOVE CH-INV-DATE TO WS-H-DATE(HO-IDX)
002141*----A HOLD WRITTEN BEFORE THE TAXABLE AMOUNT WAS CARRIED IS
002142*----TAXED IN FULL, AS IT ALWAYS WAS.
002143         IF CH-TAXABLE IS NUMERIC
002144             MOVE CH-TAXABLE TO WS-H-TAXABLE(HO-IDX)
002145         ELSE
002146             MOVE CH-AMOUNT TO WS-H-TAXABLE(HO-IDX)
002147         END-IF
002150         MOVE "N" TO WS-H-RELEASED(HO-IDX)
002160     END-IF.
002170 1250-EXIT.
002910     MOVE WS-H-DATE(HO-IDX) TO SL-INV-DATE
002920     WRITE STMT-LINE-REC
002930     PERFORM 2300-WRITE-TAX-LINE THRU 2300-EXIT
002931     PERFORM 2500-WRITE-TAX-HIST THRU 2500-EXIT
002940     MOVE "Y" TO WS-H-RELEASED(HO-IDX).
002950 2200-EXIT.
002960     EXIT.
003000*----STATE OFF CUSTMAST PICKS THE TAXRATES RATE AND THE TAX
003010*----RIDES STMTIN AS ITS OWN LINE.
003020 2300-WRITE-TAX-LINE.
003021     MOVE 0 TO WS-TAX-AMT
003022     MOVE SPACES TO WS-CUST-STATE
003023     IF NOT CUSTMAST-IS-OPEN
003024         GO TO 2300-EXIT
003025     END-IF
003060     IF WS-H-CUST-ID(HO-IDX) IS NOT NUMERIC
003070         GO TO 2300-EXIT
003080     END-IF
003130             GO TO 2300-EXIT
003140     END-READ
003150     MOVE stateCode TO WS-CUST-STATE
003151     IF WS-RATE-COUNT = 0
003152         GO TO 2300-EXIT
003153     END-IF
003160     MOVE "N" TO WS-RATE-FOUND-SW
003170     MOVE 0 TO WS-HOLD-RATE
003180     PERFORM 2350-MATCH-ONE-RATE THRU 2350-EXIT
003220         GO TO 2300-EXIT
003230     END-IF
003240     COMPUTE WS-TAX-AMT ROUNDED =
003241         WS-H-TAXABLE(HO-IDX) * WS-HOLD-RATE
003260     IF WS-TAX-AMT = 0
003270         GO TO 2300-EXIT
003280     END-IF
003690 2400-EXIT.
003700     EXIT.
003710
003711*----THE RELEASED INVOICE COUNTS ON TONIGHT'S TAX HISTORY, THE
003712*----NIGHT ITS TAX LINE WENT TO THE STATEMENT.
003713 2500-WRITE-TAX-HIST.
003714     MOVE SPACES TO TaxHistRec
003715     MOVE WS-RUN-DATE TO TH-POST-DATE
003716     MOVE "R" TO TH-SOURCE
003717     MOVE WS-H-INV-ID(HO-IDX) TO TH-INV-ID
003718     MOVE WS-H-CUST-ID(HO-IDX) TO TH-CUST-ID
003719     MOVE WS-CUST-STATE TO TH-STATE
003720     MOVE WS-H-TAXABLE(HO-IDX) TO TH-TAXABLE
003721     COMPUTE TH-EXEMPT =
003722         WS-H-AMOUNT(HO-IDX) - WS-H-TAXABLE(HO-IDX)
003723     MOVE WS-TAX-AMT TO TH-TAX
003724     WRITE TaxHistRec.
003725 2500-EXIT.
003726     EXIT.
003727
003728 2450-MATCH-ONE-STATE.
003730     IF WS-S-STATE(SX-IDX) = WS-CUST-STATE
003740         MOVE "Y" TO WS-STX-FOUND-SW
003750         SET WS-STX-HOLD-IX TO SX-IDX
003840         CLOSE RELCTL-IN
003850         CLOSE STMT-LINES
003860         CLOSE REL-REG
003861         CLOSE TAXHIST-OUT
003870         IF CUSTMAST-IS-OPEN
003880             CLOSE CUSTMAST
003890         END-IF
004080         MOVE WS-H-CUST-ID(HO-IDX) TO CH-CUST-ID
004090         MOVE WS-H-AMOUNT(HO-IDX) TO CH-AMOUNT
004100         MOVE WS-H-DATE(HO-IDX) TO CH-INV-DATE
004101         MOVE WS-H-TAXABLE(HO-IDX) TO CH-TAXABLE
004110         WRITE CREDHOLD-REC
004120     END-IF.
004130 3150-EXIT.
