000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. LOCKBOX.
000030 AUTHOR. DATA-PROCESSING.
000040 INSTALLATION. AR-BILLING.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*---------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*   2026-10-15  DP  ORIGINAL - BANK LOCKBOX IMPORT, REPLACING THE
000100*                   MORNING RE-KEYING OF CASHIN. THE BANK'S
000110*                   LBXIN FILE IS PROVED FIRST - EVERY BATCH'S
000120*                   ITEM COUNT AND CHECK TOTAL MUST AGREE WITH
000130*                   ITS TRAILER OR NOTHING IS WRITTEN AND THE
000140*                   STEP ENDS WITH RETURN CODE 8. A PROVED FILE
000150*                   IS THEN POSTED: EACH CHECK IS TIED TO ITS
000160*                   CUSTOMER BY THE REMITTER'S BANK ACCOUNT ON
000170*                   THE LBXREF CROSS-REFERENCE, OR FAILING THAT
000180*                   BY THE STUB'S INVOICE NUMBERS ON OPENITEM
000190*                   (AND THE ACCOUNT IS THEN ADDED TO LBXREF).
000200*                   THE CASH IS SPREAD OVER THE STUB'S INVOICES
000210*                   UP TO EACH ONE'S OPEN BALANCE AS CASHIN
000220*                   RECEIPTS WITH CI-INV-NO FILLED IN, ANY
000230*                   REMAINDER AS ONE RECEIPT WITH NO INVOICE FOR
000240*                   CASHRCPT TO APPLY OLDEST FIRST. A CHECK THAT
000250*                   CANNOT BE TIED TO A CUSTOMER GOES TO THE
000260*                   LBXUNID UNIDENTIFIED-CASH LISTING.
000261*   2026-10-15  DP  OPENITEM IS NOW AN INDEXED FILE - ONLY ITS
000262*                   OPEN LINES ARE READ, THROUGH THE ALTERNATE KEY
000263*                   ON STATUS.
000270*---------------------------------------------------------------
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT LOCKBOX-IN  ASSIGN TO LBXIN
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS WS-LBX-STATUS.
000340     SELECT LBXREF-IO   ASSIGN TO LBXREF
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS WS-XREF-STATUS.
000370     SELECT OPENITEM-IN ASSIGN TO OPENITEM
000371         ORGANIZATION IS INDEXED
000372         ACCESS MODE IS DYNAMIC
000373         RECORD KEY IS OI-KEY
000374         ALTERNATE RECORD KEY IS OI-STATUS
000375             WITH DUPLICATES
000390         FILE STATUS IS WS-OPEN-STATUS.
000400     SELECT CASHIN-OUT  ASSIGN TO CASHIN
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-CASH-STATUS.
000430     SELECT LBX-RPT     ASSIGN TO LBXRPT
000440         ORGANIZATION IS LINE SEQUENTIAL.
000450     SELECT UNID-RPT    ASSIGN TO LBXUNID
000460         ORGANIZATION IS LINE SEQUENTIAL.
000470
000480 DATA DIVISION.
000490 FILE SECTION.
000500*----THE BANK'S LOCKBOX FORMAT - H BATCH HEADER, I ONE PER
000510*----CHECK, T BATCH TRAILER WITH THE BANK'S COUNT AND TOTAL.
000520 FD  LOCKBOX-IN.
000530 01  LOCKBOX-REC          PIC X(80).
000540 01  LOCKBOX-HDR REDEFINES LOCKBOX-REC.
000550     05  LH-REC-TYPE      PIC X(1).
000560     05  LH-BATCH         PIC 9(3).
000570     05  LH-DEP-DATE      PIC 9(8).
000580     05  FILLER           PIC X(68).
000590 01  LOCKBOX-ITEM REDEFINES LOCKBOX-REC.
000600     05  LI-REC-TYPE      PIC X(1).
000610     05  LI-BATCH         PIC 9(3).
000620     05  LI-SEQ           PIC 9(4).
000630     05  LI-AMOUNT        PIC 9(7)V99.
000640*----ROUTING AND ACCOUNT OFF THE CHECK'S MICR LINE
000650     05  LI-REMIT-ACCT    PIC X(20).
000660     05  LI-CHECK-NO      PIC X(8).
000670*----INVOICE NUMBERS READ FROM THE REMITTANCE STUB
000680     05  LI-INV-NO        PIC X(6) OCCURS 4 TIMES.
000690     05  FILLER           PIC X(11).
000700 01  LOCKBOX-TRL REDEFINES LOCKBOX-REC.
000710     05  LT-REC-TYPE      PIC X(1).
000720     05  LT-BATCH         PIC 9(3).
000730     05  LT-COUNT         PIC 9(5).
000740     05  LT-TOTAL         PIC 9(9)V99.
000750     05  FILLER           PIC X(60).
000760
000770*----REMITTER BANK ACCOUNT TO CUSTOMER
000780 FD  LBXREF-IO.
000790 01  LBXREF-REC.
000800     05  LX-REMIT-ACCT    PIC X(20).
000810     05  LX-CUST-ID       PIC X(7).
000820
000830 FD  OPENITEM-IN.
000840     COPY "OPENITEM.cpy".
000850
000860*----CASHRCPT'S RECEIPT LAYOUT. CASHIN IS THE DAY'S FILE - THE
000870*----IMPORT BUILDS IT.
000880 FD  CASHIN-OUT.
000890 01  CASHIN-REC.
000900     05  CI-CUST-ID       PIC X(7).
000910     05  CI-AMOUNT        PIC S9(6)V99
000920                          SIGN IS LEADING SEPARATE.
000930     05  CI-INV-NO        PIC X(6).
000940     05  CI-RCPT-DATE     PIC 9(8).
000950
000960 FD  LBX-RPT.
000970 01  LBX-RPT-REC          PIC X(80).
000980
000990 FD  UNID-RPT.
001000 01  UNID-RPT-REC         PIC X(80).
001010
001020 WORKING-STORAGE SECTION.
001030 01  WS-LBX-STATUS        PIC X(2) VALUE SPACES.
001040 01  WS-XREF-STATUS       PIC X(2) VALUE SPACES.
001050 01  WS-OPEN-STATUS       PIC X(2) VALUE SPACES.
001060 01  WS-CASH-STATUS       PIC X(2) VALUE SPACES.
001070 01  WS-LBX-EOF-SW        PIC X(1) VALUE "N".
001080     88  END-OF-LOCKBOX       VALUE "Y".
001090 01  WS-XREF-EOF-SW       PIC X(1) VALUE "N".
001100     88  END-OF-XREF          VALUE "Y".
001110 01  WS-OPEN-EOF-SW       PIC X(1) VALUE "N".
001120     88  END-OF-OPEN-ITEMS    VALUE "Y".
001130 01  WS-PROVED-SW         PIC X(1) VALUE "Y".
001140     88  FILE-PROVED          VALUE "Y".
001150 01  WS-IN-BATCH-SW       PIC X(1) VALUE "N".
001160     88  BATCH-IS-OPEN        VALUE "Y".
001170 01  WS-FOUND-SW          PIC X(1) VALUE "N".
001180     88  ROW-FOUND            VALUE "Y".
001190 01  WS-XREF-ADDED-SW     PIC X(1) VALUE "N".
001200     88  XREF-ADDED           VALUE "Y".
001210 01  WS-BUS-DATE          PIC 9(8) VALUE 0.
001220 01  WS-DEP-DATE          PIC 9(8) VALUE 0.
001230 01  WS-BATCH-NO          PIC 9(3) VALUE 0.
001240 01  WS-BATCH-COUNT       PIC 9(5) VALUE 0.
001250 01  WS-BATCH-TOTAL       PIC 9(9)V99 VALUE 0.
001260 01  WS-BATCHES           PIC 9(5) COMP VALUE 0.
001270 01  WS-ITEM-COUNT        PIC 9(5) COMP VALUE 0.
001280 01  WS-IDENT-COUNT       PIC 9(5) COMP VALUE 0.
001290 01  WS-UNID-COUNT        PIC 9(5) COMP VALUE 0.
001300 01  WS-CASHIN-COUNT      PIC 9(5) COMP VALUE 0.
001310 01  WS-IDENT-TOTAL       PIC 9(9)V99 VALUE 0.
001320 01  WS-UNID-TOTAL        PIC 9(9)V99 VALUE 0.
001330 01  WS-CASHIN-LIMIT      PIC 9(6)V99 VALUE 999999.99.
001340 01  WS-CUST-ID           PIC X(7) VALUE SPACES.
001350 01  WS-HOW-FOUND         PIC X(8) VALUE SPACES.
001360 01  WS-UNID-REASON       PIC X(24) VALUE SPACES.
001370 01  WS-LOOK-INV          PIC X(6) VALUE SPACES.
001380 01  WS-CASH-LEFT         PIC 9(7)V99 VALUE 0.
001390 01  WS-TAKE-AMT          PIC 9(7)V99 VALUE 0.
001400 01  WS-INV-IX            PIC 9(1) COMP VALUE 0.
001410*----EVERY OPEN INVOICE ON OPENITEM, WITH ITS CUSTOMER AND THE
001420*----BALANCE STILL OWED
001430 01  WS-INV-COUNT         PIC 9(4) COMP VALUE 0.
001440 01  WS-INV-TABLE.
001450     05  WS-INV-ENTRY     OCCURS 999 TIMES
001460                          INDEXED BY INV-IDX.
001470         10  WS-V-INV-NO  PIC X(6).
001480         10  WS-V-CUST-ID PIC X(7).
001490         10  WS-V-OPEN    PIC S9(7)V99.
001500*----LBXREF, LOADED WHOLE AND WRITTEN BACK WHEN IT GROWS
001510 01  WS-XREF-COUNT        PIC 9(4) COMP VALUE 0.
001520 01  WS-XREF-TABLE.
001530     05  WS-XREF-ENTRY    OCCURS 500 TIMES
001540                          INDEXED BY XR-IDX.
001550         10  WS-X-ACCT    PIC X(20).
001560         10  WS-X-CUST-ID PIC X(7).
001570 01  WS-BATCH-LINE.
001580     05  FILLER           PIC X(6) VALUE "BATCH ".
001590     05  BL-BATCH         PIC 9(3).
001600     05  FILLER           PIC X(7) VALUE " ITEMS ".
001610     05  BL-COUNT         PIC ZZZZ9.
001620     05  FILLER           PIC X(6) VALUE " BANK ".
001630     05  BL-BANK-COUNT    PIC ZZZZ9.
001640     05  FILLER           PIC X(7) VALUE " TOTAL ".
001650     05  BL-TOTAL         PIC ZZZ,ZZZ,ZZ9.99.
001660     05  FILLER           PIC X(6) VALUE " BANK ".
001670     05  BL-BANK-TOTAL    PIC ZZZ,ZZZ,ZZ9.99.
001680     05  FILLER           PIC X(1) VALUE SPACE.
001690     05  BL-RESULT        PIC X(6).
001700 01  WS-ITEM-LINE.
001710     05  IL-BATCH         PIC 9(3).
001720     05  FILLER           PIC X(1) VALUE "-".
001730     05  IL-SEQ           PIC 9(4).
001740     05  FILLER           PIC X(1) VALUE SPACE.
001750     05  IL-AMOUNT        PIC Z,ZZZ,ZZ9.99.
001760     05  FILLER           PIC X(1) VALUE SPACE.
001770     05  IL-ACCT          PIC X(20).
001780     05  FILLER           PIC X(1) VALUE SPACE.
001790     05  IL-CUST-ID       PIC X(7).
001800     05  FILLER           PIC X(1) VALUE SPACE.
001810     05  IL-NOTE          PIC X(24).
001820 01  WS-TOTAL-LINE.
001830     05  TL-LABEL         PIC X(20).
001840     05  TL-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99.
001850     05  FILLER           PIC X(8) VALUE "  COUNT ".
001860     05  TL-COUNT         PIC ZZZZ9.
001870*----CONTROL-TOTAL WORK AREA - SEE CTLWRIT
001880 01  WS-CTL-PROGRAM       PIC X(10) VALUE "LOCKBOX".
001890 01  WS-CTL-READ          PIC 9(7) VALUE 0.
001900 01  WS-CTL-WRITTEN       PIC 9(7) VALUE 0.
001910 01  WS-CTL-REJECTS       PIC 9(7) VALUE 0.
001920 01  WS-CTL-AMOUNT        PIC 9(11)V99 VALUE 0.
001930
001940 PROCEDURE DIVISION.
001950 0000-MAINLINE.
001960     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001970     PERFORM 2000-POST-ONE-RECORD THRU 2000-EXIT
001980         UNTIL END-OF-LOCKBOX
001990     PERFORM 3000-TERMINATE THRU 3000-EXIT
002000     GOBACK.
002010
002020*----THE WHOLE FILE IS PROVED BEFORE A SINGLE RECEIPT IS
002030*----WRITTEN, SO A SHORT OR GARBLED TRANSMISSION NEVER LEAVES
002040*----HALF A DAY'S CASH IN CASHIN.
002050 1000-INITIALIZE.
002060     CALL "GETBDATE" USING WS-BUS-DATE
002070     OPEN OUTPUT LBX-RPT
002080     OPEN INPUT LOCKBOX-IN
002090     IF WS-LBX-STATUS NOT = "00"
002100         DISPLAY "LOCKBOX: NO LOCKBOX FILE FROM THE BANK - "
002110             "NOTHING TO DO"
002120         MOVE "Y" TO WS-LBX-EOF-SW
002130         GO TO 1000-EXIT
002140     END-IF
002150     PERFORM 1100-PROVE-FILE THRU 1100-EXIT
002160     CLOSE LOCKBOX-IN
002170     IF NOT FILE-PROVED
002180         DISPLAY "LOCKBOX: LOCKBOX FILE OUT OF BALANCE - "
002190             "NOTHING POSTED, SEE LBXRPT"
002200         MOVE 8 TO RETURN-CODE
002210         MOVE "Y" TO WS-LBX-EOF-SW
002220         GO TO 1000-EXIT
002230     END-IF
002240     PERFORM 1300-LOAD-XREF THRU 1300-EXIT
002250     PERFORM 1400-LOAD-INVOICES THRU 1400-EXIT
002260     OPEN OUTPUT CASHIN-OUT
002270     OPEN OUTPUT UNID-RPT
002280     MOVE "N" TO WS-LBX-EOF-SW
002290     OPEN INPUT LOCKBOX-IN
002300     PERFORM 1900-READ-LOCKBOX THRU 1900-EXIT.
002310 1000-EXIT.
002320     EXIT.
002330
002340*----PASS ONE - COUNT AND TOTAL EACH BATCH AGAINST ITS TRAILER.
002350 1100-PROVE-FILE.
002360     MOVE "N" TO WS-LBX-EOF-SW
002370     PERFORM 1900-READ-LOCKBOX THRU 1900-EXIT
002380     PERFORM 1150-PROVE-ONE-RECORD THRU 1150-EXIT
002390         UNTIL END-OF-LOCKBOX
002400     IF BATCH-IS-OPEN
002410         MOVE SPACES TO LBX-RPT-REC
002420         STRING "BATCH " WS-BATCH-NO " HAS NO TRAILER"
002430             DELIMITED BY SIZE INTO LBX-RPT-REC
002440         WRITE LBX-RPT-REC
002450         MOVE "N" TO WS-PROVED-SW
002460     END-IF
002470     IF WS-BATCHES = 0
002480         MOVE "NO BATCHES ON THE LOCKBOX FILE" TO LBX-RPT-REC
002490         WRITE LBX-RPT-REC
002500         MOVE "N" TO WS-PROVED-SW
002510     END-IF.
002520 1100-EXIT.
002530     EXIT.
002540
002550 1150-PROVE-ONE-RECORD.
002560     EVALUATE LH-REC-TYPE
002570         WHEN "H"
002580             IF BATCH-IS-OPEN
002590                 MOVE SPACES TO LBX-RPT-REC
002600                 STRING "BATCH " WS-BATCH-NO " HAS NO TRAILER"
002610                     DELIMITED BY SIZE INTO LBX-RPT-REC
002620                 WRITE LBX-RPT-REC
002630                 MOVE "N" TO WS-PROVED-SW
002640             END-IF
002650             MOVE "Y" TO WS-IN-BATCH-SW
002660             MOVE LH-BATCH TO WS-BATCH-NO
002670             MOVE 0 TO WS-BATCH-COUNT WS-BATCH-TOTAL
002680         WHEN "I"
002690             IF NOT BATCH-IS-OPEN OR LI-AMOUNT NOT NUMERIC
002700                 MOVE SPACES TO LBX-RPT-REC
002710                 STRING "ITEM OUTSIDE A BATCH OR AMOUNT NOT "
002720                     "NUMERIC - BATCH " LI-BATCH " ITEM "
002730                     LI-SEQ DELIMITED BY SIZE INTO LBX-RPT-REC
002740                 WRITE LBX-RPT-REC
002750                 MOVE "N" TO WS-PROVED-SW
002760             ELSE
002770                 ADD 1 TO WS-BATCH-COUNT
002780                 ADD LI-AMOUNT TO WS-BATCH-TOTAL
002790             END-IF
002800         WHEN "T"
002810             PERFORM 1200-CHECK-TRAILER THRU 1200-EXIT
002820         WHEN OTHER
002830             MOVE SPACES TO LBX-RPT-REC
002840             STRING "UNKNOWN RECORD TYPE " LH-REC-TYPE
002850                 DELIMITED BY SIZE INTO LBX-RPT-REC
002860             WRITE LBX-RPT-REC
002870             MOVE "N" TO WS-PROVED-SW
002880     END-EVALUATE
002890     PERFORM 1900-READ-LOCKBOX THRU 1900-EXIT.
002900 1150-EXIT.
002910     EXIT.
002920
002930 1200-CHECK-TRAILER.
002940     ADD 1 TO WS-BATCHES
002950     MOVE SPACES TO WS-BATCH-LINE
002960     MOVE WS-BATCH-NO TO BL-BATCH
002970     MOVE WS-BATCH-COUNT TO BL-COUNT
002980     MOVE WS-BATCH-TOTAL TO BL-TOTAL
002990     IF NOT BATCH-IS-OPEN OR LT-COUNT NOT NUMERIC
003000         OR LT-TOTAL NOT NUMERIC OR LT-BATCH NOT = WS-BATCH-NO
003010         MOVE "N" TO WS-PROVED-SW
003020         MOVE "BAD-T" TO BL-RESULT
003030         GO TO 1200-WRITE
003040     END-IF
003050     MOVE LT-COUNT TO BL-BANK-COUNT
003060     MOVE LT-TOTAL TO BL-BANK-TOTAL
003070     IF LT-COUNT = WS-BATCH-COUNT AND LT-TOTAL = WS-BATCH-TOTAL
003080         MOVE "OK" TO BL-RESULT
003090     ELSE
003100         MOVE "N" TO WS-PROVED-SW
003110         MOVE "OUT" TO BL-RESULT
003120     END-IF.
003130 1200-WRITE.
003140     WRITE LBX-RPT-REC FROM WS-BATCH-LINE
003150     MOVE "N" TO WS-IN-BATCH-SW.
003160 1200-EXIT.
003170     EXIT.
003180
003190 1300-LOAD-XREF.
003200     OPEN INPUT LBXREF-IO
003210     IF WS-XREF-STATUS NOT = "00"
003220         DISPLAY "LOCKBOX: NO LBXREF FILE - CUSTOMERS FOUND BY "
003230             "INVOICE ONLY"
003240         GO TO 1300-EXIT
003250     END-IF
003260     PERFORM 1350-LOAD-ONE-XREF THRU 1350-EXIT
003270         UNTIL END-OF-XREF OR WS-XREF-COUNT >= 500
003280     CLOSE LBXREF-IO.
003290 1300-EXIT.
003300     EXIT.
003310
003320 1350-LOAD-ONE-XREF.
003330     READ LBXREF-IO
003340         AT END MOVE "Y" TO WS-XREF-EOF-SW
003350     END-READ
003360     IF NOT END-OF-XREF
003370         ADD 1 TO WS-XREF-COUNT
003380         SET XR-IDX TO WS-XREF-COUNT
003390         MOVE LX-REMIT-ACCT TO WS-X-ACCT(XR-IDX)
003400         MOVE LX-CUST-ID TO WS-X-CUST-ID(XR-IDX)
003410     END-IF.
003420 1350-EXIT.
003430     EXIT.
003440
003450*----INVOICE LINES CARRY "INVOICE NNNNNN" AS THEIR DESCRIPTION,
003460*----THE SAME TEST CASHRCPT APPLIES A REMITTED INVOICE BY.
003470 1400-LOAD-INVOICES.
003480     OPEN INPUT OPENITEM-IN
003490     IF WS-OPEN-STATUS NOT = "00"
003500         GO TO 1400-EXIT
003510     END-IF
003511*----ONLY THE OPEN LINES, THROUGH THE STATUS KEY
003512     MOVE "O" TO OI-STATUS
003513     START OPENITEM-IN KEY IS = OI-STATUS
003514         INVALID KEY MOVE "Y" TO WS-OPEN-EOF-SW
003515     END-START
003520     PERFORM 1450-LOAD-ONE-INVOICE THRU 1450-EXIT
003530         UNTIL END-OF-OPEN-ITEMS OR WS-INV-COUNT >= 999
003540     CLOSE OPENITEM-IN.
003550 1400-EXIT.
003560     EXIT.
003570
003580 1450-LOAD-ONE-INVOICE.
003590     READ OPENITEM-IN NEXT RECORD
003600         AT END MOVE "Y" TO WS-OPEN-EOF-SW
003610     END-READ
003611     IF NOT OI-IS-OPEN
003612         MOVE "Y" TO WS-OPEN-EOF-SW
003613     END-IF
003620     IF END-OF-OPEN-ITEMS
003630         GO TO 1450-EXIT
003640     END-IF
003650     IF OI-DESCRIPTION(1:8) NOT = "INVOICE " OR NOT OI-IS-OPEN
003660         GO TO 1450-EXIT
003670     END-IF
003680     ADD 1 TO WS-INV-COUNT
003690     SET INV-IDX TO WS-INV-COUNT
003700     MOVE OI-DESCRIPTION(9:6) TO WS-V-INV-NO(INV-IDX)
003710     MOVE OI-CUST-ID TO WS-V-CUST-ID(INV-IDX)
003720     COMPUTE WS-V-OPEN(INV-IDX) = OI-AMOUNT - OI-PAID-AMT.
003730 1450-EXIT.
003740     EXIT.
003750
003760 1900-READ-LOCKBOX.
003770     READ LOCKBOX-IN
003780         AT END MOVE "Y" TO WS-LBX-EOF-SW
003790     END-READ.
003800 1900-EXIT.
003810     EXIT.
003820
003830*----PASS TWO - THE FILE IS PROVED, SO ONLY ITEMS MATTER HERE.
003840 2000-POST-ONE-RECORD.
003850     IF LH-REC-TYPE = "H"
003860         IF LH-DEP-DATE NUMERIC AND LH-DEP-DATE > 0
003870             MOVE LH-DEP-DATE TO WS-DEP-DATE
003880         ELSE
003890             MOVE WS-BUS-DATE TO WS-DEP-DATE
003900         END-IF
003910         GO TO 2000-NEXT
003920     END-IF
003930     IF LI-REC-TYPE NOT = "I"
003940         GO TO 2000-NEXT
003950     END-IF
003960     ADD 1 TO WS-ITEM-COUNT
003970     MOVE SPACES TO WS-UNID-REASON
003980     PERFORM 2100-IDENTIFY-CUSTOMER THRU 2100-EXIT
003990     IF WS-CUST-ID = SPACES
004000         MOVE "NO ACCOUNT OR INVOICE MATCH" TO WS-UNID-REASON
004010     ELSE
004020         IF LI-AMOUNT > WS-CASHIN-LIMIT
004030             MOVE "OVER CASHIN AMOUNT LIMIT" TO WS-UNID-REASON
004040         END-IF
004050     END-IF
004060     IF WS-UNID-REASON NOT = SPACES
004070         PERFORM 2800-LIST-UNIDENTIFIED THRU 2800-EXIT
004080         GO TO 2000-NEXT
004090     END-IF
004100     PERFORM 2300-WRITE-RECEIPTS THRU 2300-EXIT
004110     ADD 1 TO WS-IDENT-COUNT
004120     ADD LI-AMOUNT TO WS-IDENT-TOTAL
004130     MOVE SPACES TO WS-ITEM-LINE
004140     MOVE WS-HOW-FOUND TO IL-NOTE
004150     PERFORM 2900-FILL-ITEM-LINE THRU 2900-EXIT
004160     WRITE LBX-RPT-REC FROM WS-ITEM-LINE.
004170 2000-NEXT.
004180     PERFORM 1900-READ-LOCKBOX THRU 1900-EXIT.
004190 2000-EXIT.
004200     EXIT.
004210
004220*----THE REMITTER'S ACCOUNT FIRST; FAILING THAT THE FIRST STUB
004230*----INVOICE THAT IS OPEN ON OPENITEM, WHOSE CUSTOMER THE
004240*----ACCOUNT IS THEN LEARNED FOR.
004250 2100-IDENTIFY-CUSTOMER.
004260     MOVE SPACES TO WS-CUST-ID
004270     MOVE SPACES TO WS-HOW-FOUND
004280     IF LI-REMIT-ACCT NOT = SPACES AND WS-XREF-COUNT > 0
004290         MOVE "N" TO WS-FOUND-SW
004300         PERFORM 2150-MATCH-ONE-XREF THRU 2150-EXIT
004310             VARYING XR-IDX FROM 1 BY 1
004320             UNTIL XR-IDX > WS-XREF-COUNT OR ROW-FOUND
004330         IF ROW-FOUND
004340             MOVE WS-X-CUST-ID(XR-IDX) TO WS-CUST-ID
004350             MOVE "ACCOUNT" TO WS-HOW-FOUND
004360             GO TO 2100-EXIT
004370         END-IF
004380     END-IF
004390     PERFORM 2180-TRY-ONE-INVOICE THRU 2180-EXIT
004400         VARYING WS-INV-IX FROM 1 BY 1
004410         UNTIL WS-INV-IX > 4 OR WS-CUST-ID NOT = SPACES
004420     IF WS-CUST-ID = SPACES
004430         GO TO 2100-EXIT
004440     END-IF
004450     MOVE "INVOICE" TO WS-HOW-FOUND
004460     IF LI-REMIT-ACCT NOT = SPACES AND WS-XREF-COUNT < 500
004470         ADD 1 TO WS-XREF-COUNT
004480         SET XR-IDX TO WS-XREF-COUNT
004490         MOVE LI-REMIT-ACCT TO WS-X-ACCT(XR-IDX)
004500         MOVE WS-CUST-ID TO WS-X-CUST-ID(XR-IDX)
004510         MOVE "Y" TO WS-XREF-ADDED-SW
004520     END-IF.
004530 2100-EXIT.
004540     EXIT.
004550
004560 2150-MATCH-ONE-XREF.
004570     IF WS-X-ACCT(XR-IDX) = LI-REMIT-ACCT
004580         MOVE "Y" TO WS-FOUND-SW
004590*----LEAVE THE INDEX ON THE MATCHED ROW WHEN THE PERFORM
004600*----VARYING BUMPS IT ON THE WAY OUT.
004610         SET XR-IDX DOWN BY 1
004620     END-IF.
004630 2150-EXIT.
004640     EXIT.
004650
004660 2180-TRY-ONE-INVOICE.
004670     IF LI-INV-NO(WS-INV-IX) = SPACES
004680         GO TO 2180-EXIT
004690     END-IF
004700     MOVE LI-INV-NO(WS-INV-IX) TO WS-LOOK-INV
004710     PERFORM 2200-FIND-INVOICE THRU 2200-EXIT
004720     IF ROW-FOUND
004730         MOVE WS-V-CUST-ID(INV-IDX) TO WS-CUST-ID
004740     END-IF.
004750 2180-EXIT.
004760     EXIT.
004770
004780 2200-FIND-INVOICE.
004790     MOVE "N" TO WS-FOUND-SW
004800     IF WS-INV-COUNT > 0
004810         PERFORM 2250-MATCH-ONE-INVOICE THRU 2250-EXIT
004820             VARYING INV-IDX FROM 1 BY 1
004830             UNTIL INV-IDX > WS-INV-COUNT OR ROW-FOUND
004840     END-IF.
004850 2200-EXIT.
004860     EXIT.
004870
004880 2250-MATCH-ONE-INVOICE.
004890     IF WS-V-INV-NO(INV-IDX) = WS-LOOK-INV
004900         MOVE "Y" TO WS-FOUND-SW
004910         SET INV-IDX DOWN BY 1
004920     END-IF.
004930 2250-EXIT.
004940     EXIT.
004950
004960*----THE CHECK IS SPREAD OVER THE STUB'S INVOICES FOR THIS
004970*----CUSTOMER UP TO WHAT EACH STILL OWES; ANY REMAINDER IS ONE
004980*----RECEIPT WITH NO INVOICE, WHICH CASHRCPT APPLIES OLDEST
004990*----FIRST OR LEAVES UNAPPLIED.
005000 2300-WRITE-RECEIPTS.
005010     MOVE LI-AMOUNT TO WS-CASH-LEFT
005020     PERFORM 2350-PAY-ONE-INVOICE THRU 2350-EXIT
005030         VARYING WS-INV-IX FROM 1 BY 1
005040         UNTIL WS-INV-IX > 4 OR WS-CASH-LEFT = 0
005050     IF WS-CASH-LEFT > 0
005060         MOVE WS-CASH-LEFT TO WS-TAKE-AMT
005070         MOVE SPACES TO WS-LOOK-INV
005080         PERFORM 2400-WRITE-CASHIN THRU 2400-EXIT
005090     END-IF.
005100 2300-EXIT.
005110     EXIT.
005120
005130 2350-PAY-ONE-INVOICE.
005140     IF LI-INV-NO(WS-INV-IX) = SPACES
005150         GO TO 2350-EXIT
005160     END-IF
005170     MOVE LI-INV-NO(WS-INV-IX) TO WS-LOOK-INV
005180     PERFORM 2200-FIND-INVOICE THRU 2200-EXIT
005190     IF NOT ROW-FOUND
005200         GO TO 2350-EXIT
005210     END-IF
005220     IF WS-V-CUST-ID(INV-IDX) NOT = WS-CUST-ID
005230         OR WS-V-OPEN(INV-IDX) <= 0
005240         GO TO 2350-EXIT
005250     END-IF
005260     IF WS-V-OPEN(INV-IDX) < WS-CASH-LEFT
005270         MOVE WS-V-OPEN(INV-IDX) TO WS-TAKE-AMT
005280     ELSE
005290         MOVE WS-CASH-LEFT TO WS-TAKE-AMT
005300     END-IF
005310     SUBTRACT WS-TAKE-AMT FROM WS-V-OPEN(INV-IDX)
005320     PERFORM 2400-WRITE-CASHIN THRU 2400-EXIT.
005330 2350-EXIT.
005340     EXIT.
005350
005360 2400-WRITE-CASHIN.
005370     MOVE WS-CUST-ID TO CI-CUST-ID
005380     MOVE WS-TAKE-AMT TO CI-AMOUNT
005390     MOVE WS-LOOK-INV TO CI-INV-NO
005400     MOVE WS-DEP-DATE TO CI-RCPT-DATE
005410     WRITE CASHIN-REC
005420     ADD 1 TO WS-CASHIN-COUNT
005430     SUBTRACT WS-TAKE-AMT FROM WS-CASH-LEFT.
005440 2400-EXIT.
005450     EXIT.
005460
005470 2800-LIST-UNIDENTIFIED.
005480     ADD 1 TO WS-UNID-COUNT
005490     ADD LI-AMOUNT TO WS-UNID-TOTAL
005500     MOVE SPACES TO WS-ITEM-LINE
005510     MOVE WS-UNID-REASON TO IL-NOTE
005520     PERFORM 2900-FILL-ITEM-LINE THRU 2900-EXIT
005530     WRITE UNID-RPT-REC FROM WS-ITEM-LINE
005540     WRITE LBX-RPT-REC FROM WS-ITEM-LINE
005550     MOVE SPACES TO UNID-RPT-REC
005560     STRING "          CHECK " LI-CHECK-NO " STUB INVOICES "
005570         LI-INV-NO(1) " " LI-INV-NO(2) " " LI-INV-NO(3) " "
005580         LI-INV-NO(4) DELIMITED BY SIZE INTO UNID-RPT-REC
005590     WRITE UNID-RPT-REC.
005600 2800-EXIT.
005610     EXIT.
005620
005630 2900-FILL-ITEM-LINE.
005640     MOVE LI-BATCH TO IL-BATCH
005650     MOVE LI-SEQ TO IL-SEQ
005660     MOVE LI-AMOUNT TO IL-AMOUNT
005670     MOVE LI-REMIT-ACCT TO IL-ACCT
005680     MOVE WS-CUST-ID TO IL-CUST-ID.
005690 2900-EXIT.
005700     EXIT.
005710
005720 3000-TERMINATE.
005730     IF WS-LBX-STATUS = "00" OR WS-LBX-STATUS = "10"
005740         IF FILE-PROVED
005750             PERFORM 3100-WRITE-TOTALS THRU 3100-EXIT
005760             CLOSE LOCKBOX-IN
005770             CLOSE CASHIN-OUT
005780             CLOSE UNID-RPT
005790         END-IF
005800     END-IF
005810     IF XREF-ADDED
005820         OPEN OUTPUT LBXREF-IO
005830         PERFORM 3200-WRITE-ONE-XREF THRU 3200-EXIT
005840             VARYING XR-IDX FROM 1 BY 1
005850             UNTIL XR-IDX > WS-XREF-COUNT
005860         CLOSE LBXREF-IO
005870     END-IF
005880     CLOSE LBX-RPT
005890     DISPLAY "LOCKBOX: BATCHES - " WS-BATCHES
005900     DISPLAY "LOCKBOX: CHECKS IDENTIFIED - " WS-IDENT-COUNT
005910     DISPLAY "LOCKBOX: CASHIN RECEIPTS WRITTEN - "
005920         WS-CASHIN-COUNT
005930     DISPLAY "LOCKBOX: CHECKS UNIDENTIFIED - " WS-UNID-COUNT
005940     MOVE WS-ITEM-COUNT TO WS-CTL-READ
005950     MOVE WS-IDENT-COUNT TO WS-CTL-WRITTEN
005960     MOVE WS-UNID-COUNT TO WS-CTL-REJECTS
005970     MOVE WS-IDENT-TOTAL TO WS-CTL-AMOUNT
005980     CALL "CTLWRIT" USING WS-CTL-PROGRAM, WS-CTL-READ,
005990         WS-CTL-WRITTEN, WS-CTL-REJECTS, WS-CTL-AMOUNT
006000     IF RETURN-CODE = 0 AND WS-UNID-COUNT > 0
006010         MOVE 4 TO RETURN-CODE
006020     END-IF.
006030 3000-EXIT.
006040     EXIT.
006050
006060 3100-WRITE-TOTALS.
006070     MOVE SPACES TO LBX-RPT-REC
006080     WRITE LBX-RPT-REC
006090     MOVE "CHECKS IDENTIFIED   " TO TL-LABEL
006100     MOVE WS-IDENT-TOTAL TO TL-AMOUNT
006110     MOVE WS-IDENT-COUNT TO TL-COUNT
006120     WRITE LBX-RPT-REC FROM WS-TOTAL-LINE
006130     MOVE "CHECKS UNIDENTIFIED " TO TL-LABEL
006140     MOVE WS-UNID-TOTAL TO TL-AMOUNT
006150     MOVE WS-UNID-COUNT TO TL-COUNT
006160     WRITE LBX-RPT-REC FROM WS-TOTAL-LINE
006170     WRITE UNID-RPT-REC FROM WS-TOTAL-LINE.
006180 3100-EXIT.
006190     EXIT.
006200
006210 3200-WRITE-ONE-XREF.
006220     MOVE WS-X-ACCT(XR-IDX) TO LX-REMIT-ACCT
006230     MOVE WS-X-CUST-ID(XR-IDX) TO LX-CUST-ID
006240     WRITE LBXREF-REC.
006250 3200-EXIT.
006260     EXIT.
