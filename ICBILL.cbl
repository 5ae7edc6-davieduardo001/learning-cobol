000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. ICBILL.
000030 AUTHOR. DATA-PROCESSING.
000040 INSTALLATION. AR-BILLING.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*---------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*   2026-10-15  DP  ORIGINAL - INTERCOMPANY BILLING. SERVICES ONE
000100*                   COMPANY PROVIDES ANOTHER WERE BILLED BY HAND
000110*                   AND KEYED TWICE, AND THE TWO SIDES RARELY
000120*                   AGREED. EACH ICCHG CARD IS ONE CHARGE FROM A
000130*                   BILLING COMPANY TO A RECEIVING COMPANY. THE
000140*                   ICMAP ROW FOR THE PAIR NAMES THE RECEIVING
000150*                   COMPANY'S INTERNAL CUSTOMER ON THE BILLING
000160*                   COMPANY'S AR AND THE BILLING COMPANY'S
000170*                   INTERNAL VENDOR ON THE RECEIVING COMPANY'S
000180*                   AP. THE CHARGE BECOMES A RECEIVABLE LINE ON
000190*                   STMTIN FOR THE AR CHAIN AND A MATCHING OPEN
000200*                   PAYABLE ON APOPEN, BOTH OR NEITHER, AND IS
000210*                   KEPT ON ICHIST FOR THE MONTH-END ICRECON
000220*                   RECONCILIATION AND ELIMINATIONS. A CHARGE
000230*                   DATED IN A MONTH CLOSED FOR EITHER COMPANY
000240*                   IS REJECTED ON THE ICRPT REGISTER.
000250*---------------------------------------------------------------
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT ICCHG-IN    ASSIGN TO ICCHG
000300         ORGANIZATION IS LINE SEQUENTIAL
000310         FILE STATUS IS WS-CHG-STATUS.
000320     SELECT ICMAP-IN    ASSIGN TO ICMAP
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS IS WS-MAP-STATUS.
000350     SELECT CUSTMAST    ASSIGN TO CUSTMAST
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS RANDOM
000380         RECORD KEY IS ident
000390         FILE STATUS IS WS-CUST-STATUS.
000400     SELECT VENDMAST    ASSIGN TO VENDMAST
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS RANDOM
000430         RECORD KEY IS VM-VENDOR-ID
000440         FILE STATUS IS WS-VEND-STATUS.
000450     SELECT APOPEN      ASSIGN TO APOPEN
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS RANDOM
000480         RECORD KEY IS AP-KEY
000490         FILE STATUS IS WS-AP-STATUS.
000500     SELECT STMT-LINES  ASSIGN TO STMTIN
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-STMT-STATUS.
000530     SELECT ICHIST-OUT  ASSIGN TO ICHIST
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-HIST-STATUS.
000560     SELECT IC-RPT      ASSIGN TO ICRPT
000570         ORGANIZATION IS LINE SEQUENTIAL.
000580
000590 DATA DIVISION.
000600 FILE SECTION.
000610*----ONE CARD PER CHARGE - THE TWO COMPANIES, THE BILLING
000620*----COMPANY'S REFERENCE, THE CHARGE DATE (ZERO FOR THE BUSINESS
000630*----DATE), THE AMOUNT AND WHAT IT IS FOR.
000640 FD  ICCHG-IN.
000650 01  ICCHG-REC.
000660     05  IC-BILL-CO       PIC X(2).
000670     05  IC-RECV-CO       PIC X(2).
000680     05  IC-REF           PIC X(8).
000690     05  IC-DATE          PIC 9(8).
000700     05  IC-AMOUNT        PIC 9(7)V99.
000710     05  IC-DESC          PIC X(20).
000720     05  FILLER           PIC X(31).
000730
000740 FD  ICMAP-IN.
000750     COPY "ICMAP.cpy".
000760
000770 FD  CUSTMAST.
000780     COPY "CUSTOMER.cpy".
000790
000800 FD  VENDMAST.
000810     COPY "VENDMAST.cpy".
000820
000830 FD  APOPEN.
000840     COPY "APOPEN.cpy".
000850
000860 FD  STMT-LINES.
000870 01  STMT-LINE-REC.
000880     05  SL-CUST-ID       PIC X(7).
000890     05  SL-DESCRIPTION   PIC X(20).
000900     05  SL-AMOUNT        PIC S9(6)V99
000910                          SIGN IS LEADING SEPARATE.
000920     05  SL-INV-DATE      PIC 9(8).
000930
000940 FD  ICHIST-OUT.
000950     COPY "ICHIST.cpy".
000960
000970 FD  IC-RPT.
000980 01  IC-RPT-REC           PIC X(80).
000990
001000 WORKING-STORAGE SECTION.
001010 01  WS-CHG-STATUS        PIC X(2) VALUE SPACES.
001020 01  WS-MAP-STATUS        PIC X(2) VALUE SPACES.
001030 01  WS-CUST-STATUS       PIC X(2) VALUE SPACES.
001040 01  WS-VEND-STATUS       PIC X(2) VALUE SPACES.
001050 01  WS-AP-STATUS         PIC X(2) VALUE SPACES.
001060 01  WS-STMT-STATUS       PIC X(2) VALUE SPACES.
001070 01  WS-HIST-STATUS       PIC X(2) VALUE SPACES.
001080 01  WS-CHG-EOF-SW        PIC X(1) VALUE "N".
001090     88  NO-MORE-CHARGES      VALUE "Y".
001100 01  WS-MAP-EOF-SW        PIC X(1) VALUE "N".
001110     88  NO-MORE-MAP          VALUE "Y".
001120 01  WS-FILES-OPEN-SW     PIC X(1) VALUE "N".
001130     88  RUN-FILES-OPEN       VALUE "Y".
001140 01  WS-LOCK-HELD-SW      PIC X(1) VALUE "N".
001150     88  APOPEN-LOCK-HELD     VALUE "Y".
001160 01  WS-PAIR-FOUND-SW     PIC X(1) VALUE "N".
001170     88  PAIR-FOUND           VALUE "Y".
001180 01  WS-BUS-DATE          PIC 9(8) VALUE 0.
001190 01  WS-RUN-RC            PIC S9(4) COMP VALUE 0.
001200 01  WS-CHARGE-DATE       PIC 9(8) VALUE 0.
001210 01  WS-CUST-ID-9         PIC 9(7) VALUE 0.
001220 01  WS-REJECT-REASON     PIC X(30) VALUE SPACES.
001230 01  WS-READ-COUNT        PIC 9(5) COMP VALUE 0.
001240 01  WS-POSTED-COUNT      PIC 9(5) COMP VALUE 0.
001250 01  WS-REJECT-COUNT      PIC 9(5) COMP VALUE 0.
001260 01  WS-POSTED-TOTAL      PIC 9(9)V99 VALUE 0.
001270*----THE PAIR CONTROL, LOADED WHOLE. A PAIR NAMING THE SAME
001280*----COMPANY TWICE IS SKIPPED AS NO PAIR AT ALL.
001290 01  WS-PAIR-COUNT        PIC 9(3) COMP VALUE 0.
001300 01  WS-PAIR-TABLE.
001310     05  WS-PAIR-ENTRY    OCCURS 50 TIMES
001320                          INDEXED BY PR-IDX.
001330         10  WS-P-BILL-CO PIC X(2).
001340         10  WS-P-RECV-CO PIC X(2).
001350         10  WS-P-CUST-ID PIC X(7).
001360         10  WS-P-VENDOR  PIC X(6).
001370 01  WS-HOLD-CUST-ID      PIC X(7) VALUE SPACES.
001380 01  WS-HOLD-VENDOR       PIC X(6) VALUE SPACES.
001390*----DUE AND DISCOUNT DATES FROM THE INTERNAL VENDOR'S TERMS,
001400*----THE SAME CALENDAR ARITHMETIC APINVENT USES
001410 01  WS-ADD-DAYS          PIC 9(3) VALUE 0.
001420 01  WS-DAYS-ADDED        PIC 9(3) VALUE 0.
001430 01  WS-DT-DATE           PIC 9(8) VALUE 0.
001440 01  WS-DT-DATE-R REDEFINES WS-DT-DATE.
001450     05  WS-DT-YEAR       PIC 9(4).
001460     05  WS-DT-MONTH      PIC 9(2).
001470     05  WS-DT-DAY        PIC 9(2).
001480 01  WS-DT-MONTH-END      PIC 9(2) VALUE 0.
001490 01  WS-DT-QUOT           PIC 9(4) VALUE 0.
001500 01  WS-DT-REM4           PIC 9(4) VALUE 0.
001510 01  WS-DT-REM100         PIC 9(4) VALUE 0.
001520 01  WS-DT-REM400         PIC 9(4) VALUE 0.
001530 01  WS-MONTH-DAYS-LIT    PIC X(24)
001540         VALUE "312831303130313130313031".
001550 01  WS-MONTH-DAYS-R REDEFINES WS-MONTH-DAYS-LIT.
001560     05  WS-MONTH-DAYS    PIC 9(2) OCCURS 12 TIMES.
001570 01  WS-HDG-LINE.
001580     05  FILLER           PIC X(40)
001590         VALUE "INTERCOMPANY CHARGES POSTED ".
001600     05  HL-BUS-DATE      PIC 9(8).
001610 01  WS-DETAIL-LINE.
001620     05  DL-BILL-CO       PIC X(2).
001630     05  FILLER           PIC X(1) VALUE ">".
001640     05  DL-RECV-CO       PIC X(2).
001650     05  FILLER           PIC X(1) VALUE SPACE.
001660     05  DL-REF           PIC X(8).
001670     05  FILLER           PIC X(1) VALUE SPACE.
001680     05  DL-CUST-ID       PIC X(7).
001690     05  FILLER           PIC X(1) VALUE SPACE.
001700     05  DL-VENDOR        PIC X(6).
001710     05  FILLER           PIC X(1) VALUE SPACE.
001720     05  DL-AMOUNT        PIC Z,ZZZ,ZZ9.99.
001730     05  FILLER           PIC X(1) VALUE SPACE.
001740     05  DL-DISPOSITION   PIC X(8).
001750     05  FILLER           PIC X(1) VALUE SPACE.
001760     05  DL-REASON        PIC X(28).
001770 01  WS-TOTAL-LINE.
001780     05  TL-LABEL         PIC X(20).
001790     05  TL-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99.
001800     05  FILLER           PIC X(8) VALUE "  COUNT ".
001810     05  TL-COUNT         PIC ZZZZ9.
001820*----ACCOUNTING PERIOD CHECK - SEE PERDCHK
001830 01  WS-PERD-COMPANY      PIC X(2) VALUE SPACES.
001840 01  WS-PERD-DATE         PIC 9(8) VALUE 0.
001850 01  WS-PERD-RESULT       PIC X(1) VALUE SPACE.
001860*----CONTROL-TOTAL WORK AREA - SEE CTLWRIT
001870 01  WS-CTL-PROGRAM       PIC X(10) VALUE "ICBILL".
001880 01  WS-CTL-READ          PIC 9(7) VALUE 0.
001890 01  WS-CTL-WRITTEN       PIC 9(7) VALUE 0.
001900 01  WS-CTL-REJECTS       PIC 9(7) VALUE 0.
001910 01  WS-CTL-AMOUNT        PIC 9(11)V99 VALUE 0.
001920 01  WS-LOCK-FILE         PIC X(8) VALUE "APOPEN".
001930 01  WS-LOCK-ACTION       PIC X(1) VALUE SPACE.
001940 01  WS-LOCK-RESULT       PIC X(1) VALUE SPACE.
001950
001960 PROCEDURE DIVISION.
001970 0000-MAINLINE.
001980     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001990     PERFORM 2000-POST-ONE-CHARGE THRU 2000-EXIT
002000         UNTIL NO-MORE-CHARGES
002010     PERFORM 3000-TERMINATE THRU 3000-EXIT
002020     GOBACK.
002030
002040*----NO CARDS IS A QUIET NIGHT. WITHOUT THE PAIR CONTROL, THE
002050*----CUSTOMER AND VENDOR MASTERS OR THE PAYABLES FILE A CHARGE
002060*----COULD ONLY BE HALF POSTED, SO THE RUN REFUSES.
002070 1000-INITIALIZE.
002080     CALL "GETBDATE" USING WS-BUS-DATE
002090     OPEN INPUT ICCHG-IN
002100     IF WS-CHG-STATUS NOT = "00"
002110         DISPLAY "ICBILL: NO ICCHG CHARGE CARDS - NOTHING TO DO"
002120         MOVE "Y" TO WS-CHG-EOF-SW
002130         GO TO 1000-EXIT
002140     END-IF
002150     PERFORM 1100-LOAD-PAIRS THRU 1100-EXIT
002160     IF WS-PAIR-COUNT = 0
002170         DISPLAY "ICBILL: NO ICMAP PAIR CONTROL - RUN REFUSED"
002180         MOVE 12 TO RETURN-CODE
002190         MOVE "Y" TO WS-CHG-EOF-SW
002200         GO TO 1000-EXIT
002210     END-IF
002220     MOVE "R" TO WS-LOCK-ACTION
002230     CALL "FILELOCK" USING WS-LOCK-FILE, WS-CTL-PROGRAM,
002240         WS-LOCK-ACTION, WS-LOCK-RESULT
002250     IF WS-LOCK-RESULT = "B"
002260         DISPLAY "ICBILL: APOPEN IS IN USE BY ANOTHER "
002270             "PROGRAM - TRY AGAIN LATER"
002280         MOVE 8 TO RETURN-CODE
002290         MOVE "Y" TO WS-CHG-EOF-SW
002300         GO TO 1000-EXIT
002310     END-IF
002320     MOVE "Y" TO WS-LOCK-HELD-SW
002330     OPEN INPUT CUSTMAST
002340     IF WS-CUST-STATUS NOT = "00"
002350         DISPLAY "ICBILL: UNABLE TO OPEN CUSTMAST - STATUS "
002360             WS-CUST-STATUS
002370         MOVE 12 TO RETURN-CODE
002380         MOVE "Y" TO WS-CHG-EOF-SW
002390         GO TO 1000-EXIT
002400     END-IF
002410     OPEN INPUT VENDMAST
002420     IF WS-VEND-STATUS NOT = "00"
002430         DISPLAY "ICBILL: NO VENDOR MASTER - RUN REFUSED"
002440         CLOSE CUSTMAST
002450         MOVE 12 TO RETURN-CODE
002460         MOVE "Y" TO WS-CHG-EOF-SW
002470         GO TO 1000-EXIT
002480     END-IF
002490     OPEN I-O APOPEN
002500*----THE FIRST PAYABLE EVER ENTERED CREATES THE PAYABLES FILE
002510     IF WS-AP-STATUS = "35"
002520         CLOSE APOPEN
002530         OPEN OUTPUT APOPEN
002540         CLOSE APOPEN
002550         OPEN I-O APOPEN
002560     END-IF
002570     IF WS-AP-STATUS NOT = "00"
002580         DISPLAY "ICBILL: UNABLE TO OPEN APOPEN - STATUS "
002590             WS-AP-STATUS
002600         CLOSE CUSTMAST
002610         CLOSE VENDMAST
002620         MOVE 12 TO RETURN-CODE
002630         MOVE "Y" TO WS-CHG-EOF-SW
002640         GO TO 1000-EXIT
002650     END-IF
002660     OPEN EXTEND STMT-LINES
002670     IF WS-STMT-STATUS = "35"
002680         OPEN OUTPUT STMT-LINES
002690     END-IF
002700     OPEN EXTEND ICHIST-OUT
002710     IF WS-HIST-STATUS = "35"
002720         OPEN OUTPUT ICHIST-OUT
002730     END-IF
002740     OPEN OUTPUT IC-RPT
002750     MOVE "Y" TO WS-FILES-OPEN-SW
002760     MOVE WS-BUS-DATE TO HL-BUS-DATE
002770     WRITE IC-RPT-REC FROM WS-HDG-LINE
002780     MOVE SPACES TO IC-RPT-REC
002790     WRITE IC-RPT-REC
002800     PERFORM 1900-READ-CHARGE THRU 1900-EXIT.
002810 1000-EXIT.
002820     EXIT.
002830
002840 1100-LOAD-PAIRS.
002850     OPEN INPUT ICMAP-IN
002860     IF WS-MAP-STATUS NOT = "00"
002870         GO TO 1100-EXIT
002880     END-IF
002890     PERFORM 1150-LOAD-ONE-PAIR THRU 1150-EXIT
002900         UNTIL NO-MORE-MAP OR WS-PAIR-COUNT >= 50
002910     CLOSE ICMAP-IN.
002920 1100-EXIT.
002930     EXIT.
002940
002950 1150-LOAD-ONE-PAIR.
002960     READ ICMAP-IN
002970         AT END MOVE "Y" TO WS-MAP-EOF-SW
002980     END-READ
002990     IF NO-MORE-MAP OR IM-BILL-CO = IM-RECV-CO
003000         GO TO 1150-EXIT
003010     END-IF
003020     ADD 1 TO WS-PAIR-COUNT
003030     SET PR-IDX TO WS-PAIR-COUNT
003040     MOVE IM-BILL-CO TO WS-P-BILL-CO(PR-IDX)
003050     MOVE IM-RECV-CO TO WS-P-RECV-CO(PR-IDX)
003060     MOVE IM-CUST-ID TO WS-P-CUST-ID(PR-IDX)
003070     MOVE IM-VENDOR-ID TO WS-P-VENDOR(PR-IDX).
003080 1150-EXIT.
003090     EXIT.
003100
003110 1900-READ-CHARGE.
003120     READ ICCHG-IN
003130         AT END MOVE "Y" TO WS-CHG-EOF-SW
003140     END-READ.
003150 1900-EXIT.
003160     EXIT.
003170
003180*----ONE CHARGE - PROVE THE CARD, THEN OPEN THE PAYABLE FIRST.
003190*----ITS KEY IS WHAT STOPS THE SAME CHARGE BEING POSTED TWICE,
003200*----SO THE RECEIVABLE IS ONLY WRITTEN ONCE THE PAYABLE IS ON.
003210 2000-POST-ONE-CHARGE.
003220     ADD 1 TO WS-READ-COUNT
003230     MOVE SPACES TO WS-REJECT-REASON
003240     PERFORM 2100-EDIT-CHARGE THRU 2100-EXIT
003250     IF WS-REJECT-REASON NOT = SPACES
003260         GO TO 2000-REJECT
003270     END-IF
003280     PERFORM 2300-OPEN-PAYABLE THRU 2300-EXIT
003290     IF WS-REJECT-REASON NOT = SPACES
003300         GO TO 2000-REJECT
003310     END-IF
003320     PERFORM 2400-WRITE-RECEIVABLE THRU 2400-EXIT
003330     ADD 1 TO WS-POSTED-COUNT
003340     ADD IC-AMOUNT TO WS-POSTED-TOTAL
003350     MOVE "POSTED" TO DL-DISPOSITION
003360     PERFORM 2900-WRITE-DETAIL THRU 2900-EXIT
003370     GO TO 2000-NEXT.
003380 2000-REJECT.
003390     ADD 1 TO WS-REJECT-COUNT
003400     MOVE "REJECTED" TO DL-DISPOSITION
003410     PERFORM 2900-WRITE-DETAIL THRU 2900-EXIT.
003420 2000-NEXT.
003430     PERFORM 1900-READ-CHARGE THRU 1900-EXIT.
003440 2000-EXIT.
003450     EXIT.
003460
003470*----THE PAIR MUST BE ON THE CONTROL, ITS INTERNAL CUSTOMER ON
003480*----THE MASTER UNDER THE BILLING COMPANY, ITS INTERNAL VENDOR
003490*----ACTIVE, AND THE CHARGE DATE IN A MONTH STILL OPEN FOR BOTH
003500*----COMPANIES.
003510 2100-EDIT-CHARGE.
003520     MOVE SPACES TO WS-HOLD-CUST-ID
003530     MOVE SPACES TO WS-HOLD-VENDOR
003540     IF IC-AMOUNT NOT NUMERIC OR IC-AMOUNT = 0
003550         MOVE "AMOUNT MISSING OR NOT NUMERIC" TO WS-REJECT-REASON
003560         GO TO 2100-EXIT
003570     END-IF
003580     IF IC-REF = SPACES
003590         MOVE "NO CHARGE REFERENCE" TO WS-REJECT-REASON
003600         GO TO 2100-EXIT
003610     END-IF
003620     IF IC-DATE NOT NUMERIC
003630         MOVE "CHARGE DATE NOT NUMERIC" TO WS-REJECT-REASON
003640         GO TO 2100-EXIT
003650     END-IF
003660     MOVE IC-DATE TO WS-CHARGE-DATE
003670     IF WS-CHARGE-DATE = 0
003680         MOVE WS-BUS-DATE TO WS-CHARGE-DATE
003690     END-IF
003700     MOVE "N" TO WS-PAIR-FOUND-SW
003710     PERFORM 2150-MATCH-ONE-PAIR THRU 2150-EXIT
003720         VARYING PR-IDX FROM 1 BY 1
003730         UNTIL PR-IDX > WS-PAIR-COUNT OR PAIR-FOUND
003740     IF NOT PAIR-FOUND
003750         MOVE "NO ICMAP ROW FOR THE PAIR" TO WS-REJECT-REASON
003760         GO TO 2100-EXIT
003770     END-IF
003780     IF WS-HOLD-CUST-ID IS NOT NUMERIC
003790         MOVE "ICMAP CUSTOMER NOT NUMERIC" TO WS-REJECT-REASON
003800         GO TO 2100-EXIT
003810     END-IF
003820     MOVE WS-HOLD-CUST-ID TO WS-CUST-ID-9
003830     MOVE WS-CUST-ID-9 TO ident
003840     READ CUSTMAST
003850         INVALID KEY
003860             MOVE "INTERNAL CUSTOMER NOT ON FILE"
003870                 TO WS-REJECT-REASON
003880             GO TO 2100-EXIT
003890     END-READ
003900     IF companyCode NOT = IC-BILL-CO
003910         MOVE "CUSTOMER NOT IN BILLING CO" TO WS-REJECT-REASON
003920         GO TO 2100-EXIT
003930     END-IF
003940     MOVE WS-HOLD-VENDOR TO VM-VENDOR-ID
003950     READ VENDMAST
003960         INVALID KEY
003970             MOVE "INTERNAL VENDOR NOT ON FILE"
003980                 TO WS-REJECT-REASON
003990             GO TO 2100-EXIT
004000     END-READ
004010     IF VM-INACTIVE
004020         MOVE "INTERNAL VENDOR INACTIVE" TO WS-REJECT-REASON
004030         GO TO 2100-EXIT
004040     END-IF
004050     MOVE IC-BILL-CO TO WS-PERD-COMPANY
004060     MOVE WS-CHARGE-DATE TO WS-PERD-DATE
004070     CALL "PERDCHK" USING WS-PERD-COMPANY, WS-PERD-DATE,
004080         WS-PERD-RESULT
004090     IF WS-PERD-RESULT = "C"
004100         MOVE "MONTH CLOSED - BILLING CO" TO WS-REJECT-REASON
004110         GO TO 2100-EXIT
004120     END-IF
004130     MOVE IC-RECV-CO TO WS-PERD-COMPANY
004140     CALL "PERDCHK" USING WS-PERD-COMPANY, WS-PERD-DATE,
004150         WS-PERD-RESULT
004160     IF WS-PERD-RESULT = "C"
004170         MOVE "MONTH CLOSED - RECEIVING CO" TO WS-REJECT-REASON
004180     END-IF.
004190 2100-EXIT.
004200     EXIT.
004210
004220 2150-MATCH-ONE-PAIR.
004230     IF WS-P-BILL-CO(PR-IDX) = IC-BILL-CO
004240         AND WS-P-RECV-CO(PR-IDX) = IC-RECV-CO
004250         MOVE "Y" TO WS-PAIR-FOUND-SW
004260         MOVE WS-P-CUST-ID(PR-IDX) TO WS-HOLD-CUST-ID
004270         MOVE WS-P-VENDOR(PR-IDX) TO WS-HOLD-VENDOR
004280     END-IF.
004290 2150-EXIT.
004300     EXIT.
004310
004320*----THE PAYABLE'S INVOICE NUMBER IS IC, THE BILLING COMPANY AND
004330*----ITS REFERENCE, SO IT READS BACK TO THE CHARGE ON THE AP
004340*----SIDE. DUE AND DISCOUNT DATES COME FROM THE INTERNAL
004350*----VENDOR'S TERMS AS FOR ANY OTHER BILL.
004360 2300-OPEN-PAYABLE.
004370     MOVE SPACES TO ApOpenRec
004380     MOVE WS-HOLD-VENDOR TO AP-VENDOR-ID
004390     STRING "IC" IC-BILL-CO IC-REF
004400         DELIMITED BY SIZE INTO AP-INV-NUMBER
004410     MOVE WS-CHARGE-DATE TO AP-INV-DATE
004420     MOVE VM-TERMS-DAYS TO WS-ADD-DAYS
004430     PERFORM 9100-ADD-DAYS THRU 9100-EXIT
004440     MOVE WS-DT-DATE TO AP-DUE-DATE
004450     IF VM-DISC-PCT > 0
004460         MOVE VM-DISC-DAYS TO WS-ADD-DAYS
004470         PERFORM 9100-ADD-DAYS THRU 9100-EXIT
004480         MOVE WS-DT-DATE TO AP-DISC-DATE
004490         COMPUTE AP-DISC-AMT ROUNDED =
004500             IC-AMOUNT * VM-DISC-PCT / 100
004510     ELSE
004520         MOVE 0 TO AP-DISC-DATE
004530         MOVE 0 TO AP-DISC-AMT
004540     END-IF
004550     MOVE IC-AMOUNT TO AP-AMOUNT
004560     MOVE "O" TO AP-STATUS
004570     MOVE 0 TO AP-PAID-DATE AP-CHECK-NO AP-DISC-TAKEN
004580     WRITE ApOpenRec
004590         INVALID KEY
004600             MOVE "CHARGE ALREADY POSTED" TO WS-REJECT-REASON
004610     END-WRITE.
004620 2300-EXIT.
004630     EXIT.
004640
004650*----THE RECEIVABLE GOES ONTO THE BILLING COMPANY'S AR CHAIN AS
004660*----A STATEMENT LINE; CASHRCPT ABSORBS IT INTO OPENITEM.
004670 2400-WRITE-RECEIVABLE.
004680     MOVE SPACES TO STMT-LINE-REC
004690     MOVE WS-HOLD-CUST-ID TO SL-CUST-ID
004700     STRING "INTERCO " IC-REF
004710         DELIMITED BY SIZE INTO SL-DESCRIPTION
004720     MOVE IC-AMOUNT TO SL-AMOUNT
004730     MOVE WS-CHARGE-DATE TO SL-INV-DATE
004740     WRITE STMT-LINE-REC
004750     MOVE SPACES TO ICHIST-REC
004760     MOVE WS-CHARGE-DATE TO IH-CHARGE-DATE
004770     MOVE IC-BILL-CO TO IH-BILL-CO
004780     MOVE IC-RECV-CO TO IH-RECV-CO
004790     MOVE IC-REF TO IH-REF
004800     MOVE WS-HOLD-CUST-ID TO IH-CUST-ID
004810     MOVE WS-HOLD-VENDOR TO IH-VENDOR-ID
004820     MOVE IC-AMOUNT TO IH-AMOUNT
004830     MOVE IC-DESC TO IH-DESC
004840     MOVE WS-BUS-DATE TO IH-POST-DATE
004850     WRITE ICHIST-REC.
004860 2400-EXIT.
004870     EXIT.
004880
004890 2900-WRITE-DETAIL.
004900     MOVE IC-BILL-CO TO DL-BILL-CO
004910     MOVE IC-RECV-CO TO DL-RECV-CO
004920     MOVE IC-REF TO DL-REF
004930     MOVE WS-HOLD-CUST-ID TO DL-CUST-ID
004940     MOVE WS-HOLD-VENDOR TO DL-VENDOR
004950     IF IC-AMOUNT NUMERIC
004960         MOVE IC-AMOUNT TO DL-AMOUNT
004970     ELSE
004980         MOVE 0 TO DL-AMOUNT
004990     END-IF
005000     MOVE WS-REJECT-REASON TO DL-REASON
005010     WRITE IC-RPT-REC FROM WS-DETAIL-LINE.
005020 2900-EXIT.
005030     EXIT.
005040
005050 3000-TERMINATE.
005060     IF RUN-FILES-OPEN
005070         MOVE SPACES TO IC-RPT-REC
005080         WRITE IC-RPT-REC
005090         MOVE "CHARGES POSTED      " TO TL-LABEL
005100         MOVE WS-POSTED-TOTAL TO TL-AMOUNT
005110         MOVE WS-POSTED-COUNT TO TL-COUNT
005120         WRITE IC-RPT-REC FROM WS-TOTAL-LINE
005130         MOVE "CHARGES REJECTED    " TO TL-LABEL
005140         MOVE 0 TO TL-AMOUNT
005150         MOVE WS-REJECT-COUNT TO TL-COUNT
005160         WRITE IC-RPT-REC FROM WS-TOTAL-LINE
005170         CLOSE CUSTMAST
005180         CLOSE VENDMAST
005190         CLOSE APOPEN
005200         CLOSE STMT-LINES
005210         CLOSE ICHIST-OUT
005220         CLOSE IC-RPT
005230     END-IF
005240     IF WS-CHG-STATUS = "00" OR WS-CHG-STATUS = "10"
005250         CLOSE ICCHG-IN
005260     END-IF
005270*----THE CLEAR CALL HANDS BACK ZERO - KEEP ANY REFUSAL CODE
005280*----SET DURING START-UP.
005290     MOVE RETURN-CODE TO WS-RUN-RC
005300     IF APOPEN-LOCK-HELD
005310         MOVE "C" TO WS-LOCK-ACTION
005320         CALL "FILELOCK" USING WS-LOCK-FILE, WS-CTL-PROGRAM,
005330             WS-LOCK-ACTION, WS-LOCK-RESULT
005340         MOVE "N" TO WS-LOCK-HELD-SW
005350     END-IF
005360     MOVE WS-RUN-RC TO RETURN-CODE
005370     DISPLAY "ICBILL: CHARGE CARDS READ - " WS-READ-COUNT
005380     DISPLAY "ICBILL: CHARGES POSTED - " WS-POSTED-COUNT
005390     DISPLAY "ICBILL: CHARGES REJECTED - " WS-REJECT-COUNT
005400     IF NOT RUN-FILES-OPEN
005410         GO TO 3000-EXIT
005420     END-IF
005430     MOVE WS-READ-COUNT TO WS-CTL-READ
005440     MOVE WS-POSTED-COUNT TO WS-CTL-WRITTEN
005450     MOVE WS-REJECT-COUNT TO WS-CTL-REJECTS
005460     MOVE WS-POSTED-TOTAL TO WS-CTL-AMOUNT
005470     CALL "CTLWRIT" USING WS-CTL-PROGRAM, WS-CTL-READ,
005480         WS-CTL-WRITTEN, WS-CTL-REJECTS, WS-CTL-AMOUNT
005490     IF WS-REJECT-COUNT > 0
005500         MOVE 4 TO RETURN-CODE
005510     ELSE
005520         MOVE 0 TO RETURN-CODE
005530     END-IF.
005540 3000-EXIT.
005550     EXIT.
005560
005570 9100-ADD-DAYS.
005580     MOVE WS-CHARGE-DATE TO WS-DT-DATE
005590     MOVE 0 TO WS-DAYS-ADDED
005600     PERFORM 9000-NEXT-DAY THRU 9000-EXIT
005610         VARYING WS-DAYS-ADDED FROM 1 BY 1
005620         UNTIL WS-DAYS-ADDED > WS-ADD-DAYS.
005630 9100-EXIT.
005640     EXIT.
005650
005660*----ONE CALENDAR DAY FORWARD FROM WS-DT-DATE, ROLLING THE MONTH
005670*----AND YEAR
005680 9000-NEXT-DAY.
005690     PERFORM 9050-MONTH-LENGTH THRU 9050-EXIT
005700     IF WS-DT-DAY < WS-DT-MONTH-END
005710         ADD 1 TO WS-DT-DAY
005720         GO TO 9000-EXIT
005730     END-IF
005740     MOVE 1 TO WS-DT-DAY
005750     IF WS-DT-MONTH < 12
005760         ADD 1 TO WS-DT-MONTH
005770     ELSE
005780         MOVE 1 TO WS-DT-MONTH
005790         ADD 1 TO WS-DT-YEAR
005800     END-IF.
005810 9000-EXIT.
005820     EXIT.
005830
005840*----DAYS IN WS-DT-DATE'S MONTH - FEBRUARY HAS 29 IN A LEAP YEAR
005850 9050-MONTH-LENGTH.
005860     MOVE WS-MONTH-DAYS(WS-DT-MONTH) TO WS-DT-MONTH-END
005870     IF WS-DT-MONTH = 2
005880         DIVIDE WS-DT-YEAR BY 4 GIVING WS-DT-QUOT
005890             REMAINDER WS-DT-REM4
005900         DIVIDE WS-DT-YEAR BY 100 GIVING WS-DT-QUOT
005910             REMAINDER WS-DT-REM100
005920         DIVIDE WS-DT-YEAR BY 400 GIVING WS-DT-QUOT
005930             REMAINDER WS-DT-REM400
005940         IF WS-DT-REM4 = 0
005950             AND (WS-DT-REM100 NOT = 0 OR WS-DT-REM400 = 0)
005960             MOVE 29 TO WS-DT-MONTH-END
005970         END-IF
005980     END-IF.
005990 9050-EXIT.
006000     EXIT.
