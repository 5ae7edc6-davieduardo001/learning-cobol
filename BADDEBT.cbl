000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. BADDEBT.
000030 AUTHOR. DATA-PROCESSING.
000040 INSTALLATION. AR-BILLING.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*---------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*   2026-10-15  DP  ORIGINAL - BAD DEBT WRITE-OFF RUN. ACCOUNTS
000100*                   PAST THE FINAL DUNNING NOTICE USED TO SIT IN
000110*                   THE 90-PLUS BUCKET FOREVER. EACH WOAPPR CARD
000120*                   IS THE CREDIT MANAGER'S APPROVAL TO WRITE OFF
000130*                   ONE CUSTOMER - EVERY OPEN LINE, OR ONLY THE
000140*                   INVOICES NAMED ON THE CARD (EACH WITH ITS
000150*                   SALES TAX LINE). THE APPROVED OPENITEM LINES
000160*                   ARE CLOSED W, THE WRITE-OFF GOES TO GLEXTR ON
000170*                   BDEBTGL FOR THE ALLOWANCE ENTRY, AND THE
000180*                   CUSTOMER IS MARKED PLACED FOR COLLECTION ON
000190*                   CUSTMAST SO BILLING, FINANCE CHARGES AND
000200*                   DUNNING STOP AND CASHRCPT POSTS ANY LATER
000210*                   MONEY AS RECOVERY. EVERY ACCOUNT WRITTEN OFF
000220*                   GOES TO THE AGENCY ON THE AGYPLACE PLACEMENT
000230*                   FILE. A CARD NAMING AN INVOICE THAT IS NOT
000240*                   OPEN IS REJECTED WHOLE ON THE WORPT REGISTER.
000241*   2026-10-15  DP  OPENITEM IS NOW INDEXED BY CUSTOMER, INVOICE
000242*                   AND LINE NUMBER - ONLY THE LINES WRITTEN OFF
000243*                   ARE REWRITTEN, IN PLACE.
000250*---------------------------------------------------------------
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT WOAPPR-IN   ASSIGN TO WOAPPR
000300         ORGANIZATION IS LINE SEQUENTIAL
000310         FILE STATUS IS WS-APPR-STATUS.
000320     SELECT OPENITEM-IO ASSIGN TO OPENITEM
000321         ORGANIZATION IS INDEXED
000322         ACCESS MODE IS DYNAMIC
000323         RECORD KEY IS OI-KEY
000324         ALTERNATE RECORD KEY IS OI-STATUS
000325             WITH DUPLICATES
000340         FILE STATUS IS WS-OPEN-STATUS.
000350     SELECT CUSTMAST    ASSIGN TO CUSTMAST
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS DYNAMIC
000380         RECORD KEY IS ident
000390         FILE STATUS IS WS-CUST-STATUS.
000400     SELECT BDEBTGL-OUT ASSIGN TO BDEBTGL
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-BDGL-STATUS.
000430     SELECT AGYPLACE-OUT ASSIGN TO AGYPLACE
000440         ORGANIZATION IS LINE SEQUENTIAL.
000450     SELECT WO-RPT      ASSIGN TO WORPT
000460         ORGANIZATION IS LINE SEQUENTIAL.
000470
000480 DATA DIVISION.
000490 FILE SECTION.
000500*----CREDIT MANAGER'S APPROVAL - THE CUSTOMER, WHO APPROVED IT,
000510*----AND UP TO SIX INVOICE NUMBERS. NO INVOICES MEANS THE WHOLE
000520*----OPEN BALANCE.
000530 FD  WOAPPR-IN.
000540 01  WOAPPR-REC.
000550     05  WA-CUST-ID       PIC X(7).
000560     05  WA-APPROVED-BY   PIC X(3).
000570     05  WA-INV-NO        PIC X(6) OCCURS 6 TIMES.
000580     05  FILLER           PIC X(34).
000590
000600 FD  OPENITEM-IO.
000610     COPY "OPENITEM.cpy".
000620
000630 FD  CUSTMAST.
000640     COPY "CUSTOMER.cpy".
000650
000660 FD  BDEBTGL-OUT.
000670     COPY "BDEBTGL.cpy".
000680
000690*----THE AGENCY'S PLACEMENT FORMAT - H FILE HEADER, D ONE PER
000700*----ACCOUNT PLACED (N NEW, A ADDITIONAL BALANCE ON AN ACCOUNT
000710*----THEY ALREADY HAVE), T TRAILER WITH THE COUNT AND TOTAL.
000720 FD  AGYPLACE-OUT.
000730 01  AGYPLACE-REC         PIC X(130).
000740 01  AGYPLACE-HDR REDEFINES AGYPLACE-REC.
000750     05  AH-REC-TYPE      PIC X(1).
000760     05  AH-FILE-DATE     PIC 9(8).
000770     05  AH-SENDER        PIC X(10).
000780     05  FILLER           PIC X(111).
000790 01  AGYPLACE-DTL REDEFINES AGYPLACE-REC.
000800     05  AD-REC-TYPE      PIC X(1).
000810     05  AD-CUST-ID       PIC X(7).
000820     05  AD-NAME          PIC X(20).
000830     05  AD-STREET        PIC X(25).
000840     05  AD-CITY          PIC X(20).
000850     05  AD-STATE         PIC X(2).
000860     05  AD-POSTAL        PIC X(9).
000870     05  AD-PLACED-DATE   PIC 9(8).
000880     05  AD-AMOUNT        PIC 9(7)V99.
000890     05  AD-ITEMS         PIC 9(3).
000900     05  AD-OLDEST-DATE   PIC 9(8).
000910     05  AD-LAST-ACTIVE   PIC 9(8).
000920     05  AD-PLACE-TYPE    PIC X(1).
000930     05  AD-APPROVED-BY   PIC X(3).
000940     05  FILLER           PIC X(6).
000950 01  AGYPLACE-TRL REDEFINES AGYPLACE-REC.
000960     05  AT-REC-TYPE      PIC X(1).
000970     05  AT-COUNT         PIC 9(5).
000980     05  AT-TOTAL         PIC 9(9)V99.
000990     05  FILLER           PIC X(113).
001000
001010 FD  WO-RPT.
001020 01  WO-RPT-REC           PIC X(80).
001030
001040 WORKING-STORAGE SECTION.
001050 01  WS-APPR-STATUS       PIC X(2) VALUE SPACES.
001060 01  WS-OPEN-STATUS       PIC X(2) VALUE SPACES.
001070 01  WS-CUST-STATUS       PIC X(2) VALUE SPACES.
001080 01  WS-BDGL-STATUS       PIC X(2) VALUE SPACES.
001090 01  WS-APPR-EOF-SW       PIC X(1) VALUE "N".
001100     88  NO-MORE-APPROVALS    VALUE "Y".
001110 01  WS-OPEN-EOF-SW       PIC X(1) VALUE "N".
001120     88  END-OF-OPEN-ITEMS    VALUE "Y".
001130 01  WS-FILES-OPEN-SW     PIC X(1) VALUE "N".
001140     88  RUN-FILES-OPEN       VALUE "Y".
001150 01  WS-LOCK-HELD-SW      PIC X(1) VALUE "N".
001160     88  CUSTMAST-LOCK-HELD   VALUE "Y".
001170 01  WS-CARD-VALID-SW     PIC X(1) VALUE "Y".
001180     88  CARD-IS-VALID        VALUE "Y".
001190 01  WS-SPECIFIC-SW       PIC X(1) VALUE "N".
001200     88  INVOICES-NAMED       VALUE "Y".
001210 01  WS-NAMED-SW          PIC X(1) VALUE "N".
001220     88  LINE-IS-NAMED        VALUE "Y".
001230 01  WS-FOUND-SW          PIC X(1) VALUE "N".
001240     88  INVOICE-FOUND        VALUE "Y".
001250 01  WS-BUS-DATE          PIC 9(8) VALUE 0.
001260 01  WS-RUN-RC            PIC S9(4) COMP VALUE 0.
001270 01  WS-CUST-ID-9         PIC 9(7) VALUE 0.
001280 01  WS-REJECT-REASON     PIC X(30) VALUE SPACES.
001290 01  WS-LOOK-INV          PIC X(6) VALUE SPACES.
001300 01  WS-LINE-INV          PIC X(6) VALUE SPACES.
001310 01  WS-INV-IX            PIC 9(1) COMP VALUE 0.
001320 01  WS-REMAINING         PIC S9(7)V99 VALUE 0.
001330 01  WS-CARD-TOTAL        PIC S9(7)V99 VALUE 0.
001340 01  WS-CARD-ITEMS        PIC 9(3) COMP VALUE 0.
001350 01  WS-CARD-OLDEST       PIC 9(8) VALUE 0.
001360 01  WS-PLACE-TYPE        PIC X(1) VALUE SPACE.
001370 01  WS-CARD-COUNT        PIC 9(5) COMP VALUE 0.
001380 01  WS-PLACED-COUNT      PIC 9(5) COMP VALUE 0.
001390 01  WS-REJECT-COUNT      PIC 9(5) COMP VALUE 0.
001400 01  WS-LINES-WRITTEN-OFF PIC 9(5) COMP VALUE 0.
001410 01  WS-WOFF-TOTAL        PIC 9(9)V99 VALUE 0.
001420*----EVERY OPENITEM LINE. THE LINES CLOSED ARE MARKED AND ONLY
001430*----THEY ARE REWRITTEN AT THE END.
001440 01  WS-ITEM-COUNT        PIC 9(4) COMP VALUE 0.
001450 01  WS-ITEM-TABLE.
001460     05  WS-ITEM-ENTRY    OCCURS 999 TIMES
001470                          INDEXED BY IT-IDX.
001480         10  WS-I-RECORD  PIC X(72).
001481         10  WS-I-CHG-SW  PIC X(1).
001482             88  ITEM-CHANGED     VALUE "C".
001490 01  WS-ITEM-WORK.
001500     05  WS-W-CUST-ID     PIC X(7).
001501     05  WS-W-INV-NO      PIC X(6).
001502     05  WS-W-SEQ         PIC 9(4).
001510     05  WS-W-DESC        PIC X(20).
001520     05  WS-W-AMOUNT      PIC S9(6)V99
001530                          SIGN IS LEADING SEPARATE.
001540     05  WS-W-DATE        PIC 9(8).
001550     05  WS-W-PAID        PIC S9(6)V99
001560                          SIGN IS LEADING SEPARATE.
001570     05  WS-W-STATUS      PIC X(1).
001580     05  WS-W-DUE         PIC 9(8).
001590 01  WS-DETAIL-LINE.
001600     05  DL-CUST-ID       PIC X(7).
001610     05  FILLER           PIC X(1) VALUE SPACE.
001620     05  DL-NAME          PIC X(20).
001630     05  FILLER           PIC X(1) VALUE SPACE.
001640     05  DL-AMOUNT        PIC Z,ZZZ,ZZ9.99.
001650     05  FILLER           PIC X(1) VALUE SPACE.
001660     05  DL-ITEMS         PIC ZZ9.
001670     05  FILLER           PIC X(7) VALUE " LINES ".
001680     05  DL-NOTE          PIC X(14).
001690     05  FILLER           PIC X(1) VALUE SPACE.
001700     05  DL-APPROVED-BY   PIC X(3).
001710 01  WS-REJECT-LINE.
001720     05  RL-CUST-ID       PIC X(7).
001730     05  FILLER           PIC X(11) VALUE " REJECTED -".
001740     05  FILLER           PIC X(1) VALUE SPACE.
001750     05  RL-REASON        PIC X(30).
001760 01  WS-TOTAL-LINE.
001770     05  TL-LABEL         PIC X(20).
001780     05  TL-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99.
001790     05  FILLER           PIC X(8) VALUE "  COUNT ".
001800     05  TL-COUNT         PIC ZZZZ9.
001810*----AUDIT JOURNAL WORK AREAS - SEE JRNLWRIT
001820 01  WS-JRNL-PROGRAM      PIC X(10) VALUE "BADDEBT".
001830 01  WS-JRNL-ACTION       PIC X(1) VALUE "C".
001840 01  WS-BEFORE-IMAGE      PIC X(200) VALUE SPACES.
001850 01  WS-AFTER-IMAGE       PIC X(200) VALUE SPACES.
001860 01  WS-LOCK-FILE         PIC X(8) VALUE "CUSTMAST".
001870 01  WS-LOCK-ACTION       PIC X(1) VALUE SPACE.
001880 01  WS-LOCK-RESULT       PIC X(1) VALUE SPACE.
001890*----CONTROL-TOTAL WORK AREA - SEE CTLWRIT
001900 01  WS-CTL-PROGRAM       PIC X(10) VALUE "BADDEBT".
001910 01  WS-CTL-READ          PIC 9(7) VALUE 0.
001920 01  WS-CTL-WRITTEN       PIC 9(7) VALUE 0.
001930 01  WS-CTL-REJECTS       PIC 9(7) VALUE 0.
001940 01  WS-CTL-AMOUNT        PIC 9(11)V99 VALUE 0.
001950
001960 PROCEDURE DIVISION.
001970 0000-MAINLINE.
001980     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001990     PERFORM 2000-APPLY-ONE-CARD THRU 2000-EXIT
002000         UNTIL NO-MORE-APPROVALS
002010     PERFORM 3000-TERMINATE THRU 3000-EXIT
002020     GOBACK.
002030
002040*----NO CARDS IS A QUIET NIGHT. WITHOUT THE OPEN ITEMS OR THE
002050*----MASTER NOTHING CAN BE WRITTEN OFF OR PLACED, SO THE RUN
002060*----REFUSES RATHER THAN HALF-DO IT.
002070 1000-INITIALIZE.
002080     CALL "GETBDATE" USING WS-BUS-DATE
002090     OPEN INPUT WOAPPR-IN
002100     IF WS-APPR-STATUS NOT = "00"
002110         DISPLAY "BADDEBT: NO WOAPPR APPROVAL CARDS - NOTHING "
002120             "TO DO"
002130         MOVE "Y" TO WS-APPR-EOF-SW
002140         GO TO 1000-EXIT
002150     END-IF
002160     MOVE "R" TO WS-LOCK-ACTION
002170     CALL "FILELOCK" USING WS-LOCK-FILE, WS-JRNL-PROGRAM,
002180         WS-LOCK-ACTION, WS-LOCK-RESULT
002190     IF WS-LOCK-RESULT = "B"
002200         DISPLAY "BADDEBT: CUSTMAST IS IN USE BY ANOTHER "
002210             "PROGRAM - TRY AGAIN LATER"
002220         MOVE 8 TO RETURN-CODE
002230         MOVE "Y" TO WS-APPR-EOF-SW
002240         GO TO 1000-EXIT
002250     END-IF
002260     MOVE "Y" TO WS-LOCK-HELD-SW
002270     PERFORM 1200-LOAD-OPEN-ITEMS THRU 1200-EXIT
002280     IF WS-OPEN-STATUS NOT = "00" AND WS-OPEN-STATUS NOT = "10"
002290         DISPLAY "BADDEBT: NO OPEN-ITEMS FILE - RUN REFUSED, "
002300             "RUN CASHRCPT FIRST"
002310         MOVE 12 TO RETURN-CODE
002320         MOVE "Y" TO WS-APPR-EOF-SW
002330         GO TO 1000-EXIT
002340     END-IF
002350     OPEN I-O CUSTMAST
002360     IF WS-CUST-STATUS NOT = "00"
002370         DISPLAY "BADDEBT: UNABLE TO OPEN CUSTMAST - STATUS "
002380             WS-CUST-STATUS
002390         MOVE 12 TO RETURN-CODE
002400         MOVE "Y" TO WS-APPR-EOF-SW
002410         GO TO 1000-EXIT
002420     END-IF
002430     MOVE "Y" TO WS-FILES-OPEN-SW
002440     OPEN EXTEND BDEBTGL-OUT
002450     IF WS-BDGL-STATUS = "35"
002460         OPEN OUTPUT BDEBTGL-OUT
002470     END-IF
002480     OPEN OUTPUT AGYPLACE-OUT
002490     OPEN OUTPUT WO-RPT
002500     MOVE SPACES TO AGYPLACE-REC
002510     MOVE "H" TO AH-REC-TYPE
002520     MOVE WS-BUS-DATE TO AH-FILE-DATE
002530     MOVE "AR-BILLING" TO AH-SENDER
002540     WRITE AGYPLACE-REC
002550     PERFORM 1100-READ-CARD THRU 1100-EXIT.
002560 1000-EXIT.
002570     EXIT.
002580
002590 1100-READ-CARD.
002600     READ WOAPPR-IN
002610         AT END MOVE "Y" TO WS-APPR-EOF-SW
002620     END-READ.
002630 1100-EXIT.
002640     EXIT.
002650
002660 1200-LOAD-OPEN-ITEMS.
002670     OPEN INPUT OPENITEM-IO
002680     IF WS-OPEN-STATUS NOT = "00"
002690         GO TO 1200-EXIT
002700     END-IF
002710     PERFORM 1250-LOAD-ONE-ITEM THRU 1250-EXIT
002720         UNTIL END-OF-OPEN-ITEMS
002730     CLOSE OPENITEM-IO.
002740 1200-EXIT.
002750     EXIT.
002760
002770*----A FULL TABLE ABANDONS THE RUN BEFORE ANYTHING IS WRITTEN,
002780*----SO THE REWRITE CAN NEVER DROP A LINE.
002790 1250-LOAD-ONE-ITEM.
002800     READ OPENITEM-IO NEXT RECORD
002810         AT END MOVE "Y" TO WS-OPEN-EOF-SW
002820     END-READ
002830     IF END-OF-OPEN-ITEMS
002840         GO TO 1250-EXIT
002850     END-IF
002860     IF WS-ITEM-COUNT >= 999
002870         DISPLAY "BADDEBT: OPEN ITEM TABLE FULL - RUN "
002880             "ABANDONED, NOTHING WRITTEN OFF"
002890         MOVE 12 TO RETURN-CODE
002900         STOP RUN
002910     END-IF
002920     ADD 1 TO WS-ITEM-COUNT
002930     SET IT-IDX TO WS-ITEM-COUNT
002940     MOVE OpenItemRec TO WS-I-RECORD(IT-IDX)
002941     MOVE SPACE TO WS-I-CHG-SW(IT-IDX).
002950 1250-EXIT.
002960     EXIT.
002970
002980*----ONE APPROVAL - PROVE THE CARD, TOTAL WHAT IT WRITES OFF,
002990*----THEN CLOSE THE LINES, PLACE THE CUSTOMER AND TELL THE
003000*----LEDGER AND THE AGENCY.
003010 2000-APPLY-ONE-CARD.
003020     ADD 1 TO WS-CARD-COUNT
003030     MOVE "Y" TO WS-CARD-VALID-SW
003040     MOVE SPACES TO WS-REJECT-REASON
003050     PERFORM 2100-EDIT-CARD THRU 2100-EXIT
003060     IF NOT CARD-IS-VALID
003070         GO TO 2000-REJECT
003080     END-IF
003090     MOVE 0 TO WS-CARD-TOTAL
003100     MOVE 0 TO WS-CARD-ITEMS
003110     MOVE 99999999 TO WS-CARD-OLDEST
003120     PERFORM 2300-SUM-ONE-LINE THRU 2300-EXIT
003130         VARYING IT-IDX FROM 1 BY 1
003140         UNTIL IT-IDX > WS-ITEM-COUNT
003150     IF WS-CARD-TOTAL <= 0
003160         MOVE "NO BALANCE TO WRITE OFF" TO WS-REJECT-REASON
003170         GO TO 2000-REJECT
003180     END-IF
003190     PERFORM 2400-CLOSE-ONE-LINE THRU 2400-EXIT
003200         VARYING IT-IDX FROM 1 BY 1
003210         UNTIL IT-IDX > WS-ITEM-COUNT
003220     PERFORM 2500-PLACE-CUSTOMER THRU 2500-EXIT
003230     PERFORM 2600-WRITE-HAND-OFFS THRU 2600-EXIT
003240     GO TO 2000-NEXT.
003250 2000-REJECT.
003260     ADD 1 TO WS-REJECT-COUNT
003270     MOVE SPACES TO WS-REJECT-LINE
003280     MOVE WA-CUST-ID TO RL-CUST-ID
003290     MOVE WS-REJECT-REASON TO RL-REASON
003300     WRITE WO-RPT-REC FROM WS-REJECT-LINE.
003310 2000-NEXT.
003320     PERFORM 1100-READ-CARD THRU 1100-EXIT.
003330 2000-EXIT.
003340     EXIT.
003350
003360*----THE CUSTOMER MUST BE ON THE MASTER AND EVERY INVOICE THE
003370*----CARD NAMES MUST STILL BE OPEN - A CARD IS APPLIED WHOLE OR
003380*----NOT AT ALL.
003390 2100-EDIT-CARD.
003400     IF WA-CUST-ID IS NOT NUMERIC
003410         MOVE "N" TO WS-CARD-VALID-SW
003420         MOVE "CUSTOMER IDENT NOT NUMERIC" TO WS-REJECT-REASON
003430         GO TO 2100-EXIT
003440     END-IF
003450     IF WA-APPROVED-BY = SPACES
003460         MOVE "N" TO WS-CARD-VALID-SW
003470         MOVE "NO APPROVER ON THE CARD" TO WS-REJECT-REASON
003480         GO TO 2100-EXIT
003490     END-IF
003500     MOVE WA-CUST-ID TO WS-CUST-ID-9
003510     MOVE WS-CUST-ID-9 TO ident
003520     READ CUSTMAST
003530         INVALID KEY
003540             MOVE "N" TO WS-CARD-VALID-SW
003550             MOVE "CUSTOMER NOT ON FILE" TO WS-REJECT-REASON
003560             GO TO 2100-EXIT
003570     END-READ
003580     MOVE "N" TO WS-SPECIFIC-SW
003590     PERFORM 2150-CHECK-ONE-NAMED THRU 2150-EXIT
003600         VARYING WS-INV-IX FROM 1 BY 1
003610         UNTIL WS-INV-IX > 6 OR NOT CARD-IS-VALID.
003620 2100-EXIT.
003630     EXIT.
003640
003650 2150-CHECK-ONE-NAMED.
003660     IF WA-INV-NO(WS-INV-IX) = SPACES
003670         GO TO 2150-EXIT
003680     END-IF
003690     MOVE "Y" TO WS-SPECIFIC-SW
003700     MOVE WA-INV-NO(WS-INV-IX) TO WS-LOOK-INV
003710     MOVE "N" TO WS-FOUND-SW
003720     PERFORM 2200-MATCH-OPEN-INVOICE THRU 2200-EXIT
003730         VARYING IT-IDX FROM 1 BY 1
003740         UNTIL IT-IDX > WS-ITEM-COUNT OR INVOICE-FOUND
003750     IF NOT INVOICE-FOUND
003760         MOVE "N" TO WS-CARD-VALID-SW
003770         STRING "INVOICE " WS-LOOK-INV " NOT OPEN"
003780             DELIMITED BY SIZE INTO WS-REJECT-REASON
003790     END-IF.
003800 2150-EXIT.
003810     EXIT.
003820
003830 2200-MATCH-OPEN-INVOICE.
003840     MOVE WS-I-RECORD(IT-IDX) TO WS-ITEM-WORK
003850     IF WS-W-CUST-ID = WA-CUST-ID AND WS-W-STATUS = "O"
003860             AND WS-W-DESC(1:8) = "INVOICE "
003870             AND WS-W-DESC(9:6) = WS-LOOK-INV
003880         MOVE "Y" TO WS-FOUND-SW
003890     END-IF.
003900 2200-EXIT.
003910     EXIT.
003920
003930*----THE REMAINING BALANCE OF EVERY LINE THE CARD COVERS. A
003940*----WHOLE-ACCOUNT CARD NETS CREDITS (UNAPPLIED CASH) AGAINST
003950*----THE DEBITS; A NAMED-INVOICE CARD TAKES ONLY THOSE INVOICES
003960*----AND THEIR SALES TAX LINES.
003970 2300-SUM-ONE-LINE.
003980     PERFORM 2350-LINE-COVERED THRU 2350-EXIT
003990     IF NOT LINE-IS-NAMED
004000         GO TO 2300-EXIT
004010     END-IF
004020     ADD WS-REMAINING TO WS-CARD-TOTAL
004030     ADD 1 TO WS-CARD-ITEMS
004040     IF WS-W-DATE > 0 AND WS-W-DATE < WS-CARD-OLDEST
004050         MOVE WS-W-DATE TO WS-CARD-OLDEST
004060     END-IF.
004070 2300-EXIT.
004080     EXIT.
004090
004100*----IS THE LINE AT IT-IDX AN OPEN LINE WITH A BALANCE THAT THE
004110*----CARD COVERS - ANSWER IN WS-NAMED-SW, BALANCE IN
004120*----WS-REMAINING.
004130 2350-LINE-COVERED.
004140     MOVE "N" TO WS-NAMED-SW
004150     MOVE WS-I-RECORD(IT-IDX) TO WS-ITEM-WORK
004160     IF WS-W-CUST-ID NOT = WA-CUST-ID OR WS-W-STATUS NOT = "O"
004170         GO TO 2350-EXIT
004180     END-IF
004190     COMPUTE WS-REMAINING = WS-W-AMOUNT - WS-W-PAID
004200     IF WS-REMAINING = 0
004210         GO TO 2350-EXIT
004220     END-IF
004230     IF NOT INVOICES-NAMED
004240         MOVE "Y" TO WS-NAMED-SW
004250         GO TO 2350-EXIT
004260     END-IF
004270     MOVE SPACES TO WS-LINE-INV
004280     IF WS-W-DESC(1:8) = "INVOICE "
004290         MOVE WS-W-DESC(9:6) TO WS-LINE-INV
004300     END-IF
004310     IF WS-W-DESC(1:10) = "SALES TAX "
004320         MOVE WS-W-DESC(11:6) TO WS-LINE-INV
004330     END-IF
004340     IF WS-LINE-INV = SPACES
004350         GO TO 2350-EXIT
004360     END-IF
004370     PERFORM 2380-MATCH-NAMED THRU 2380-EXIT
004380         VARYING WS-INV-IX FROM 1 BY 1
004390         UNTIL WS-INV-IX > 6 OR LINE-IS-NAMED.
004400 2350-EXIT.
004410     EXIT.
004420
004430 2380-MATCH-NAMED.
004440     IF WA-INV-NO(WS-INV-IX) = WS-LINE-INV
004450         MOVE "Y" TO WS-NAMED-SW
004460     END-IF.
004470 2380-EXIT.
004480     EXIT.
004490
004500*----THE PAID AMOUNT STAYS AS IT WAS SO THE LINE STILL SHOWS
004510*----WHAT WENT TO BAD DEBT.
004520 2400-CLOSE-ONE-LINE.
004530     PERFORM 2350-LINE-COVERED THRU 2350-EXIT
004540     IF NOT LINE-IS-NAMED
004550         GO TO 2400-EXIT
004560     END-IF
004570     MOVE "W" TO WS-W-STATUS
004580     MOVE WS-ITEM-WORK TO WS-I-RECORD(IT-IDX)
004581     MOVE "C" TO WS-I-CHG-SW(IT-IDX)
004590     ADD 1 TO WS-LINES-WRITTEN-OFF.
004600 2400-EXIT.
004610     EXIT.
004620
004630*----THE FIRST WRITE-OFF PLACES THE ACCOUNT; A LATER ONE ON AN
004640*----ACCOUNT ALREADY PLACED KEEPS THE ORIGINAL PLACEMENT DATE
004650*----AND GOES TO THE AGENCY AS ADDITIONAL BALANCE.
004660 2500-PLACE-CUSTOMER.
004670     IF placedForCollection
004680         MOVE "A" TO WS-PLACE-TYPE
004690         GO TO 2500-EXIT
004700     END-IF
004710     MOVE "N" TO WS-PLACE-TYPE
004720     MOVE Customer TO WS-BEFORE-IMAGE
004730     MOVE "P" TO collectStatus
004740     MOVE WS-BUS-DATE TO placedDate
004750     REWRITE Customer
004760         INVALID KEY
004770             DISPLAY "BADDEBT: REWRITE FAILED FOR CUSTOMER "
004780                 WA-CUST-ID
004790             GO TO 2500-EXIT
004800     END-REWRITE
004810     ADD 1 TO WS-PLACED-COUNT
004820     MOVE Customer TO WS-AFTER-IMAGE
004830     CALL "JRNLWRIT" USING WS-JRNL-PROGRAM, WS-JRNL-ACTION,
004840         WS-BEFORE-IMAGE, WS-AFTER-IMAGE.
004850 2500-EXIT.
004860     EXIT.
004870
004880 2600-WRITE-HAND-OFFS.
004890     MOVE SPACES TO BDEBTGL-REC
004900     MOVE WS-BUS-DATE TO BG-POST-DATE
004910     MOVE WA-CUST-ID TO BG-CUST-ID
004920     MOVE "W" TO BG-TYPE
004930     MOVE WS-CARD-TOTAL TO BG-AMOUNT
004940     WRITE BDEBTGL-REC
004950     MOVE SPACES TO AGYPLACE-REC
004960     MOVE "D" TO AD-REC-TYPE
004970     MOVE WA-CUST-ID TO AD-CUST-ID
004980     MOVE custName TO AD-NAME
004990     MOVE streetAddress TO AD-STREET
005000     MOVE city TO AD-CITY
005010     MOVE stateCode TO AD-STATE
005020     MOVE postalCode TO AD-POSTAL
005030     MOVE placedDate TO AD-PLACED-DATE
005040     MOVE WS-CARD-TOTAL TO AD-AMOUNT
005050     MOVE WS-CARD-ITEMS TO AD-ITEMS
005060     IF WS-CARD-OLDEST = 99999999
005070         MOVE 0 TO AD-OLDEST-DATE
005080     ELSE
005090         MOVE WS-CARD-OLDEST TO AD-OLDEST-DATE
005100     END-IF
005110     MOVE lastActiveDate TO AD-LAST-ACTIVE
005120     MOVE WS-PLACE-TYPE TO AD-PLACE-TYPE
005130     MOVE WA-APPROVED-BY TO AD-APPROVED-BY
005140     WRITE AGYPLACE-REC
005150     ADD WS-CARD-TOTAL TO WS-WOFF-TOTAL
005160     MOVE SPACES TO WS-DETAIL-LINE
005170     MOVE WA-CUST-ID TO DL-CUST-ID
005180     MOVE custName TO DL-NAME
005190     MOVE WS-CARD-TOTAL TO DL-AMOUNT
005200     MOVE WS-CARD-ITEMS TO DL-ITEMS
005210     IF WS-PLACE-TYPE = "N"
005220         MOVE "PLACED" TO DL-NOTE
005230     ELSE
005240         MOVE "ADDED TO AGCY" TO DL-NOTE
005250     END-IF
005260     MOVE WA-APPROVED-BY TO DL-APPROVED-BY
005270     WRITE WO-RPT-REC FROM WS-DETAIL-LINE.
005280 2600-EXIT.
005290     EXIT.
005300
005310 3000-TERMINATE.
005320     IF RUN-FILES-OPEN
005330         PERFORM 3100-REWRITE-OPEN-ITEMS THRU 3100-EXIT
005340         MOVE SPACES TO AGYPLACE-REC
005350         MOVE "T" TO AT-REC-TYPE
005360         COMPUTE AT-COUNT = WS-CARD-COUNT - WS-REJECT-COUNT
005370         MOVE WS-WOFF-TOTAL TO AT-TOTAL
005380         WRITE AGYPLACE-REC
005390         MOVE SPACES TO WO-RPT-REC
005400         WRITE WO-RPT-REC
005410         MOVE "WRITTEN OFF         " TO TL-LABEL
005420         MOVE WS-WOFF-TOTAL TO TL-AMOUNT
005430         COMPUTE TL-COUNT = WS-CARD-COUNT - WS-REJECT-COUNT
005440         WRITE WO-RPT-REC FROM WS-TOTAL-LINE
005450         MOVE "CARDS REJECTED      " TO TL-LABEL
005460         MOVE 0 TO TL-AMOUNT
005470         MOVE WS-REJECT-COUNT TO TL-COUNT
005480         WRITE WO-RPT-REC FROM WS-TOTAL-LINE
005490         CLOSE CUSTMAST
005500         CLOSE BDEBTGL-OUT
005510         CLOSE AGYPLACE-OUT
005520         CLOSE WO-RPT
005530     END-IF
005540     IF WS-APPR-STATUS = "00" OR WS-APPR-STATUS = "10"
005550         CLOSE WOAPPR-IN
005560     END-IF
005570*----THE CLEAR CALL HANDS BACK ZERO - KEEP ANY REFUSAL CODE
005580*----SET DURING START-UP.
005590     MOVE RETURN-CODE TO WS-RUN-RC
005600     IF CUSTMAST-LOCK-HELD
005610         MOVE "C" TO WS-LOCK-ACTION
005620         CALL "FILELOCK" USING WS-LOCK-FILE, WS-JRNL-PROGRAM,
005630             WS-LOCK-ACTION, WS-LOCK-RESULT
005640         MOVE "N" TO WS-LOCK-HELD-SW
005650     END-IF
005660     MOVE WS-RUN-RC TO RETURN-CODE
005670     DISPLAY "BADDEBT: APPROVAL CARDS READ - " WS-CARD-COUNT
005680     DISPLAY "BADDEBT: OPEN LINES WRITTEN OFF - "
005690         WS-LINES-WRITTEN-OFF
005700     DISPLAY "BADDEBT: CUSTOMERS PLACED FOR COLLECTION - "
005710         WS-PLACED-COUNT
005720     DISPLAY "BADDEBT: CARDS REJECTED - " WS-REJECT-COUNT
005730     IF NOT RUN-FILES-OPEN
005740         GO TO 3000-EXIT
005750     END-IF
005760     MOVE WS-CARD-COUNT TO WS-CTL-READ
005770     COMPUTE WS-CTL-WRITTEN = WS-CARD-COUNT - WS-REJECT-COUNT
005780     MOVE WS-REJECT-COUNT TO WS-CTL-REJECTS
005790     MOVE WS-WOFF-TOTAL TO WS-CTL-AMOUNT
005800     CALL "CTLWRIT" USING WS-CTL-PROGRAM, WS-CTL-READ,
005810         WS-CTL-WRITTEN, WS-CTL-REJECTS, WS-CTL-AMOUNT
005820     IF WS-REJECT-COUNT > 0
005830         MOVE 4 TO RETURN-CODE
005840     ELSE
005850         MOVE 0 TO RETURN-CODE
005860     END-IF.
005870 3000-EXIT.
005880     EXIT.
005890
005900*----THE WRITTEN-OFF LINES, NOW MARKED W, ARE REWRITTEN IN
005910*----PLACE - THE REST OF THE BOOK IS NOT TOUCHED.
005920 3100-REWRITE-OPEN-ITEMS.
005930     IF WS-LINES-WRITTEN-OFF = 0
005940         GO TO 3100-EXIT
005950     END-IF
005960     OPEN I-O OPENITEM-IO
005970     PERFORM 3150-WRITE-ONE-ITEM THRU 3150-EXIT
005980         VARYING IT-IDX FROM 1 BY 1
005990         UNTIL IT-IDX > WS-ITEM-COUNT
006000     CLOSE OPENITEM-IO.
006010 3100-EXIT.
006020     EXIT.
006030
006040 3150-WRITE-ONE-ITEM.
006041     IF NOT ITEM-CHANGED(IT-IDX)
006042         GO TO 3150-EXIT
006043     END-IF
006050     MOVE WS-I-RECORD(IT-IDX) TO OpenItemRec
006060     REWRITE OpenItemRec
006061         INVALID KEY
006062             DISPLAY "BADDEBT: OPEN ITEM REWRITE FAILED - "
006063                 OI-KEY
006064     END-REWRITE.
006070 3150-EXIT.
006080     EXIT.
