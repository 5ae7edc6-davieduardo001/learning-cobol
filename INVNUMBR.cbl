000150*                   ACROSS RUNS. THE RUN REFUSES TO START IF
000160*                   INVCTL IS MISSING RATHER THAN SILENTLY
000170*                   RESTARTING THE SEQUENCE FROM ONE.
000171*   2026-10-15  DP  INVOICE LINES ARE NOW PRICED FROM THE ITEM
000172*                   CATALOG. A KEYED INVRAW LINE CARRIES AN ITEM
000173*                   CODE AND QUANTITY INSTEAD OF THE CLERK'S OWN
000174*                   FIGURES; THE UNIT PRICE IS THE CUSTOMER'S
000175*                   CONTRACT PRICE FROM CUSTPRC WHEN ONE IS IN
000176*                   EFFECT, ELSE THE ITEMMAST LIST PRICE, AND THE
000177*                   ITEM DESCRIPTION AND TAXABLE FLAG RIDE
000178*                   INVLINES TO INVTOTAL AND THE STATEMENT. AN
000179*                   UNKNOWN OR INACTIVE ITEM, OR A CONTRACT PRICE
000180*                   OUTSIDE ITS DATES, REJECTS THE WHOLE INVOICE
000181*                   TO THE EDITERRS EDIT LISTING UNNUMBERED, AND
000182*                   THE STEP ENDS WITH RETURN CODE 4. RECURGEN'S
000183*                   LINES ARRIVE ALREADY PRICED AND PASS THROUGH.
000184*---------------------------------------------------------------
000190 ENVIRONMENT DIVISION.
000200 INPUT-OUTPUT SECTION.
000210 FILE-CONTROL.
000260         FILE STATUS IS WS-CTL-STATUS.
000270     SELECT INVLINES-OUT ASSIGN TO INVLINES
000280         ORGANIZATION IS LINE SEQUENTIAL.
000281     SELECT ITEMMAST    ASSIGN TO ITEMMAST
000282         ORGANIZATION IS INDEXED
000283         ACCESS MODE IS DYNAMIC
000284         RECORD KEY IS IM-ITEM-CODE
000285         FILE STATUS IS WS-ITEM-STATUS.
000286     SELECT CUSTPRC-IN  ASSIGN TO CUSTPRC
000287         ORGANIZATION IS LINE SEQUENTIAL
000288         FILE STATUS IS WS-PRC-STATUS.
000289     SELECT ERROR-RPT   ASSIGN TO EDITERRS
000290         ORGANIZATION IS LINE SEQUENTIAL
000291         FILE STATUS IS WS-ERR-STATUS.
000292
000300 DATA DIVISION.
000310 FILE SECTION.
000311*----A KEYED LINE IS AN ITEM CODE AND A QUANTITY - THE PRICE
000312*----AND DESCRIPTION COME FROM THE CATALOG. ONLY A LINE
000313*----GENERATED BY RECURGEN (SOURCE G, NO ITEM CODE) BRINGS ITS
000314*----OWN PRICE AND DESCRIPTION, FROM THE RECURRING MASTER.
000320 FD  INVRAW-IN.
000330 01  INVRAW-REC.
000340     05  RW-INV-ID        PIC X(6).
000350     05  RW-CUST-ID       PIC X(7).
000351     05  RW-ITEM-CODE     PIC X(8).
000352     05  RW-QTY           PIC 9(5).
000353     05  RW-SOURCE        PIC X(1).
000354         88  RW-GENERATED     VALUE "G".
000355     05  RW-PRICE         PIC 9(5)V99.
000356     05  RW-DESC          PIC X(20).
000380
000390 FD  INVCTL-IO.
000400 01  INVCTL-REC           PIC 9(6).
000430 01  INVLINE-REC.
000440     05  LN-INV-ID        PIC X(6).
000450     05  LN-CUST-ID       PIC X(7).
000451     05  LN-ITEM-CODE     PIC X(8).
000452     05  LN-QTY           PIC 9(5).
000453     05  LN-PRICE         PIC 9(5)V99.
000454     05  LN-AMOUNT        PIC 9(7)V99.
000455     05  LN-DESC          PIC X(20).
000456     05  LN-TAXABLE       PIC X(1).
000457
000458 FD  ITEMMAST.
000459     COPY "ITEMMAST.cpy".
000460
000461*----CONTRACT PRICES - ONE ROW PER CUSTOMER AND ITEM FOR EACH
000462*----CONTRACT TERM. A ZERO END DATE RUNS UNTIL FURTHER NOTICE.
000463 FD  CUSTPRC-IN.
000464 01  CUSTPRC-REC.
000465     05  CP-CUST-ID       PIC X(7).
000466     05  CP-ITEM-CODE     PIC X(8).
000467     05  CP-PRICE         PIC 9(5)V99.
000468     05  CP-START-DATE    PIC 9(8).
000469     05  CP-END-DATE      PIC 9(8).
000470
000471*----THE NIGHT'S EDIT LISTING - EDITPASS STARTS IT, THIS STEP
000472*----ADDS ITS REJECTED INVOICE LINES IN THE SAME SHAPE.
000473 FD  ERROR-RPT.
000474 01  ERROR-RPT-REC        PIC X(110).
000480
000490 WORKING-STORAGE SECTION.
000500 01  WS-CTL-STATUS        PIC X(2) VALUE SPACES.
000501 01  WS-ITEM-STATUS       PIC X(2) VALUE SPACES.
000502 01  WS-PRC-STATUS        PIC X(2) VALUE SPACES.
000503 01  WS-ERR-STATUS        PIC X(2) VALUE SPACES.
000510 01  WS-RAW-EOF-SW        PIC X(1) VALUE "N".
000520     88  END-OF-RAW-LINES     VALUE "Y".
000530 01  WS-FIRST-SW          PIC X(1) VALUE "Y".
000540     88  FIRST-RAW-LINE       VALUE "Y".
000541 01  WS-PRC-EOF-SW        PIC X(1) VALUE "N".
000542     88  NO-MORE-PRICES       VALUE "Y".
000543 01  WS-LINE-VALID-SW     PIC X(1) VALUE "Y".
000544     88  LINE-IS-VALID        VALUE "Y".
000545 01  WS-GROUP-BAD-SW      PIC X(1) VALUE "N".
000546     88  GROUP-HAS-REJECT     VALUE "Y".
000547 01  WS-CONTRACT-SW       PIC X(1) VALUE "N".
000548     88  CONTRACT-IN-EFFECT   VALUE "Y".
000549 01  WS-CONTRACT-SEEN-SW  PIC X(1) VALUE "N".
000550     88  CONTRACT-ROW-SEEN    VALUE "Y".
000551 01  WS-RUN-DATE          PIC 9(8) VALUE 0.
000552 01  WS-LAST-INV-NO       PIC 9(6) VALUE 0.
000560 01  WS-PREV-RAW-ID       PIC X(6) VALUE SPACES.
000570 01  WS-NEW-INV-ID        PIC 9(6).
000580 01  WS-LINE-COUNT        PIC 9(7) COMP VALUE 0.
000590 01  WS-INV-COUNT         PIC 9(5) COMP VALUE 0.
000591 01  WS-REJ-LINE-COUNT    PIC 9(7) COMP VALUE 0.
000592 01  WS-REJ-INV-COUNT     PIC 9(5) COMP VALUE 0.
000593 01  WS-UNIT-PRICE        PIC 9(5)V99 VALUE 0.
000594 01  WS-REJECT-REASON     PIC X(30) VALUE SPACES.
000595 01  WS-PRC-COUNT         PIC 9(4) COMP VALUE 0.
000596 01  WS-PRC-TABLE.
000597     05  WS-PRC-ENTRY     OCCURS 999 TIMES
000598                          INDEXED BY PR-IDX.
000599         10  WS-P-CUST-ID     PIC X(7).
000600         10  WS-P-ITEM-CODE   PIC X(8).
000601         10  WS-P-PRICE       PIC 9(5)V99.
000602         10  WS-P-START-DATE  PIC 9(8).
000603         10  WS-P-END-DATE    PIC 9(8).
000604*----ONE INVOICE'S LINES, HELD UNTIL THE GROUP ENDS - THE
000605*----INVOICE IS NUMBERED AND WRITTEN WHOLE, OR REJECTED WHOLE,
000606*----NEVER BILLED SHORT A LINE.
000607 01  WS-GROUP-COUNT       PIC 9(3) COMP VALUE 0.
000608 01  WS-GROUP-TABLE.
000609     05  WS-GROUP-ENTRY   OCCURS 99 TIMES
000610                          INDEXED BY GR-IDX.
000611         10  WS-G-RAW         PIC X(54).
000612         10  WS-G-LINE        PIC X(63).
000613         10  WS-G-REASON      PIC X(30).
000614 01  WS-ERROR-LINE.
000615     05  EL-FILE          PIC X(8).
000616     05  FILLER           PIC X(1) VALUE SPACE.
000617     05  EL-REASON        PIC X(30).
000618     05  FILLER           PIC X(1) VALUE SPACE.
000619     05  EL-RECORD        PIC X(70).
000620
000621 PROCEDURE DIVISION.
000622 0000-MAINLINE.
000630     PERFORM 1000-INITIALIZE THRU 1000-EXIT
000640     PERFORM 2000-STAMP-LINE THRU 2000-EXIT
000650         UNTIL END-OF-RAW-LINES
000900         GO TO 1000-EXIT
000910     END-IF
000920     MOVE INVCTL-REC TO WS-LAST-INV-NO
000921*----WITHOUT THE CATALOG NO KEYED LINE CAN BE PRICED - REFUSE
000922*----THE RUN RATHER THAN REJECT THE WHOLE NIGHT'S BILLING.
000923     OPEN INPUT ITEMMAST
000924     IF WS-ITEM-STATUS NOT = "00"
000925         DISPLAY "INVNUMBR: ITEMMAST CATALOG UNAVAILABLE - "
000926             "STATUS " WS-ITEM-STATUS " - RUN REFUSED"
000927         MOVE 12 TO RETURN-CODE
000928         MOVE "Y" TO WS-RAW-EOF-SW
000929         GO TO 1000-EXIT
000930     END-IF
000931     CALL "GETBDATE" USING WS-RUN-DATE
000932     PERFORM 1200-LOAD-CONTRACT-PRICES THRU 1200-EXIT
000933     OPEN EXTEND ERROR-RPT
000934     IF WS-ERR-STATUS = "35"
000935         OPEN OUTPUT ERROR-RPT
000936     END-IF
000937     OPEN INPUT INVRAW-IN
000940     OPEN OUTPUT INVLINES-OUT
000950     PERFORM 1100-READ-RAW THRU 1100-EXIT.
000960 1000-EXIT.
001030 1100-EXIT.
001040     EXIT.
001050
001051*----NO CONTRACT FILE SIMPLY MEANS EVERYONE PAYS LIST.
001052 1200-LOAD-CONTRACT-PRICES.
001053     OPEN INPUT CUSTPRC-IN
001054     IF WS-PRC-STATUS NOT = "00"
001055         DISPLAY "INVNUMBR: NO CUSTPRC CONTRACT PRICE FILE - "
001056             "LIST PRICES ONLY"
001057         GO TO 1200-EXIT
001058     END-IF
001059     PERFORM 1250-LOAD-ONE-PRICE THRU 1250-EXIT
001060         UNTIL NO-MORE-PRICES OR WS-PRC-COUNT >= 999
001061     IF NOT NO-MORE-PRICES
001062         DISPLAY "INVNUMBR: CONTRACT PRICE TABLE FULL AT 999 "
001063             "- LATER ROWS IGNORED"
001064     END-IF
001065     CLOSE CUSTPRC-IN.
001066 1200-EXIT.
001067     EXIT.
001068
001069 1250-LOAD-ONE-PRICE.
001070     READ CUSTPRC-IN
001071         AT END MOVE "Y" TO WS-PRC-EOF-SW
001072     END-READ
001073     IF NOT NO-MORE-PRICES
001074         ADD 1 TO WS-PRC-COUNT
001075         SET PR-IDX TO WS-PRC-COUNT
001076         MOVE CP-CUST-ID TO WS-P-CUST-ID(PR-IDX)
001077         MOVE CP-ITEM-CODE TO WS-P-ITEM-CODE(PR-IDX)
001078         MOVE CP-PRICE TO WS-P-PRICE(PR-IDX)
001079         MOVE CP-START-DATE TO WS-P-START-DATE(PR-IDX)
001080         MOVE CP-END-DATE TO WS-P-END-DATE(PR-IDX)
001081     END-IF.
001082 1250-EXIT.
001083     EXIT.
001084
001085*----A NEW RAW ID CLOSES THE INVOICE BEFORE IT - ONLY THEN IS
001086*----IT KNOWN WHETHER EVERY LINE PRICED.
001087 2000-STAMP-LINE.
001088     IF FIRST-RAW-LINE OR RW-INV-ID NOT = WS-PREV-RAW-ID
001089         IF NOT FIRST-RAW-LINE
001090             PERFORM 2500-CLOSE-GROUP THRU 2500-EXIT
001091         END-IF
001100         MOVE RW-INV-ID TO WS-PREV-RAW-ID
001110         MOVE "N" TO WS-FIRST-SW
001120     END-IF
001121     PERFORM 2100-PRICE-LINE THRU 2100-EXIT
001200     PERFORM 1100-READ-RAW THRU 1100-EXIT.
001210 2000-EXIT.
001220     EXIT.
001230
001240*----PRICE ONE RAW LINE INTO THE GROUP TABLE. A LINE THAT
001250*----CANNOT BE PRICED CARRIES ITS REASON AND MARKS THE GROUP.
001260 2100-PRICE-LINE.
001270     IF WS-GROUP-COUNT >= 99
001280         MOVE "Y" TO WS-GROUP-BAD-SW
001290         MOVE "INVRAW" TO EL-FILE
001300         MOVE "INVOICE OVER 99 LINES" TO EL-REASON
001310         MOVE INVRAW-REC TO EL-RECORD
001320         WRITE ERROR-RPT-REC FROM WS-ERROR-LINE
001330         ADD 1 TO WS-REJ-LINE-COUNT
001340         GO TO 2100-EXIT
001350     END-IF
001360     MOVE "Y" TO WS-LINE-VALID-SW
001370     MOVE SPACES TO WS-REJECT-REASON
001380     MOVE SPACES TO INVLINE-REC
001390     MOVE RW-CUST-ID TO LN-CUST-ID
001400     MOVE RW-ITEM-CODE TO LN-ITEM-CODE
001410     MOVE 0 TO LN-PRICE
001420     MOVE 0 TO LN-AMOUNT
001430     IF RW-QTY NOT NUMERIC OR RW-QTY = 0
001440         MOVE 0 TO LN-QTY
001450         MOVE "N" TO WS-LINE-VALID-SW
001460         MOVE "QUANTITY MISSING" TO WS-REJECT-REASON
001470         GO TO 2100-KEEP
001480     END-IF
001490     MOVE RW-QTY TO LN-QTY
001500*----A RECURRING CHARGE IS PRICED BY ITS CONTRACT ON RECURMST
001510*----AND HAS ALWAYS BEEN TAXED LIKE ANY OTHER INVOICE.
001520     IF RW-GENERATED AND RW-ITEM-CODE = SPACES
001530         IF RW-PRICE NOT NUMERIC
001540             MOVE "N" TO WS-LINE-VALID-SW
001550             MOVE "GENERATED PRICE NOT NUMERIC"
001560                 TO WS-REJECT-REASON
001570             GO TO 2100-KEEP
001580         END-IF
001590         MOVE RW-PRICE TO WS-UNIT-PRICE
001600         MOVE RW-DESC TO LN-DESC
001610         MOVE "Y" TO LN-TAXABLE
001620         GO TO 2100-EXTEND
001630     END-IF
001640     IF RW-ITEM-CODE = SPACES
001650         MOVE "N" TO WS-LINE-VALID-SW
001660         MOVE "ITEM CODE MISSING" TO WS-REJECT-REASON
001670         GO TO 2100-KEEP
001680     END-IF
001690     MOVE RW-ITEM-CODE TO IM-ITEM-CODE
001700     READ ITEMMAST
001710         INVALID KEY
001720             MOVE "N" TO WS-LINE-VALID-SW
001730             MOVE "ITEM NOT IN CATALOG" TO WS-REJECT-REASON
001740             GO TO 2100-KEEP
001750     END-READ
001760     IF IM-INACTIVE
001770         MOVE "N" TO WS-LINE-VALID-SW
001780         MOVE "ITEM INACTIVE" TO WS-REJECT-REASON
001790         GO TO 2100-KEEP
001800     END-IF
001810     MOVE IM-DESC TO LN-DESC
001820     MOVE IM-TAXABLE TO LN-TAXABLE
001830     MOVE IM-LIST-PRICE TO WS-UNIT-PRICE
001840     MOVE "N" TO WS-CONTRACT-SW
001850     MOVE "N" TO WS-CONTRACT-SEEN-SW
001860     IF WS-PRC-COUNT > 0
001870         PERFORM 2200-MATCH-CONTRACT THRU 2200-EXIT
001880             VARYING PR-IDX FROM 1 BY 1
001890             UNTIL PR-IDX > WS-PRC-COUNT OR CONTRACT-IN-EFFECT
001900     END-IF
001910*----A CUSTOMER WHOSE CONTRACT HAS LAPSED (OR NOT YET STARTED)
001920*----IS NOT QUIETLY BILLED AT LIST - BILLING DECIDES.
001930     IF CONTRACT-ROW-SEEN AND NOT CONTRACT-IN-EFFECT
001940         MOVE "N" TO WS-LINE-VALID-SW
001950         MOVE "CONTRACT PRICE NOT IN EFFECT" TO WS-REJECT-REASON
001960         GO TO 2100-KEEP
001970     END-IF.
001980 2100-EXTEND.
001990     MOVE WS-UNIT-PRICE TO LN-PRICE
002000     COMPUTE LN-AMOUNT = LN-QTY * LN-PRICE
002010         ON SIZE ERROR
002020             MOVE 0 TO LN-AMOUNT
002030             MOVE "N" TO WS-LINE-VALID-SW
002040             MOVE "LINE AMOUNT TOO LARGE" TO WS-REJECT-REASON
002050     END-COMPUTE.
002060 2100-KEEP.
002070     ADD 1 TO WS-GROUP-COUNT
002080     SET GR-IDX TO WS-GROUP-COUNT
002090     MOVE INVRAW-REC TO WS-G-RAW(GR-IDX)
002100     MOVE INVLINE-REC TO WS-G-LINE(GR-IDX)
002110     MOVE WS-REJECT-REASON TO WS-G-REASON(GR-IDX)
002120     IF NOT LINE-IS-VALID
002130         MOVE "Y" TO WS-GROUP-BAD-SW
002140     END-IF.
002150 2100-EXIT.
002160     EXIT.
002170
002180 2200-MATCH-CONTRACT.
002190     IF WS-P-CUST-ID(PR-IDX) = RW-CUST-ID
002200             AND WS-P-ITEM-CODE(PR-IDX) = RW-ITEM-CODE
002210         MOVE "Y" TO WS-CONTRACT-SEEN-SW
002220         IF WS-P-START-DATE(PR-IDX) <= WS-RUN-DATE
002230             AND (WS-P-END-DATE(PR-IDX) = 0
002240                 OR WS-P-END-DATE(PR-IDX) >= WS-RUN-DATE)
002250             MOVE "Y" TO WS-CONTRACT-SW
002260             MOVE WS-P-PRICE(PR-IDX) TO WS-UNIT-PRICE
002270         END-IF
002280     END-IF.
002290 2200-EXIT.
002300     EXIT.
002310
002320*----A CLEAN INVOICE TAKES THE NEXT NUMBER AND GOES OUT WHOLE;
002330*----ONE BAD LINE SENDS EVERY LINE TO THE EDIT LISTING AND NO
002340*----NUMBER IS USED.
002350 2500-CLOSE-GROUP.
002360     IF WS-GROUP-COUNT = 0
002370         GO TO 2500-DONE
002380     END-IF
002390     IF GROUP-HAS-REJECT
002400         ADD 1 TO WS-REJ-INV-COUNT
002410         PERFORM 2600-REJECT-ONE-LINE THRU 2600-EXIT
002420             VARYING GR-IDX FROM 1 BY 1
002430             UNTIL GR-IDX > WS-GROUP-COUNT
002440         GO TO 2500-DONE
002450     END-IF
002460     ADD 1 TO WS-LAST-INV-NO
002470     ADD 1 TO WS-INV-COUNT
002480     MOVE WS-LAST-INV-NO TO WS-NEW-INV-ID
002490     PERFORM 2700-WRITE-ONE-LINE THRU 2700-EXIT
002500         VARYING GR-IDX FROM 1 BY 1
002510         UNTIL GR-IDX > WS-GROUP-COUNT.
002520 2500-DONE.
002530     MOVE 0 TO WS-GROUP-COUNT
002540     MOVE "N" TO WS-GROUP-BAD-SW.
002550 2500-EXIT.
002560     EXIT.
002570
002580 2600-REJECT-ONE-LINE.
002590     MOVE "INVRAW" TO EL-FILE
002600     IF WS-G-REASON(GR-IDX) = SPACES
002610         MOVE "OTHER LINE ON INVOICE REJECTED" TO EL-REASON
002620     ELSE
002630         MOVE WS-G-REASON(GR-IDX) TO EL-REASON
002640     END-IF
002650     MOVE WS-G-RAW(GR-IDX) TO EL-RECORD
002660     WRITE ERROR-RPT-REC FROM WS-ERROR-LINE
002670     ADD 1 TO WS-REJ-LINE-COUNT.
002680 2600-EXIT.
002690     EXIT.
002700
002710 2700-WRITE-ONE-LINE.
002720     MOVE WS-G-LINE(GR-IDX) TO INVLINE-REC
002730     MOVE WS-NEW-INV-ID TO LN-INV-ID
002740     WRITE INVLINE-REC
002750     ADD 1 TO WS-LINE-COUNT.
002760 2700-EXIT.
002770     EXIT.
002780
002790 3000-TERMINATE.
002800     IF RETURN-CODE = 12
002810         GO TO 3000-EXIT
002820     END-IF
002830     IF NOT FIRST-RAW-LINE
002840         PERFORM 2500-CLOSE-GROUP THRU 2500-EXIT
002850     END-IF
002860     OPEN OUTPUT INVCTL-IO
002870     MOVE WS-LAST-INV-NO TO INVCTL-REC
002880     WRITE INVCTL-REC
002890     CLOSE INVCTL-IO
002900     DISPLAY "INVNUMBR: INVOICES NUMBERED - " WS-INV-COUNT
002910     DISPLAY "INVNUMBR: LINES STAMPED - " WS-LINE-COUNT
002920     DISPLAY "INVNUMBR: INVOICES REJECTED TO EDITERRS - "
002930         WS-REJ-INV-COUNT
002940     DISPLAY "INVNUMBR: LINES REJECTED - " WS-REJ-LINE-COUNT
002950     CLOSE INVRAW-IN
002960     CLOSE INVLINES-OUT
002970     CLOSE ITEMMAST
002980     CLOSE ERROR-RPT
002990     IF WS-REJ-LINE-COUNT > 0
003000         MOVE 4 TO RETURN-CODE
003010     END-IF.
003020 3000-EXIT.
003030     EXIT.
