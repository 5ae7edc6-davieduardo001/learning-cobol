000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PROGBILL.
000030 AUTHOR. DATA-PROCESSING.
000040 INSTALLATION. AP-INVOICING.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*---------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*   2026-10-15  DP  ORIGINAL - MONTHLY PROGRESS BILLING FOR THE
000100*                   FIXED-PRICE JOBS. EACH OPEN JOBMAST JOB WITH
000110*                   A CUSTOMER IS BILLED ITS EARNED-TO-DATE
000120*                   AMOUNT (CONTRACT VALUE TIMES PERCENT
000130*                   COMPLETE, AS EARNVAL WORKS IT) LESS WHAT
000140*                   WAS BILLED BEFORE, WITH THE CONTRACT'S
000150*                   RETAINAGE PERCENT HELD BACK. THE NET BILL
000160*                   IS APPENDED TO INVRAW AS GENERATED LINES SO
000170*                   IT FLOWS THROUGH INVNUMBR, INVTOTAL, AND
000180*                   CUSTSTMT, AND THE JOB'S BILLED-TO-DATE AND
000190*                   RETAINAGE HELD ARE CARRIED ON JOBMAST.
000200*                   EVERYTHING BILLED LISTS ON PROGBRPT.
000210*---------------------------------------------------------------
000220 ENVIRONMENT DIVISION.
000230 INPUT-OUTPUT SECTION.
000240 FILE-CONTROL.
000250     SELECT JOBMAST-IO  ASSIGN TO JOBMAST
000260         ORGANIZATION IS LINE SEQUENTIAL
000270         FILE STATUS IS WS-MAST-STATUS.
000280     SELECT INVRAW-OUT  ASSIGN TO INVRAW
000290         ORGANIZATION IS LINE SEQUENTIAL
000300         FILE STATUS IS WS-RAW-STATUS.
000310     SELECT BILL-RPT    ASSIGN TO PROGBRPT
000320         ORGANIZATION IS LINE SEQUENTIAL.
000330
000340 DATA DIVISION.
000350 FILE SECTION.
000360 FD  JOBMAST-IO.
000370     COPY "JOBMAST.cpy".
000380
000390 FD  INVRAW-OUT.
000400 01  INVRAW-REC.
000410     05  RW-INV-ID        PIC X(6).
000420     05  RW-CUST-ID       PIC X(7).
000430*----SAME LAYOUT INVNUMBR READS - A GENERATED LINE (SOURCE G)
000440*----CARRIES NO ITEM CODE, ITS OWN PRICE AND DESCRIPTION.
000450     05  RW-ITEM-CODE     PIC X(8).
000460     05  RW-QTY           PIC 9(5).
000470     05  RW-SOURCE        PIC X(1).
000480     05  RW-PRICE         PIC 9(5)V99.
000490     05  RW-DESC          PIC X(20).
000500
000510 FD  BILL-RPT.
000520 01  BILL-RPT-REC         PIC X(100).
000530
000540 WORKING-STORAGE SECTION.
000550 01  WS-MAST-STATUS       PIC X(2) VALUE SPACES.
000560 01  WS-RAW-STATUS        PIC X(2) VALUE SPACES.
000570 01  WS-MAST-EOF-SW       PIC X(1) VALUE "N".
000580     88  END-OF-JOB-MASTER    VALUE "Y".
000590 01  WS-RUN-DATE          PIC 9(8) VALUE 0.
000600 01  WS-EARNED            PIC 9(9)V99 VALUE 0.
000610 01  WS-THIS-BILL         PIC S9(9)V99 VALUE 0.
000620 01  WS-RETAIN            PIC 9(9)V99 VALUE 0.
000630 01  WS-NET-BILL          PIC 9(9)V99 VALUE 0.
000640*----ONE GENERATED LINE CARRIES AT MOST ITS PRICE PICTURE - A
000650*----LARGER BILL GOES OUT AS SEVERAL LINES OF THE ONE INVOICE.
000660 01  WS-LINE-LEFT         PIC 9(9)V99 VALUE 0.
000670 01  WS-LINE-MAX          PIC 9(5)V99 VALUE 99999.99.
000680 01  WS-LINE-DESC         PIC X(20) VALUE SPACES.
000690 01  WS-BILL-COUNT        PIC 9(5) VALUE 0.
000700 01  WS-SKIP-COUNT        PIC 9(5) COMP VALUE 0.
000710 01  WS-NO-CUST-COUNT     PIC 9(5) COMP VALUE 0.
000720 01  WS-GROSS-TOTAL       PIC 9(9)V99 VALUE 0.
000730 01  WS-RETAIN-TOTAL      PIC 9(9)V99 VALUE 0.
000740 01  WS-NET-TOTAL         PIC 9(9)V99 VALUE 0.
000750*----GENERATED GROUP IDENT - INVNUMBR RENUMBERS THE GROUPS
000760*----ANYWAY, THIS JUST KEEPS EACH JOB'S BILL IN ITS OWN GROUP.
000770 01  WS-GEN-ID.
000780     05  FILLER           PIC X(1) VALUE "P".
000790     05  WS-GEN-SEQ       PIC 9(5).
000800*----THE JOB MASTER IN MEMORY FOR THE BILLED-TO-DATE REWRITE.
000810 01  WS-MAST-COUNT        PIC 9(3) COMP VALUE 0.
000820 01  WS-MAST-TABLE.
000830     05  WS-MAST-IMAGE-T  PIC X(112) OCCURS 200 TIMES
000840                          INDEXED BY JM-IDX.
000850 01  WS-HEAD-LINE.
000860     05  FILLER           PIC X(30)
000870         VALUE "PROGRESS BILLING RUN          ".
000880     05  HL-RUN-DATE      PIC 9(8).
000890 01  WS-COLUMN-LINE.
000891     05  FILLER           PIC X(50) VALUE
000892         "JOB    CUSTOMER PCT EARNED TO DATE     BILLED NOW ".
000893     05  FILLER           PIC X(40) VALUE
000894         "    RETAINAGE      NET BILL".
000940 01  WS-DETAIL-LINE.
000950     05  DL-JOB-ID        PIC X(6).
000960     05  FILLER           PIC X(1) VALUE SPACE.
000970     05  DL-CUST-ID       PIC X(7).
000980     05  FILLER           PIC X(2) VALUE SPACES.
000990     05  DL-PCT           PIC ZZ9.
001000     05  FILLER           PIC X(1) VALUE SPACE.
001010     05  DL-EARNED        PIC ZZZ,ZZZ,ZZ9.99.
001020     05  FILLER           PIC X(1) VALUE SPACE.
001030     05  DL-BILLED        PIC ZZZ,ZZZ,ZZ9.99.
001040     05  FILLER           PIC X(1) VALUE SPACE.
001050     05  DL-RETAIN        PIC ZZ,ZZZ,ZZ9.99.
001060     05  FILLER           PIC X(1) VALUE SPACE.
001070     05  DL-NET           PIC ZZ,ZZZ,ZZ9.99.
001080     05  FILLER           PIC X(1) VALUE SPACE.
001090     05  DL-GEN-ID        PIC X(6).
001100 01  WS-TOTAL-LINE.
001110     05  FILLER           PIC X(14) VALUE "TOTAL BILLED  ".
001120     05  TL-COUNT         PIC ZZZZ9.
001130     05  FILLER           PIC X(16) VALUE SPACES.
001140     05  TL-GROSS         PIC ZZZ,ZZZ,ZZ9.99.
001150     05  FILLER           PIC X(1) VALUE SPACE.
001160     05  TL-RETAIN        PIC ZZ,ZZZ,ZZ9.99.
001170     05  FILLER           PIC X(1) VALUE SPACE.
001180     05  TL-NET           PIC ZZ,ZZZ,ZZ9.99.
001190
001200 PROCEDURE DIVISION.
001210 0000-MAINLINE.
001220     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001230     IF RETURN-CODE NOT = 12
001240         PERFORM 2000-BILL-ONE-JOB THRU 2000-EXIT
001250             VARYING JM-IDX FROM 1 BY 1
001260             UNTIL JM-IDX > WS-MAST-COUNT
001270         PERFORM 3000-REWRITE-MASTER THRU 3000-EXIT
001280     END-IF
001290     PERFORM 4000-TERMINATE THRU 4000-EXIT
001300     GOBACK.
001310
001320 1000-INITIALIZE.
001330     CALL "GETBDATE" USING WS-RUN-DATE
001331     PERFORM 1200-LOAD-JOB-MASTER THRU 1200-EXIT
001332     IF RETURN-CODE = 12
001333         GO TO 1000-EXIT
001334     END-IF
001350     IF WS-MAST-STATUS NOT = "00" AND WS-MAST-STATUS NOT = "10"
001360         DISPLAY "PROGBILL: NO JOB MASTER - RUN REFUSED"
001370         MOVE 12 TO RETURN-CODE
001380         GO TO 1000-EXIT
001390     END-IF
001400*----THE BILLS JOIN WHATEVER WAS HAND-KEYED - THE RAW FILE IS
001410*----EXTENDED, NEVER OVERWRITTEN.
001420     OPEN EXTEND INVRAW-OUT
001430     IF WS-RAW-STATUS = "35"
001440         OPEN OUTPUT INVRAW-OUT
001450     END-IF
001460     OPEN OUTPUT BILL-RPT
001470     MOVE WS-RUN-DATE TO HL-RUN-DATE
001480     WRITE BILL-RPT-REC FROM WS-HEAD-LINE
001490     MOVE SPACES TO BILL-RPT-REC
001500     WRITE BILL-RPT-REC
001510     WRITE BILL-RPT-REC FROM WS-COLUMN-LINE.
001520 1000-EXIT.
001530     EXIT.
001540
001550*----THE WHOLE MASTER LOADS SO THE NEW BILLED-TO-DATE CAN BE
001560*----REWRITTEN IN PLACE AT END OF RUN, AS JOBCLOSE DOES.
001570 1200-LOAD-JOB-MASTER.
001580     OPEN INPUT JOBMAST-IO
001590     IF WS-MAST-STATUS NOT = "00"
001600         GO TO 1200-EXIT
001610     END-IF
001620     PERFORM 1250-LOAD-ONE-JOB THRU 1250-EXIT
001630         UNTIL END-OF-JOB-MASTER
001640     CLOSE JOBMAST-IO.
001650 1200-EXIT.
001660     EXIT.
001670
001680 1250-LOAD-ONE-JOB.
001690     READ JOBMAST-IO
001700         AT END MOVE "Y" TO WS-MAST-EOF-SW
001710     END-READ
001720     IF END-OF-JOB-MASTER
001730         GO TO 1250-EXIT
001740     END-IF
001750     IF WS-MAST-COUNT >= 200
001760         DISPLAY "PROGBILL: MORE THAN 200 JOBS - RUN REFUSED, "
001770             "NOTHING BILLED"
001780         MOVE 12 TO RETURN-CODE
001790         MOVE "Y" TO WS-MAST-EOF-SW
001800         GO TO 1250-EXIT
001810     END-IF
001820     ADD 1 TO WS-MAST-COUNT
001830     SET JM-IDX TO WS-MAST-COUNT
001840     MOVE JobMastRec TO WS-MAST-IMAGE-T(JM-IDX).
001850 1250-EXIT.
001860     EXIT.
001870
001880*----EARNED IS CONTRACT TIMES PERCENT COMPLETE. ONLY THE PART
001890*----NOT YET BILLED GOES OUT; A PERCENT COMPLETE THAT WENT
001900*----BACKWARD BILLS NOTHING RATHER THAN A CREDIT.
001910 2000-BILL-ONE-JOB.
001920     MOVE WS-MAST-IMAGE-T(JM-IDX) TO JobMastRec
001930     IF NOT JM-IS-OPEN
001940         GO TO 2000-EXIT
001950     END-IF
001960     IF JM-CUST-ID = SPACES
001970         ADD 1 TO WS-NO-CUST-COUNT
001980         GO TO 2000-EXIT
001990     END-IF
002000     COMPUTE WS-EARNED ROUNDED =
002010         JM-CONTRACT-VALUE * JM-PCT-COMPLETE / 100
002020     COMPUTE WS-THIS-BILL = WS-EARNED - JM-BILLED-TO-DATE
002030     IF WS-THIS-BILL NOT > 0
002040         ADD 1 TO WS-SKIP-COUNT
002050         GO TO 2000-EXIT
002060     END-IF
002070     COMPUTE WS-RETAIN ROUNDED =
002080         WS-THIS-BILL * JM-RETAIN-PCT / 100
002090     COMPUTE WS-NET-BILL = WS-THIS-BILL - WS-RETAIN
002100     ADD 1 TO WS-BILL-COUNT
002110     MOVE WS-BILL-COUNT TO WS-GEN-SEQ
002120     MOVE SPACES TO WS-LINE-DESC
002130     STRING "PROGRESS JOB " JM-JOB-ID DELIMITED BY SIZE
002140         INTO WS-LINE-DESC
002150     MOVE WS-NET-BILL TO WS-LINE-LEFT
002160     PERFORM 2100-WRITE-BILL-LINE THRU 2100-EXIT
002170     PERFORM 2100-WRITE-BILL-LINE THRU 2100-EXIT
002180         UNTIL WS-LINE-LEFT = 0
002190     ADD WS-THIS-BILL TO JM-BILLED-TO-DATE
002200     ADD WS-RETAIN TO JM-RETAIN-HELD
002210     MOVE JobMastRec TO WS-MAST-IMAGE-T(JM-IDX)
002220     ADD WS-THIS-BILL TO WS-GROSS-TOTAL
002230     ADD WS-RETAIN TO WS-RETAIN-TOTAL
002240     ADD WS-NET-BILL TO WS-NET-TOTAL
002250     MOVE SPACES TO WS-DETAIL-LINE
002260     MOVE JM-JOB-ID TO DL-JOB-ID
002270     MOVE JM-CUST-ID TO DL-CUST-ID
002280     MOVE JM-PCT-COMPLETE TO DL-PCT
002290     MOVE WS-EARNED TO DL-EARNED
002300     MOVE WS-THIS-BILL TO DL-BILLED
002310     MOVE WS-RETAIN TO DL-RETAIN
002320     MOVE WS-NET-BILL TO DL-NET
002330     MOVE WS-GEN-ID TO DL-GEN-ID
002340     WRITE BILL-RPT-REC FROM WS-DETAIL-LINE.
002350 2000-EXIT.
002360     EXIT.
002370
002380*----A BILL WHOLLY HELD BACK AS RETAINAGE STILL WRITES ONE
002390*----ZERO LINE SO THE CUSTOMER SEES THE PROGRESS INVOICE.
002400 2100-WRITE-BILL-LINE.
002410     MOVE WS-GEN-ID TO RW-INV-ID
002420     MOVE JM-CUST-ID TO RW-CUST-ID
002430     MOVE SPACES TO RW-ITEM-CODE
002440     MOVE 1 TO RW-QTY
002450     MOVE "G" TO RW-SOURCE
002460     MOVE WS-LINE-DESC TO RW-DESC
002470     IF WS-LINE-LEFT > WS-LINE-MAX
002480         MOVE WS-LINE-MAX TO RW-PRICE
002490         SUBTRACT WS-LINE-MAX FROM WS-LINE-LEFT
002500     ELSE
002510         MOVE WS-LINE-LEFT TO RW-PRICE
002520         MOVE 0 TO WS-LINE-LEFT
002530     END-IF
002540     WRITE INVRAW-REC.
002550 2100-EXIT.
002560     EXIT.
002570
002580 3000-REWRITE-MASTER.
002590     OPEN OUTPUT JOBMAST-IO
002600     PERFORM 3100-WRITE-ONE-JOB THRU 3100-EXIT
002610         VARYING JM-IDX FROM 1 BY 1
002620         UNTIL JM-IDX > WS-MAST-COUNT
002630     CLOSE JOBMAST-IO.
002640 3000-EXIT.
002650     EXIT.
002660
002670 3100-WRITE-ONE-JOB.
002680     MOVE WS-MAST-IMAGE-T(JM-IDX) TO JobMastRec
002690     WRITE JobMastRec.
002700 3100-EXIT.
002710     EXIT.
002720
002730 4000-TERMINATE.
002740     IF RETURN-CODE NOT = 12
002750         MOVE WS-BILL-COUNT TO TL-COUNT
002760         MOVE WS-GROSS-TOTAL TO TL-GROSS
002770         MOVE WS-RETAIN-TOTAL TO TL-RETAIN
002780         MOVE WS-NET-TOTAL TO TL-NET
002790         MOVE SPACES TO BILL-RPT-REC
002800         WRITE BILL-RPT-REC
002810         WRITE BILL-RPT-REC FROM WS-TOTAL-LINE
002820         CLOSE INVRAW-OUT
002830         CLOSE BILL-RPT
002840     END-IF
002850     DISPLAY "PROGBILL: JOBS BILLED - " WS-BILL-COUNT
002860     DISPLAY "PROGBILL: JOBS WITH NOTHING NEW EARNED - "
002870         WS-SKIP-COUNT
002880     DISPLAY "PROGBILL: OPEN JOBS WITH NO CUSTOMER - "
002890         WS-NO-CUST-COUNT.
002900 4000-EXIT.
002910     EXIT.
